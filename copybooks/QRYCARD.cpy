000100*--------------------------------------------------------------
000200* QRYCARD.CPY
000300*--------------------------------------------------------------
000400* ONE CARD OF AN AD-HOC QUERY DECK FOR ADHOC-QUERY-BATCH. THE
000500* DECK OPENS WITH ONE QUERY CARD NAMING THE QUERY, THE HISTORY
000600* FILE IT READS (RUNHIST, RESMASTR, VENDHIST, QAREJHST,
000700* TOASTHIS, BOOKINGS OR FRTSPEND), THE INITIALS OF THE
000710* OPERATOR IT RUNS FOR AND, FOR BOOKINGS AND FRTSPEND, THE
000720* COMPANY WANTED (BLANK FOR EVERY COMPANY - SEE COMPANY.CPY).
000800* THE OTHER CARDS NAME FIELDS BY THEIR DATA NAMES IN THE FILE'S
000900* RECORD LAYOUT (RH- FOR RUNHIST, RX- FOR RESMASTR, VH- FOR
001000* VENDHIST, QH- FOR QAREJHST, TH- FOR TOASTHIS, BK- FOR
001010* BOOKINGS, FS- FOR FRTSPEND):
001100*   SELECT  FIELD                  - A CSV COLUMN, IN CARD
001200*                                    ORDER (NONE = EVERY FIELD)
001300*   WHERE   FIELD  CC VALUE        - KEEP ONLY RECORDS WHERE
001400*                                    FIELD CC VALUE HOLDS; CC IS
001500*                                    EQ NE LT LE GT GE. ALL
001600*                                    WHERE CARDS MUST HOLD
001700*   SORT    FIELD  A/D             - SORT KEY, MAJOR FIRST
001800*   GROUP   FIELD                  - TOTALS BREAK ON THIS FIELD
001900*   SUM     FIELD                  - NUMERIC FIELD TO TOTAL
002000* A CARD WITH '*' IN COLUMN 1 IS A COMMENT.
002100*--------------------------------------------------------------
002200 01  QUERY-CARD.
002300     05  QC-CARD-TYPE            PIC X(08).
002400         88  QC-QUERY-CARD                       VALUE "QUERY".
002500         88  QC-SELECT-CARD                      VALUE "SELECT".
002600         88  QC-WHERE-CARD                       VALUE "WHERE".
002700         88  QC-SORT-CARD                        VALUE "SORT".
002800         88  QC-GROUP-CARD                       VALUE "GROUP".
002900         88  QC-SUM-CARD                         VALUE "SUM".
003000     05  FILLER                  PIC X(01).
003100     05  QC-BODY                 PIC X(71).
003200     05  QC-QUERY-BODY REDEFINES QC-BODY.
003300         10  QC-QUERY-ID         PIC X(08).
003400         10  FILLER              PIC X(01).
003500         10  QC-SOURCE           PIC X(08).
003600         10  FILLER              PIC X(01).
003700         10  QC-OPERATOR-ID      PIC X(03).
003710         10  FILLER              PIC X(01).
003720         10  QC-COMPANY          PIC X(02).
003800         10  FILLER              PIC X(47).
003900     05  QC-FIELD-BODY REDEFINES QC-BODY.
004000         10  QC-FIELD-NAME       PIC X(24).
004100         10  FILLER              PIC X(01).
004200         10  QC-CONDITION        PIC X(02).
004300             88  QC-CONDITION-VALID  VALUE "EQ" "NE" "LT"
004400                                           "LE" "GT" "GE".
004500         10  FILLER              PIC X(01).
004600         10  QC-VALUE            PIC X(30).
004700         10  FILLER              PIC X(13).
004800     05  QC-SORT-BODY REDEFINES QC-BODY.
004900         10  FILLER              PIC X(25).
005000         10  QC-DIRECTION        PIC X(01).
005100             88  QC-ASCENDING                    VALUE "A".
005200             88  QC-DESCENDING                   VALUE "D".
005300         10  FILLER              PIC X(45).
