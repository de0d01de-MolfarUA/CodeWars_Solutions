000100*--------------------------------------------------------------
000200* GLJENT.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF THE GLJRNL JOURNAL-ENTRY FILE, IN THE
000500* GENERAL LEDGER'S BATCH IMPORT LAYOUT. ONE H RECORD OPENS THE
000600* JOURNAL (JOURNAL ID, LEDGER PERIOD, JOURNAL DATE, ORIGIN);
000700* EACH D RECORD IS ONE DEBIT OR CREDIT LINE TO AN ACCOUNT AND
000800* COST CENTRE, CARRYING THE SOURCE REPORT, CATEGORY, AND KEY
000900* (DISTRICT, ROUTE, CARRIER, OR VEHICLE CLASS) IT CAME FROM
000950* AND THE COMPANY (SEE COMPANY.CPY) WHOSE LEDGER IT BELONGS TO;
001000* ONE T RECORD CLOSES IT WITH THE LINE COUNT AND THE DEBIT AND
001100* CREDIT TOTALS, WHICH THE LEDGER CHECKS BEFORE IT POSTS.
001200* AMOUNTS ARE UNSIGNED - THE SIDE IS THE DEBIT/CREDIT FLAG.
001300*--------------------------------------------------------------
001400 01  GL-JOURNAL-RECORD.
001500     05  GJ-RECORD-TYPE          PIC X(01).
001600         88  GJ-HEADER-RECORD                VALUE 'H'.
001700         88  GJ-DETAIL-RECORD                VALUE 'D'.
001800         88  GJ-TRAILER-RECORD               VALUE 'T'.
001900     05  FILLER                  PIC X(01).
002000     05  GJ-RECORD-BODY          PIC X(98).
002100     05  GJ-HEADER-BODY REDEFINES GJ-RECORD-BODY.
002200         10  GJ-JOURNAL-ID       PIC X(12).
002300         10  FILLER              PIC X(01).
002400         10  GJ-PERIOD           PIC 9(06).
002500         10  FILLER              PIC X(01).
002600         10  GJ-JOURNAL-DATE     PIC 9(08).
002700         10  FILLER              PIC X(01).
002800         10  GJ-ORIGIN           PIC X(08).
002900         10  FILLER              PIC X(61).
003000     05  GJ-DETAIL-BODY REDEFINES GJ-RECORD-BODY.
003100         10  GJ-LINE-NUMBER      PIC 9(06).
003200         10  FILLER              PIC X(01).
003300         10  GJ-ACCOUNT          PIC X(10).
003400         10  FILLER              PIC X(01).
003500         10  GJ-COST-CENTRE      PIC X(06).
003600         10  FILLER              PIC X(01).
003700         10  GJ-DEBIT-CREDIT     PIC X(01).
003800             88  GJ-DEBIT                    VALUE 'D'.
003900             88  GJ-CREDIT                   VALUE 'C'.
004000         10  FILLER              PIC X(01).
004100         10  GJ-AMOUNT           PIC 9(11)V99.
004200         10  FILLER              PIC X(01).
004300         10  GJ-SOURCE           PIC X(08).
004400         10  FILLER              PIC X(01).
004500         10  GJ-CATEGORY         PIC X(04).
004600         10  FILLER              PIC X(01).
004700         10  GJ-KEY              PIC X(08).
004800         10  FILLER              PIC X(01).
004900         10  GJ-DESCRIPTION      PIC X(30).
005000         10  FILLER              PIC X(01).
005010         10  GJ-COMPANY          PIC X(02).
005020         10  FILLER              PIC X(01).
005100     05  GJ-TRAILER-BODY REDEFINES GJ-RECORD-BODY.
005200         10  GJ-LINE-COUNT       PIC 9(06).
005300         10  FILLER              PIC X(01).
005400         10  GJ-DEBIT-TOTAL      PIC 9(13)V99.
005500         10  FILLER              PIC X(01).
005600         10  GJ-CREDIT-TOTAL     PIC 9(13)V99.
005700         10  FILLER              PIC X(60).
