000100*--------------------------------------------------------------
000200* CDCREC.CPY
000300*--------------------------------------------------------------
000400* INTERFACE LAYOUT OF THE CDCFEED CHANGE-DATA FEED TO THE
000500* REPORTING WAREHOUSE, AS CHANGE-DATA-EXTRACT WRITES IT FROM
000600* THE UPDJRNL UPDATE JOURNAL. FIXED 600-BYTE RECORDS, NO
000700* SEPARATORS. EVERY RECORD CARRIES THE EXTRACT ID - THE RUN'S
000800* DATE AND TIME, YYYYMMDDHHMMSS - OF THE FEED IT BELONGS TO.
000900*
001000* TYPE 'C' - ONE CHANGE TO ONE MASTER RECORD, IN JOURNAL
001100* ORDER. CDC-JOURNAL-POSITION IS THE ENTRY'S ORDINAL ON
001200* UPDJRNL AND RISES BY ONE FROM CHANGE TO CHANGE ACROSS
001300* FEEDS. CHANGE TYPE I INSERT (JOURNAL ADD), U UPDATE
001400* (REPLACE), D DELETE. THE IMAGES ARE THE RAW MASTER RECORD
001500* BYTES, LEFT-JUSTIFIED AND SPACE-FILLED: NO BEFORE IMAGE ON
001600* AN INSERT, NO AFTER IMAGE ON A DELETE. AN UPDATE JOURNALED
001700* WITHOUT ITS BEFORE IMAGE (THE CACHE REFRESHES) CARRIES
001800* SPACES THERE. RECORD LAYOUTS BY FILE: MINBASEC AND NPARACHE
001900* AS IN CACHE-MANAGER, RESMASTR AS IN RESULT-MASTER-WRITER,
002000* BADGMST AS IN BADGMST.CPY.
002100*
002200* TYPE 'T' - ONE CONTROL RECORD, LAST ON EVERY FEED, EVEN A
002300* FEED WITH NO CHANGES. IT NAMES THE EXTRACT BEFORE THIS ONE
002400* (ZERO ON THE FIRST), THE JOURNAL POSITIONS THE FEED COVERS
002500* (FROM IS ONE PAST THE PREVIOUS FEED'S TO; FROM GREATER THAN
002600* TO MEANS NOTHING NEW), THE NUMBER OF CHANGE RECORDS, THE
002700* JOURNAL ENTRIES PASSED OVER AS NOT FOR A FED MASTER, AND
002800* INSERT, UPDATE AND DELETE COUNTS FOR EACH FED FILE. TO
002900* MINUS FROM PLUS ONE EQUALS CHANGES PLUS SKIPPED.
003000*--------------------------------------------------------------
003100 01  CDC-FEED-RECORD.
003200     05  CDC-RECORD-TYPE         PIC X(01).
003300         88  CDC-CHANGE-RECORD               VALUE 'C'.
003400         88  CDC-CONTROL-RECORD              VALUE 'T'.
003500     05  CDC-EXTRACT-ID          PIC 9(14).
003600     05  CDC-BODY                PIC X(585).
003700     05  CDC-CHANGE-BODY REDEFINES CDC-BODY.
003800         10  CDC-JOURNAL-POSITION PIC 9(10).
003900         10  CDC-CYCLE-ID        PIC X(12).
004000         10  CDC-FILE-NAME       PIC X(08).
004100         10  CDC-CHANGE-TYPE     PIC X(01).
004200             88  CDC-INSERT                  VALUE 'I'.
004300             88  CDC-UPDATE                  VALUE 'U'.
004400             88  CDC-DELETE                  VALUE 'D'.
004500         10  CDC-KEY             PIC X(25).
004600         10  CDC-PROGRAM-ID      PIC X(08).
004700         10  CDC-BEFORE-IMAGE    PIC X(250).
004800         10  CDC-AFTER-IMAGE     PIC X(250).
004900         10  FILLER              PIC X(21).
005000     05  CDC-CONTROL-BODY REDEFINES CDC-BODY.
005100         10  CDC-PREVIOUS-EXTRACT-ID PIC 9(14).
005200         10  CDC-FROM-POSITION   PIC 9(10).
005300         10  CDC-TO-POSITION     PIC 9(10).
005400         10  CDC-CHANGE-COUNT    PIC 9(09).
005500         10  CDC-SKIPPED-COUNT   PIC 9(09).
005600         10  CDC-FILE-COUNTS OCCURS 4.
005700             15  CDC-COUNT-FILE-NAME PIC X(08).
005800             15  CDC-INSERT-COUNT PIC 9(09).
005900             15  CDC-UPDATE-COUNT PIC 9(09).
006000             15  CDC-DELETE-COUNT PIC 9(09).
006100         10  FILLER              PIC X(393).
