002000*                    BREAKDOWN. COUNTS GO TO BDGMRPT.
002033*   2026-09-03  SEC  BADGE MASTER LAYOUT MOVED TO THE
002066*                    SHARED BADGMST COPYBOOK.
002070*   2026-10-15  SEC  EVERY ISSUE AND REFRESH IS NOW MIRRORED
002075*                    TO THE UPDJRNL UPDATE JOURNAL THROUGH
002080*                    JOURNAL-WRITER, BEFORE AND AFTER IMAGES,
002085*                    SO THE WAREHOUSE CHANGE FEED SEES BADGMST
002090*                    CHANGES LIKE THOSE OF THE OTHER MASTERS.
002100*--------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
007000 77  WS-ISSUED-COUNT             PIC 9(06)       VALUE ZERO.
007100 77  WS-REFRESHED-COUNT          PIC 9(06)       VALUE ZERO.
007200 77  WS-EXPIRY-INTEGER           PIC 9(09)       VALUE ZERO COMP.
007250 77  WS-WRITE-STATE              PIC X(01)       VALUE 'N'.
007260     88  WS-WRITE-FAULT                          VALUE 'Y'.
007300 01  WS-TOTALS-LINE.
007400     05  FILLER                  PIC X(09)       VALUE
007500             "ISSUED = ".
007700     05  FILLER                  PIC X(13)       VALUE
007800             "  REFRESHED =".
007900     05  WS-TL-REFRESHED         PIC Z(05)9.
007950 COPY JRNLREC.
008000 PROCEDURE DIVISION.
008100 0000-MAINLINE.
008200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014800     COMPUTE BM-EXPIRY-DATE =
014900         FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INTEGER)
015000     MOVE 'A' TO BM-STATUS
015050     MOVE 'N' TO WS-WRITE-STATE
015100     WRITE BADGE-MASTER-RECORD
015200         INVALID KEY
015300             SET WS-WRITE-FAULT TO TRUE
015400     END-WRITE
015410     IF NOT WS-WRITE-FAULT
015420         MOVE 'A' TO JRNL-ACTION
015430         MOVE SPACES TO JRNL-BEFORE-IMAGE
015440         PERFORM 2900-JOURNAL-BADGE-UPDATE THRU 2900-EXIT
015450     END-IF
015500     ADD 1 TO WS-ISSUED-COUNT.
015600 2100-EXIT.
015700     EXIT.
015800 2200-REFRESH-BADGE.
015850     MOVE BADGE-MASTER-RECORD TO JRNL-BEFORE-IMAGE
015900     MOVE BO-RECORD(12:20) TO BM-IDENTIFIER
016000     MOVE FUNCTION NUMVAL(BO-RECORD(39:2)) TO BM-SCORE
016100     MOVE BO-RECORD(50:40) TO BM-DETAIL
016200     REWRITE BADGE-MASTER-RECORD
016250     MOVE 'R' TO JRNL-ACTION
016260     PERFORM 2900-JOURNAL-BADGE-UPDATE THRU 2900-EXIT
016300     ADD 1 TO WS-REFRESHED-COUNT.
016400 2200-EXIT.
016500     EXIT.
016510*--------------------------------------------------------------
016520* MIRROR THE UPDATE JUST MADE TO THE SHARED JOURNAL. THE
016530* CALLER HAS SET THE ACTION AND THE BEFORE IMAGE (SPACES ON
016540* AN ISSUE); THE AFTER IMAGE IS THE RECORD AS NOW ON FILE.
016550*--------------------------------------------------------------
016560 2900-JOURNAL-BADGE-UPDATE.
016570     MOVE "BADGMST" TO JRNL-FILE-NAME
016580     MOVE SPACES TO JRNL-KEY
016590     MOVE BM-BADGE-ID TO JRNL-KEY
016591     MOVE BADGE-MASTER-RECORD TO JRNL-AFTER-IMAGE
016592     MOVE "BDGMSTUP" TO JRNL-PROGRAM-ID
016593     CALL "JOURNAL-WRITER" USING JOURNAL-ENTRY.
016594 2900-EXIT.
016595     EXIT.
016600 9000-TERMINATE.
016700     CLOSE BADGE-OUTPUT-FILE
016800     CLOSE BADGE-MASTER-FILE
