000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SUSPENSE-SWEEP.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  BJC  INITIAL VERSION - FIRST STEP OF THE
001000*                    SUSPENSE CYCLE. READS EVERY EXCEPTION FILE
001100*                    NAMED IN SUSPSRC AND TAKES EACH SUSP LINE
001200*                    ON IT (THE REASON AND THE REJECTED RECORD
001300*                    IMAGE) ONTO THE SUSPMAST SUSPENSE MASTER AS
001400*                    A NEW OPEN ITEM, NUMBERED ON FROM THE
001500*                    HIGHEST SUSPENSE ID ALREADY THERE, STAMPED
001600*                    WITH THE SOURCE PROGRAM AND TODAY'S DATE.
001700*                    LINES FLAGGED '+' JOIN THE GROUP OF THE
001800*                    LINE BEFORE THEM. THE REST OF EACH
001900*                    EXCEPTION LIST IS COPIED TO SUSPSWP AS IT
002000*                    STANDS, SINCE THE FILE IS EMPTIED ONCE
002100*                    SWEPT. AN EXCEPTION FILE NOT ON HAND IS
002200*                    LISTED AND PASSED OVER. SUSPSWP ALSO LISTS
002300*                    EVERY ITEM TAKEN AND THE COUNT PER FILE.
002400*                    RETURN CODE 8 WHEN THE MASTER COULD NOT BE
002500*                    OPENED OR AN ITEM COULD NOT BE WRITTEN TO
002600*                    IT.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT SUSPENSE-MASTER-FILE ASSIGN TO "SUSPMAST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS SU-SUSPENSE-ID
003600         FILE STATUS IS WS-MASTER-STATUS.
003700     SELECT EXCEPTION-FILE ASSIGN TO WS-EXCEPTION-NAME
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-EXCEPTION-STATUS.
004000     SELECT SWEEP-REPORT-FILE ASSIGN TO "SUSPSWP"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-REPORT-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  SUSPENSE-MASTER-FILE.
004600 COPY SUSPMST.
004700 FD  EXCEPTION-FILE.
004800 01  EXCEPTION-RECORD            PIC X(238).
004900 FD  SWEEP-REPORT-FILE.
005000 01  SR-RECORD                   PIC X(132).
005100 WORKING-STORAGE SECTION.
005200 77  WS-MASTER-STATUS            PIC X(02)       VALUE SPACES.
005300     88  WS-MASTER-OK                            VALUE '00'.
005400     88  WS-MASTER-EOF                           VALUE '10'.
005500 77  WS-EXCEPTION-STATUS         PIC X(02)       VALUE SPACES.
005600     88  WS-EXCEPTION-OK                         VALUE '00'.
005700     88  WS-EXCEPTION-EOF                        VALUE '10'.
005800 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
005900 77  WS-EXCEPTION-NAME           PIC X(08)       VALUE SPACES.
006000 77  WS-TODAY                    PIC 9(08)       VALUE ZERO.
006100 77  WS-HIGHEST-RC               PIC 9(02)       VALUE ZERO.
006200 77  WS-LAST-ID                  PIC 9(08)       VALUE ZERO.
006300 77  WS-GROUP-ID                 PIC 9(08)       VALUE ZERO.
006400 77  WS-SRC-IX                   PIC 9(02)       VALUE ZERO COMP.
006500 77  WS-SRC-MAX                  PIC 9(02)       VALUE 10 COMP.
006600 77  WS-FILE-TAKEN               PIC 9(07)       VALUE ZERO COMP.
006700 77  WS-TOTAL-TAKEN              PIC 9(07)       VALUE ZERO COMP.
006800 77  WS-FILES-READ               PIC 9(03)       VALUE ZERO COMP.
006900 77  WS-FILES-ABSENT             PIC 9(03)       VALUE ZERO COMP.
007000 77  WS-MASTER-OPEN-SW           PIC X(01)       VALUE 'N'.
007100     88  WS-MASTER-OPEN                          VALUE 'Y'.
007200 COPY SUSPSRC.
007300 COPY SUSPLIN.
007400 01  WS-REPORT-HEADER.
007500     05  FILLER                  PIC X(30)       VALUE
007600             "SUSPENSE SWEEP - RUN DATE ".
007700     05  WS-RH-DATE              PIC 9(08).
007800 01  WS-ITEM-LINE.
007900     05  FILLER                  PIC X(02)       VALUE SPACES.
008000     05  WS-IL-ID                PIC 9(08).
008100     05  FILLER                  PIC X(01)       VALUE SPACE.
008200     05  WS-IL-GROUP             PIC 9(08).
008300     05  FILLER                  PIC X(01)       VALUE SPACE.
008400     05  WS-IL-FILE              PIC X(08).
008500     05  FILLER                  PIC X(01)       VALUE SPACE.
008600     05  WS-IL-REASON            PIC X(30).
008700 01  WS-FILE-LINE.
008800     05  WS-FL-FILE              PIC X(08).
008900     05  FILLER                  PIC X(01)       VALUE SPACE.
009000     05  WS-FL-TEXT              PIC X(24).
009100     05  WS-FL-COUNT             PIC Z(06)9.
009200 01  WS-COUNT-LINE.
009300     05  WS-CL-TEXT              PIC X(24).
009400     05  WS-CL-COUNT             PIC Z(06)9.
009500 PROCEDURE DIVISION.
009600 0000-MAINLINE.
009700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009800     IF WS-MASTER-OPEN
009900         PERFORM 2000-SWEEP-ONE-FILE THRU 2000-EXIT
010000             VARYING WS-SRC-IX FROM 1 BY 1
010100             UNTIL WS-SRC-IX > WS-SRC-MAX
010200         PERFORM 8000-WRITE-COUNTS THRU 8000-EXIT
010300     END-IF.
010400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010500     STOP RUN.
010600 0000-EXIT.
010700     EXIT.
010800*--------------------------------------------------------------
010900* THE MASTER IS CREATED EMPTY ON THE FIRST RUN. SUSPENSE IDS
011000* CARRY ON FROM THE HIGHEST ONE ALREADY ON IT.
011100*--------------------------------------------------------------
011200 1000-INITIALIZE.
011300     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
011400     OPEN OUTPUT SWEEP-REPORT-FILE
011500     MOVE WS-TODAY TO WS-RH-DATE
011600     WRITE SR-RECORD FROM WS-REPORT-HEADER
011700     OPEN I-O SUSPENSE-MASTER-FILE
011800     IF NOT WS-MASTER-OK
011900         CLOSE SUSPENSE-MASTER-FILE
012000         OPEN OUTPUT SUSPENSE-MASTER-FILE
012100         CLOSE SUSPENSE-MASTER-FILE
012200         OPEN I-O SUSPENSE-MASTER-FILE
012300     END-IF
012400     IF NOT WS-MASTER-OK
012500         MOVE "SUSPMAST COULD NOT BE OPENED - NOTHING SWEPT"
012600             TO SR-RECORD
012700         WRITE SR-RECORD
012800         MOVE 8 TO WS-HIGHEST-RC
012900         GO TO 1000-EXIT
013000     END-IF
013100     SET WS-MASTER-OPEN TO TRUE
013200     PERFORM 1100-READ-MASTER THRU 1100-EXIT
013300     PERFORM 1200-NOTE-LAST-ID THRU 1200-EXIT
013400         UNTIL WS-MASTER-EOF.
013500 1000-EXIT.
013600     EXIT.
013700 1100-READ-MASTER.
013800     READ SUSPENSE-MASTER-FILE NEXT RECORD
013900         AT END SET WS-MASTER-EOF TO TRUE
014000     END-READ.
014100 1100-EXIT.
014200     EXIT.
014300 1200-NOTE-LAST-ID.
014400     IF SU-SUSPENSE-ID > WS-LAST-ID
014500         MOVE SU-SUSPENSE-ID TO WS-LAST-ID
014600     END-IF
014700     PERFORM 1100-READ-MASTER THRU 1100-EXIT.
014800 1200-EXIT.
014900     EXIT.
015000*--------------------------------------------------------------
015100* ONE EXCEPTION FILE. ONLY THE SUSP LINES ARE TAKEN.
015200*--------------------------------------------------------------
015300 2000-SWEEP-ONE-FILE.
015400     IF WS-HIGHEST-RC >= 8
015500         GO TO 2000-EXIT
015600     END-IF
015700     MOVE SS-EXCEPTION-FILE(WS-SRC-IX) TO WS-EXCEPTION-NAME
015800     MOVE WS-EXCEPTION-NAME TO WS-FL-FILE
015900     MOVE ZERO TO WS-FILE-TAKEN
016000     MOVE ZERO TO WS-GROUP-ID
016100     OPEN INPUT EXCEPTION-FILE
016200     IF NOT WS-EXCEPTION-OK
016300         ADD 1 TO WS-FILES-ABSENT
016400         MOVE "NOT ON HAND - PASSED" TO WS-FL-TEXT
016500         MOVE ZERO TO WS-FL-COUNT
016600         WRITE SR-RECORD FROM WS-FILE-LINE
016700         GO TO 2000-EXIT
016800     END-IF
016900     ADD 1 TO WS-FILES-READ
017000     PERFORM 2100-READ-EXCEPTION THRU 2100-EXIT
017100     PERFORM 2200-TAKE-ONE-LINE THRU 2200-EXIT
017200         UNTIL WS-EXCEPTION-EOF
017300     CLOSE EXCEPTION-FILE
017400     MOVE "ITEMS TAKEN" TO WS-FL-TEXT
017500     MOVE WS-FILE-TAKEN TO WS-FL-COUNT
017600     WRITE SR-RECORD FROM WS-FILE-LINE.
017700 2000-EXIT.
017800     EXIT.
017900 2100-READ-EXCEPTION.
018000     READ EXCEPTION-FILE
018100         AT END SET WS-EXCEPTION-EOF TO TRUE
018200     END-READ.
018300 2100-EXIT.
018400     EXIT.
018500 2200-TAKE-ONE-LINE.
018600     IF EXCEPTION-RECORD(1:5) NOT = "SUSP "
018700         WRITE SR-RECORD FROM EXCEPTION-RECORD
018800         PERFORM 2100-READ-EXCEPTION THRU 2100-EXIT
018900         GO TO 2200-EXIT
019000     END-IF
019100     MOVE EXCEPTION-RECORD TO SUSPENSE-LINE
019200     ADD 1 TO WS-LAST-ID
019300     IF SQ-FIRST-OF-ITEM
019400         OR WS-GROUP-ID = ZERO
019500         MOVE WS-LAST-ID TO WS-GROUP-ID
019600     END-IF
019700     MOVE SPACES TO SUSPENSE-MASTER-RECORD
019800     MOVE WS-LAST-ID TO SU-SUSPENSE-ID
019900     MOVE WS-GROUP-ID TO SU-GROUP-ID
020000     MOVE SS-EXCEPTION-FILE(WS-SRC-IX) TO SU-SOURCE-FILE
020100     MOVE SS-PROGRAM(WS-SRC-IX) TO SU-SOURCE-PROGRAM
020200     SET SU-OPEN TO TRUE
020300     MOVE WS-TODAY TO SU-SWEPT-DATE
020400     MOVE ZERO TO SU-ACTION-DATE
020500     MOVE ZERO TO SU-RESUBMIT-DATE
020600     MOVE SQ-REASON TO SU-REASON
020700     MOVE SQ-IMAGE TO SU-ORIGINAL-IMAGE
020800     IF SQ-IMAGE = SPACES
020900         SET SU-NO-IMAGE TO TRUE
021000     ELSE
021100         SET SU-HAS-IMAGE TO TRUE
021200     END-IF
021300     WRITE SUSPENSE-MASTER-RECORD
021400         INVALID KEY
021500             MOVE "SUSPMAST WRITE FAILED - SWEEP STOPPED"
021600                 TO SR-RECORD
021700             WRITE SR-RECORD
021800             MOVE 8 TO WS-HIGHEST-RC
021900             SET WS-EXCEPTION-EOF TO TRUE
022000             GO TO 2200-EXIT
022100     END-WRITE
022200     ADD 1 TO WS-FILE-TAKEN
022300     ADD 1 TO WS-TOTAL-TAKEN
022400     MOVE SU-SUSPENSE-ID TO WS-IL-ID
022500     MOVE SU-GROUP-ID TO WS-IL-GROUP
022600     MOVE SU-SOURCE-FILE TO WS-IL-FILE
022700     MOVE SU-REASON TO WS-IL-REASON
022800     WRITE SR-RECORD FROM WS-ITEM-LINE
022900     PERFORM 2100-READ-EXCEPTION THRU 2100-EXIT.
023000 2200-EXIT.
023100     EXIT.
023200 8000-WRITE-COUNTS.
023300     MOVE "EXCEPTION FILES READ" TO WS-CL-TEXT
023400     MOVE WS-FILES-READ TO WS-CL-COUNT
023500     WRITE SR-RECORD FROM WS-COUNT-LINE
023600     MOVE "EXCEPTION FILES ABSENT" TO WS-CL-TEXT
023700     MOVE WS-FILES-ABSENT TO WS-CL-COUNT
023800     WRITE SR-RECORD FROM WS-COUNT-LINE
023900     MOVE "ITEMS INTO SUSPENSE" TO WS-CL-TEXT
024000     MOVE WS-TOTAL-TAKEN TO WS-CL-COUNT
024100     WRITE SR-RECORD FROM WS-COUNT-LINE.
024200 8000-EXIT.
024300     EXIT.
024400 9000-TERMINATE.
024500     IF WS-MASTER-OPEN
024600         CLOSE SUSPENSE-MASTER-FILE
024700     END-IF
024800     CLOSE SWEEP-REPORT-FILE
024900     MOVE WS-HIGHEST-RC TO RETURN-CODE.
025000 9000-EXIT.
025100     EXIT.
025200 END PROGRAM SUSPENSE-SWEEP.
