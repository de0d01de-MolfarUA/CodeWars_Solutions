000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SUSPENSE-AGING.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  BJC  INITIAL VERSION - AGING REPORT OF THE
001000*                    SUSPENSE CYCLE. EVERY ITEM STILL OPEN OR
001100*                    CORRECTED BUT NOT YET RESUBMITTED ON THE
001200*                    SUSPMAST SUSPENSE MASTER IS AGED IN DAYS
001300*                    FROM THE DATE IT WAS SWEPT. SUSPAGE LISTS
001400*                    EACH ITEM OLDER THAN THE SLA SUSPSRC GIVES
001500*                    ITS SOURCE, THEN PER SOURCE THE ITEMS
001600*                    OUTSTANDING, HOW MANY ARE OVER SLA, AND THE
001700*                    AGE OF THE OLDEST. RETURN CODE 4 WHEN ANY
001800*                    ITEM IS OVER ITS SLA, 8 WHEN THE MASTER
001900*                    COULD NOT BE OPENED.
002000*--------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT SUSPENSE-MASTER-FILE ASSIGN TO "SUSPMAST"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS SEQUENTIAL
002800         RECORD KEY IS SU-SUSPENSE-ID
002900         FILE STATUS IS WS-MASTER-STATUS.
003000     SELECT AGING-REPORT-FILE ASSIGN TO "SUSPAGE"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-REPORT-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  SUSPENSE-MASTER-FILE.
003600 COPY SUSPMST.
003700 FD  AGING-REPORT-FILE.
003800 01  AR-RECORD                   PIC X(100).
003900 WORKING-STORAGE SECTION.
004000 77  WS-MASTER-STATUS            PIC X(02)       VALUE SPACES.
004100     88  WS-MASTER-OK                            VALUE '00'.
004200     88  WS-MASTER-EOF                           VALUE '10'.
004300 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
004400 77  WS-TODAY                    PIC 9(08)       VALUE ZERO.
004500 77  WS-TODAY-DAYS               PIC 9(07)       VALUE ZERO COMP.
004600 77  WS-AGE-DAYS                 PIC 9(05)       VALUE ZERO COMP.
004700 77  WS-HIGHEST-RC               PIC 9(02)       VALUE ZERO.
004800 77  WS-SRC-IX                   PIC 9(02)       VALUE ZERO COMP.
004900 77  WS-SRC-MAX                  PIC 9(02)       VALUE 10 COMP.
005000 77  WS-FOUND-IX                 PIC 9(02)       VALUE ZERO COMP.
005100 77  WS-TOTAL-OUTSTANDING        PIC 9(07)       VALUE ZERO COMP.
005200 77  WS-TOTAL-OVER               PIC 9(07)       VALUE ZERO COMP.
005300 77  WS-MASTER-OPEN-SW           PIC X(01)       VALUE 'N'.
005400     88  WS-MASTER-OPEN                          VALUE 'Y'.
005500 COPY SUSPSRC.
005600*--------------------------------------------------------------
005700* COUNTS PER SUSPSRC ENTRY, SAME ORDER.
005800*--------------------------------------------------------------
005900 01  WS-SOURCE-COUNTS.
006000     05  WS-SC-ENTRY OCCURS 10.
006100         10  WS-SC-OPEN          PIC 9(07) COMP.
006200         10  WS-SC-CORRECTED     PIC 9(07) COMP.
006300         10  WS-SC-OVER          PIC 9(07) COMP.
006400         10  WS-SC-OLDEST        PIC 9(05) COMP.
006500 01  WS-REPORT-HEADER.
006600     05  FILLER                  PIC X(36)       VALUE
006700             "SUSPENSE AGING REPORT - RUN DATE ".
006800     05  WS-RH-DATE              PIC 9(08).
006900 01  WS-OVER-HEADER.
007000     05  FILLER                  PIC X(30)       VALUE
007100             "ID       GROUP    FILE     ST ".
007200     05  FILLER                  PIC X(25)       VALUE
007300             "SWEPT      AGE SLA REASON".
007400 01  WS-OVER-LINE.
007500     05  WS-OL-ID                PIC 9(08).
007600     05  FILLER                  PIC X(01)       VALUE SPACE.
007700     05  WS-OL-GROUP             PIC 9(08).
007800     05  FILLER                  PIC X(01)       VALUE SPACE.
007900     05  WS-OL-FILE              PIC X(08).
008000     05  FILLER                  PIC X(01)       VALUE SPACE.
008100     05  WS-OL-STATUS            PIC X(01).
008200     05  FILLER                  PIC X(02)       VALUE SPACES.
008300     05  WS-OL-SWEPT             PIC 9(08).
008400     05  FILLER                  PIC X(01)       VALUE SPACE.
008500     05  WS-OL-AGE               PIC ZZZZ9.
008600     05  FILLER                  PIC X(01)       VALUE SPACE.
008700     05  WS-OL-SLA               PIC ZZ9.
008800     05  FILLER                  PIC X(01)       VALUE SPACE.
008900     05  WS-OL-REASON            PIC X(30).
009000 01  WS-SUMMARY-HEADER.
009100     05  FILLER                  PIC X(33)       VALUE
009200             "FILE     PROGRAM".
009300     05  FILLER                  PIC X(26)       VALUE
009400             "   OPEN  CORR  OVER OLDEST".
009500 01  WS-SUMMARY-LINE.
009600     05  WS-SL-FILE              PIC X(08).
009700     05  FILLER                  PIC X(01)       VALUE SPACE.
009800     05  WS-SL-PROGRAM           PIC X(24).
009900     05  WS-SL-OPEN              PIC Z(06)9.
010000     05  WS-SL-CORRECTED         PIC Z(05)9.
010100     05  WS-SL-OVER              PIC Z(05)9.
010200     05  FILLER                  PIC X(01)       VALUE SPACE.
010300     05  WS-SL-OLDEST            PIC Z(05)9.
010400 01  WS-COUNT-LINE.
010500     05  WS-CL-TEXT              PIC X(24).
010600     05  WS-CL-COUNT             PIC Z(06)9.
010700 PROCEDURE DIVISION.
010800 0000-MAINLINE.
010900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011000     IF WS-MASTER-OPEN
011100         PERFORM 2000-AGE-ITEMS THRU 2000-EXIT
011200         PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
011300     END-IF.
011400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011500     STOP RUN.
011600 0000-EXIT.
011700     EXIT.
011800 1000-INITIALIZE.
011900     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
012000     COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE(WS-TODAY)
012100     INITIALIZE WS-SOURCE-COUNTS
012200     OPEN OUTPUT AGING-REPORT-FILE
012300     MOVE WS-TODAY TO WS-RH-DATE
012400     WRITE AR-RECORD FROM WS-REPORT-HEADER
012500     OPEN INPUT SUSPENSE-MASTER-FILE
012600     IF NOT WS-MASTER-OK
012700         MOVE "SUSPMAST COULD NOT BE OPENED - NOTHING AGED"
012800             TO AR-RECORD
012900         WRITE AR-RECORD
013000         MOVE 8 TO WS-HIGHEST-RC
013100         GO TO 1000-EXIT
013200     END-IF
013300     SET WS-MASTER-OPEN TO TRUE
013400     MOVE SPACES TO AR-RECORD
013500     WRITE AR-RECORD
013600     MOVE "ITEMS OVER SLA" TO AR-RECORD
013700     WRITE AR-RECORD
013800     WRITE AR-RECORD FROM WS-OVER-HEADER.
013900 1000-EXIT.
014000     EXIT.
014100 2000-AGE-ITEMS.
014200     PERFORM 2100-READ-MASTER THRU 2100-EXIT
014300     PERFORM 2200-AGE-ONE-ITEM THRU 2200-EXIT
014400         UNTIL WS-MASTER-EOF.
014500 2000-EXIT.
014600     EXIT.
014700 2100-READ-MASTER.
014800     READ SUSPENSE-MASTER-FILE NEXT RECORD
014900         AT END SET WS-MASTER-EOF TO TRUE
015000     END-READ.
015100 2100-EXIT.
015200     EXIT.
015300*--------------------------------------------------------------
015400* RESUBMITTED AND WRITTEN-OFF ITEMS ARE CLOSED AND NOT AGED.
015500* AN ITEM FROM A SOURCE NO LONGER IN SUSPSRC IS PASSED OVER.
015600*--------------------------------------------------------------
015700 2200-AGE-ONE-ITEM.
015800     IF NOT SU-OUTSTANDING
015900         PERFORM 2100-READ-MASTER THRU 2100-EXIT
016000         GO TO 2200-EXIT
016100     END-IF
016200     MOVE ZERO TO WS-FOUND-IX
016300     PERFORM 2300-FIND-SOURCE THRU 2300-EXIT
016400         VARYING WS-SRC-IX FROM 1 BY 1
016500         UNTIL WS-SRC-IX > WS-SRC-MAX
016600            OR WS-FOUND-IX > ZERO
016700     IF WS-FOUND-IX = ZERO
016800         PERFORM 2100-READ-MASTER THRU 2100-EXIT
016900         GO TO 2200-EXIT
017000     END-IF
017100     MOVE ZERO TO WS-AGE-DAYS
017200     IF SU-SWEPT-DATE IS NUMERIC
017300         AND SU-SWEPT-DATE > ZERO
017400         AND SU-SWEPT-DATE <= WS-TODAY
017500         COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS
017600             - FUNCTION INTEGER-OF-DATE(SU-SWEPT-DATE)
017700     END-IF
017800     ADD 1 TO WS-TOTAL-OUTSTANDING
017900     IF SU-OPEN
018000         ADD 1 TO WS-SC-OPEN(WS-FOUND-IX)
018100     ELSE
018200         ADD 1 TO WS-SC-CORRECTED(WS-FOUND-IX)
018300     END-IF
018400     IF WS-AGE-DAYS > WS-SC-OLDEST(WS-FOUND-IX)
018500         MOVE WS-AGE-DAYS TO WS-SC-OLDEST(WS-FOUND-IX)
018600     END-IF
018700     IF WS-AGE-DAYS > SS-SLA-DAYS(WS-FOUND-IX)
018800         ADD 1 TO WS-SC-OVER(WS-FOUND-IX)
018900         ADD 1 TO WS-TOTAL-OVER
019000         MOVE 4 TO WS-HIGHEST-RC
019100         MOVE SU-SUSPENSE-ID TO WS-OL-ID
019200         MOVE SU-GROUP-ID TO WS-OL-GROUP
019300         MOVE SU-SOURCE-FILE TO WS-OL-FILE
019400         MOVE SU-STATUS TO WS-OL-STATUS
019500         MOVE SU-SWEPT-DATE TO WS-OL-SWEPT
019600         MOVE WS-AGE-DAYS TO WS-OL-AGE
019700         MOVE SS-SLA-DAYS(WS-FOUND-IX) TO WS-OL-SLA
019800         MOVE SU-REASON TO WS-OL-REASON
019900         WRITE AR-RECORD FROM WS-OVER-LINE
020000     END-IF
020100     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
020200 2200-EXIT.
020300     EXIT.
020400 2300-FIND-SOURCE.
020500     IF SS-EXCEPTION-FILE(WS-SRC-IX) = SU-SOURCE-FILE
020600         MOVE WS-SRC-IX TO WS-FOUND-IX
020700     END-IF.
020800 2300-EXIT.
020900     EXIT.
021000 8000-WRITE-SUMMARY.
021100     MOVE SPACES TO AR-RECORD
021200     WRITE AR-RECORD
021300     MOVE "OUTSTANDING BY SOURCE" TO AR-RECORD
021400     WRITE AR-RECORD
021500     WRITE AR-RECORD FROM WS-SUMMARY-HEADER
021600     PERFORM 8100-WRITE-ONE-SOURCE THRU 8100-EXIT
021700         VARYING WS-SRC-IX FROM 1 BY 1
021800         UNTIL WS-SRC-IX > WS-SRC-MAX
021900     MOVE SPACES TO AR-RECORD
022000     WRITE AR-RECORD
022100     MOVE "ITEMS OUTSTANDING" TO WS-CL-TEXT
022200     MOVE WS-TOTAL-OUTSTANDING TO WS-CL-COUNT
022300     WRITE AR-RECORD FROM WS-COUNT-LINE
022400     MOVE "ITEMS OVER SLA" TO WS-CL-TEXT
022500     MOVE WS-TOTAL-OVER TO WS-CL-COUNT
022600     WRITE AR-RECORD FROM WS-COUNT-LINE.
022700 8000-EXIT.
022800     EXIT.
022900 8100-WRITE-ONE-SOURCE.
023000     MOVE SS-EXCEPTION-FILE(WS-SRC-IX) TO WS-SL-FILE
023100     MOVE SS-PROGRAM(WS-SRC-IX) TO WS-SL-PROGRAM
023200     MOVE WS-SC-OPEN(WS-SRC-IX) TO WS-SL-OPEN
023300     MOVE WS-SC-CORRECTED(WS-SRC-IX) TO WS-SL-CORRECTED
023400     MOVE WS-SC-OVER(WS-SRC-IX) TO WS-SL-OVER
023500     MOVE WS-SC-OLDEST(WS-SRC-IX) TO WS-SL-OLDEST
023600     WRITE AR-RECORD FROM WS-SUMMARY-LINE.
023700 8100-EXIT.
023800     EXIT.
023900 9000-TERMINATE.
024000     IF WS-MASTER-OPEN
024100         CLOSE SUSPENSE-MASTER-FILE
024200     END-IF
024300     CLOSE AGING-REPORT-FILE
024400     MOVE WS-HIGHEST-RC TO RETURN-CODE.
024500 9000-EXIT.
024600     EXIT.
024700 END PROGRAM SUSPENSE-AGING.
