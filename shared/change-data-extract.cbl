000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CHANGE-DATA-EXTRACT.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  BJC  INITIAL VERSION - CHANGE-DATA FEED TO THE
001000*                    REPORTING WAREHOUSE, WHICH HAS BEEN
001100*                    RELOADING MINBASEC, NPARACHE, RESMASTR AND
001200*                    BADGMST IN FULL EVERY WEEK FOR WANT OF
001300*                    KNOWING WHAT CHANGED. EACH RUN READS THE
001400*                    UPDJRNL UPDATE JOURNAL FROM THE HIGH-WATER
001500*                    MARK LEFT BY THE LAST RUN (CDCHWM, OLD
001600*                    GENERATION; THE NEW MARK GOES TO CDCHNEW)
001700*                    AND WRITES ONE INSERT, UPDATE OR DELETE
001800*                    RECORD PER NEW ENTRY FOR THOSE FILES, WITH
001900*                    BEFORE AND AFTER IMAGES, TO CDCFEED IN THE
002000*                    CDCREC INTERFACE LAYOUT, THEN A CONTROL
002100*                    RECORD WITH COUNTS PER FILE FOR THE
002200*                    WAREHOUSE TO RECONCILE. THE MARK KEEPS THE
002300*                    JOURNAL POSITION AND THE LAST ENTRY SENT;
002400*                    WHEN THE JOURNAL NO LONGER AGREES WITH IT
002500*                    (SHORTER, OR A DIFFERENT ENTRY AT THAT
002600*                    POSITION) NOTHING IS SENT, THE MARK IS
002700*                    CARRIED FORWARD UNCHANGED AND THE RETURN
002800*                    CODE IS 8, SO NO CHANGE IS EVER SENT TWICE
002900*                    OR SKIPPED. COUNTS GO TO CDCRPT.
003000*--------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT UPDATE-JOURNAL-FILE ASSIGN TO "UPDJRNL"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-JOURNAL-STATUS.
003800     SELECT MARK-FILE ASSIGN TO "CDCHWM"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-MARK-STATUS.
004100     SELECT NEW-MARK-FILE ASSIGN TO "CDCHNEW"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-NEW-MARK-STATUS.
004400     SELECT CHANGE-FEED-FILE ASSIGN TO "CDCFEED"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-FEED-STATUS.
004700     SELECT EXTRACT-REPORT-FILE ASSIGN TO "CDCRPT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-REPORT-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  UPDATE-JOURNAL-FILE.
005300 COPY UPDJRNL.
005400*--------------------------------------------------------------
005500* CDCHWM / CDCHNEW: THE HIGH-WATER MARK, ONE RECORD - THE
005600* ORDINAL OF THE LAST JOURNAL ENTRY TAKEN, THE EXTRACT THAT
005700* TOOK IT, AND THAT ENTRY'S CYCLE, FILE, ACTION, KEY AND
005800* PROGRAM SO THE NEXT RUN CAN CHECK THE JOURNAL STILL HOLDS
005900* IT THERE. NO MARK (OR A ZERO POSITION) STARTS FROM THE TOP
006000* OF THE JOURNAL - THE FIRST RUN, OR A RESEED AFTER THE
006100* JOURNAL HAS BEEN STARTED AFRESH.
006200*--------------------------------------------------------------
006300 FD  MARK-FILE.
006400 01  MARK-RECORD.
006500     05  HW-POSITION             PIC 9(10).
006600     05  FILLER                  PIC X(01).
006700     05  HW-EXTRACT-ID           PIC 9(14).
006800     05  FILLER                  PIC X(01).
006900     05  HW-CYCLE-ID             PIC X(12).
007000     05  FILLER                  PIC X(01).
007100     05  HW-FILE-NAME            PIC X(08).
007200     05  FILLER                  PIC X(01).
007300     05  HW-ACTION               PIC X(01).
007400     05  FILLER                  PIC X(01).
007500     05  HW-KEY                  PIC X(25).
007600     05  FILLER                  PIC X(01).
007700     05  HW-PROGRAM-ID           PIC X(08).
007800 FD  NEW-MARK-FILE.
007900 01  NM-RECORD                   PIC X(84).
008000 FD  CHANGE-FEED-FILE.
008100 COPY CDCREC.
008200 FD  EXTRACT-REPORT-FILE.
008300 01  ER-RECORD                   PIC X(80).
008400 WORKING-STORAGE SECTION.
008500 77  WS-JOURNAL-STATUS           PIC X(02)       VALUE SPACES.
008600     88  WS-JOURNAL-OK                           VALUE '00'.
008700     88  WS-JOURNAL-EOF                          VALUE '10'.
008800 77  WS-MARK-STATUS              PIC X(02)       VALUE SPACES.
008900     88  WS-MARK-OK                              VALUE '00'.
009000 77  WS-NEW-MARK-STATUS          PIC X(02)       VALUE SPACES.
009100 77  WS-FEED-STATUS              PIC X(02)       VALUE SPACES.
009200 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
009300 77  WS-EXTRACT-STATE            PIC X(01)       VALUE 'N'.
009400     88  WS-EXTRACT-HELD                         VALUE 'Y'.
009500 77  WS-HIGHEST-RC               PIC 9(04)       VALUE ZERO.
009600 77  WS-POSITION                 PIC 9(10)       VALUE ZERO.
009700 77  WS-FROM-POSITION            PIC 9(10)       VALUE ZERO.
009800 77  WS-CHANGE-COUNT             PIC 9(09)       VALUE ZERO.
009900 77  WS-SKIPPED-COUNT            PIC 9(09)       VALUE ZERO.
010000 77  WS-FX                       PIC 9(04)       VALUE ZERO COMP.
010100 77  WS-FILE-FOUND               PIC 9(04)       VALUE ZERO COMP.
010200 01  WS-EXTRACT-ID               PIC 9(14)       VALUE ZERO.
010300 01  WS-HOLD-REASON              PIC X(50)       VALUE SPACES.
010400 01  WS-OLD-MARK                 PIC X(84)       VALUE SPACES.
010500*--------------------------------------------------------------
010600* THE FED MASTERS, IN CONTROL-RECORD ORDER, AND THEIR COUNTS.
010700*--------------------------------------------------------------
010800 01  WS-FED-FILE-NAMES.
010900     05  FILLER                  PIC X(08)       VALUE
011000             "MINBASEC".
011100     05  FILLER                  PIC X(08)       VALUE
011200             "NPARACHE".
011300     05  FILLER                  PIC X(08)       VALUE
011400             "RESMASTR".
011500     05  FILLER                  PIC X(08)       VALUE
011600             "BADGMST ".
011700 01  WS-FED-FILE-TABLE REDEFINES WS-FED-FILE-NAMES.
011800     05  WS-FED-FILE-NAME OCCURS 4      PIC X(08).
011900 01  WS-FILE-COUNT-TABLE.
012000     05  WS-FILE-COUNTS OCCURS 4.
012100         10  WS-INSERT-COUNT     PIC 9(09)       COMP.
012200         10  WS-UPDATE-COUNT     PIC 9(09)       COMP.
012300         10  WS-DELETE-COUNT     PIC 9(09)       COMP.
012400 01  WS-REPORT-HEADER.
012500     05  FILLER                  PIC X(22)       VALUE
012600             "CHANGE-DATA EXTRACT  ".
012700     05  WS-RH-EXTRACT-ID        PIC 9(14).
012800     05  FILLER                  PIC X(11)       VALUE
012900             "  PREVIOUS ".
013000     05  WS-RH-PREVIOUS-ID       PIC 9(14).
013100 01  WS-RANGE-LINE.
013200     05  FILLER                  PIC X(22)       VALUE
013300             "JOURNAL POSITIONS    ".
013400     05  WS-RL-FROM              PIC Z(09)9.
013500     05  FILLER                  PIC X(04)       VALUE
013600             " TO ".
013700     05  WS-RL-TO                PIC Z(09)9.
013800 01  WS-FILE-LINE.
013900     05  FILLER                  PIC X(02)       VALUE SPACES.
014000     05  WS-FL-FILE              PIC X(08).
014100     05  FILLER                  PIC X(10)       VALUE
014200             "  INSERTS ".
014300     05  WS-FL-INSERTS           PIC Z(08)9.
014400     05  FILLER                  PIC X(10)       VALUE
014500             "  UPDATES ".
014600     05  WS-FL-UPDATES           PIC Z(08)9.
014700     05  FILLER                  PIC X(10)       VALUE
014800             "  DELETES ".
014900     05  WS-FL-DELETES           PIC Z(08)9.
015000 01  WS-TOTALS-LINE.
015100     05  FILLER                  PIC X(08)       VALUE
015200             "CHANGES ".
015300     05  WS-TL-CHANGES           PIC Z(08)9.
015400     05  FILLER                  PIC X(10)       VALUE
015500             "  SKIPPED ".
015600     05  WS-TL-SKIPPED           PIC Z(08)9.
015700 PROCEDURE DIVISION.
015800 0000-MAINLINE.
015900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016000     IF NOT WS-EXTRACT-HELD
016100         PERFORM 2000-FIND-MARK THRU 2000-EXIT
016200     END-IF
016300     IF WS-EXTRACT-HELD
016400         PERFORM 8000-CARRY-MARK-FORWARD THRU 8000-EXIT
016500     ELSE
016600         PERFORM 3000-EXTRACT-CHANGES THRU 3000-EXIT
016700         PERFORM 4000-WRITE-CONTROL THRU 4000-EXIT
016800         PERFORM 5000-WRITE-NEW-MARK THRU 5000-EXIT
016900     END-IF
017000     PERFORM 9000-TERMINATE THRU 9000-EXIT
017100     STOP RUN.
017200 0000-EXIT.
017300     EXIT.
017400*--------------------------------------------------------------
017500* THE EXTRACT ID IS THIS RUN'S DATE AND TIME. THE OLD MARK IS
017600* KEPT AS READ SO A HELD RUN CAN CARRY IT FORWARD BYTE FOR
017700* BYTE.
017800*--------------------------------------------------------------
017900 1000-INITIALIZE.
018000     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-EXTRACT-ID
018100     INITIALIZE WS-FILE-COUNT-TABLE
018200     OPEN OUTPUT EXTRACT-REPORT-FILE
018300     OPEN OUTPUT CHANGE-FEED-FILE
018400     OPEN OUTPUT NEW-MARK-FILE
018500     MOVE SPACES TO MARK-RECORD
018600     MOVE ZERO TO HW-POSITION HW-EXTRACT-ID
018700     OPEN INPUT MARK-FILE
018800     IF WS-MARK-OK
018900         READ MARK-FILE
019000             AT END MOVE ZERO TO HW-POSITION HW-EXTRACT-ID
019100         END-READ
019200         CLOSE MARK-FILE
019300     END-IF
019400     IF HW-POSITION NOT NUMERIC
019500         OR HW-EXTRACT-ID NOT NUMERIC
019600         MOVE "CDCHWM HIGH-WATER MARK IS NOT VALID"
019700             TO WS-HOLD-REASON
019800         SET WS-EXTRACT-HELD TO TRUE
019900         MOVE ZERO TO HW-EXTRACT-ID
020000     END-IF
020100     MOVE MARK-RECORD TO WS-OLD-MARK
020200     MOVE WS-EXTRACT-ID TO WS-RH-EXTRACT-ID
020300     MOVE HW-EXTRACT-ID TO WS-RH-PREVIOUS-ID
020400     WRITE ER-RECORD FROM WS-REPORT-HEADER.
020500 1000-EXIT.
020600     EXIT.
020700*--------------------------------------------------------------
020800* PASS OVER THE ENTRIES ALREADY SENT. THE ENTRY AT THE MARK
020900* MUST BE THE ONE THE LAST RUN SENT; IF THE JOURNAL RUNS OUT
021000* FIRST, OR HOLDS SOMETHING ELSE THERE, IT HAS BEEN RESET OR
021100* REPLACED AND THE FEED IS HELD UNTIL THE MARK IS RESEEDED.
021200* NO JOURNAL AT ALL IS AN EMPTY JOURNAL.
021300*--------------------------------------------------------------
021400 2000-FIND-MARK.
021500     OPEN INPUT UPDATE-JOURNAL-FILE
021600     IF NOT WS-JOURNAL-OK
021700         SET WS-JOURNAL-EOF TO TRUE
021800     END-IF
021900     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT
022000         UNTIL WS-POSITION >= HW-POSITION
022100            OR WS-JOURNAL-EOF
022200     IF WS-POSITION < HW-POSITION
022300         MOVE "UPDJRNL IS SHORTER THAN THE HIGH-WATER MARK"
022400             TO WS-HOLD-REASON
022500         SET WS-EXTRACT-HELD TO TRUE
022600         CLOSE UPDATE-JOURNAL-FILE
022700         GO TO 2000-EXIT
022800     END-IF
022900     IF HW-POSITION > ZERO
023000         AND (UJ-CYCLE-ID NOT = HW-CYCLE-ID
023100           OR UJ-FILE-NAME NOT = HW-FILE-NAME
023200           OR UJ-ACTION NOT = HW-ACTION
023300           OR UJ-KEY NOT = HW-KEY
023400           OR UJ-PROGRAM-ID NOT = HW-PROGRAM-ID)
023500         MOVE "UPDJRNL DOES NOT MATCH THE HIGH-WATER MARK"
023600             TO WS-HOLD-REASON
023700         SET WS-EXTRACT-HELD TO TRUE
023800         CLOSE UPDATE-JOURNAL-FILE
023900     END-IF.
024000 2000-EXIT.
024100     EXIT.
024200 2100-READ-JOURNAL.
024300     IF WS-JOURNAL-EOF
024400         GO TO 2100-EXIT
024500     END-IF
024600     READ UPDATE-JOURNAL-FILE
024700         AT END SET WS-JOURNAL-EOF TO TRUE
024800     END-READ
024900     IF NOT WS-JOURNAL-EOF
025000         ADD 1 TO WS-POSITION
025100     END-IF.
025200 2100-EXIT.
025300     EXIT.
025400*--------------------------------------------------------------
025500* EVERY ENTRY PAST THE MARK, IN JOURNAL ORDER. AN ENTRY FOR A
025600* FILE THE WAREHOUSE IS NOT FED, OR WITH AN ACTION OTHER THAN
025700* A, R OR D, IS COUNTED SKIPPED BUT STILL MOVES THE MARK.
025800*--------------------------------------------------------------
025900 3000-EXTRACT-CHANGES.
026000     COMPUTE WS-FROM-POSITION = WS-POSITION + 1
026100     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT
026200     PERFORM 3100-EXTRACT-ONE-ENTRY THRU 3100-EXIT
026300         UNTIL WS-JOURNAL-EOF
026400     CLOSE UPDATE-JOURNAL-FILE.
026500 3000-EXIT.
026600     EXIT.
026700 3100-EXTRACT-ONE-ENTRY.
026800     MOVE UJ-CYCLE-ID TO HW-CYCLE-ID
026900     MOVE UJ-FILE-NAME TO HW-FILE-NAME
027000     MOVE UJ-ACTION TO HW-ACTION
027100     MOVE UJ-KEY TO HW-KEY
027200     MOVE UJ-PROGRAM-ID TO HW-PROGRAM-ID
027300     MOVE ZERO TO WS-FILE-FOUND
027400     PERFORM 3110-MATCH-ONE-FILE THRU 3110-EXIT
027500         VARYING WS-FX FROM 1 BY 1
027600         UNTIL WS-FX > 4 OR WS-FILE-FOUND > ZERO
027700     IF WS-FILE-FOUND = ZERO
027800         OR (UJ-ACTION NOT = 'A' AND NOT = 'R' AND NOT = 'D')
027900         ADD 1 TO WS-SKIPPED-COUNT
028000         PERFORM 2100-READ-JOURNAL THRU 2100-EXIT
028100         GO TO 3100-EXIT
028200     END-IF
028300     MOVE SPACES TO CDC-FEED-RECORD
028400     SET CDC-CHANGE-RECORD TO TRUE
028500     MOVE WS-EXTRACT-ID TO CDC-EXTRACT-ID
028600     MOVE WS-POSITION TO CDC-JOURNAL-POSITION
028700     MOVE UJ-CYCLE-ID TO CDC-CYCLE-ID
028800     MOVE UJ-FILE-NAME TO CDC-FILE-NAME
028900     MOVE UJ-KEY TO CDC-KEY
029000     MOVE UJ-PROGRAM-ID TO CDC-PROGRAM-ID
029100     EVALUATE UJ-ACTION
029200         WHEN 'A'
029300             SET CDC-INSERT TO TRUE
029400             MOVE UJ-AFTER-IMAGE TO CDC-AFTER-IMAGE
029500             ADD 1 TO WS-INSERT-COUNT(WS-FILE-FOUND)
029600         WHEN 'R'
029700             SET CDC-UPDATE TO TRUE
029800             MOVE UJ-BEFORE-IMAGE TO CDC-BEFORE-IMAGE
029900             MOVE UJ-AFTER-IMAGE TO CDC-AFTER-IMAGE
030000             ADD 1 TO WS-UPDATE-COUNT(WS-FILE-FOUND)
030100         WHEN 'D'
030200             SET CDC-DELETE TO TRUE
030300             MOVE UJ-BEFORE-IMAGE TO CDC-BEFORE-IMAGE
030400             ADD 1 TO WS-DELETE-COUNT(WS-FILE-FOUND)
030500     END-EVALUATE
030600     WRITE CDC-FEED-RECORD
030700     ADD 1 TO WS-CHANGE-COUNT
030800     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
030900 3100-EXIT.
031000     EXIT.
031100 3110-MATCH-ONE-FILE.
031200     IF UJ-FILE-NAME = WS-FED-FILE-NAME(WS-FX)
031300         MOVE WS-FX TO WS-FILE-FOUND
031400     END-IF.
031500 3110-EXIT.
031600     EXIT.
031700*--------------------------------------------------------------
031800* THE CONTROL RECORD CLOSES EVERY FEED, EMPTY OR NOT.
031900*--------------------------------------------------------------
032000 4000-WRITE-CONTROL.
032100     MOVE SPACES TO CDC-FEED-RECORD
032200     SET CDC-CONTROL-RECORD TO TRUE
032300     MOVE WS-EXTRACT-ID TO CDC-EXTRACT-ID
032400     MOVE HW-EXTRACT-ID TO CDC-PREVIOUS-EXTRACT-ID
032500     MOVE WS-FROM-POSITION TO CDC-FROM-POSITION
032600     MOVE WS-POSITION TO CDC-TO-POSITION
032700     MOVE WS-CHANGE-COUNT TO CDC-CHANGE-COUNT
032800     MOVE WS-SKIPPED-COUNT TO CDC-SKIPPED-COUNT
032900     PERFORM 4100-COUNT-ONE-FILE THRU 4100-EXIT
033000         VARYING WS-FX FROM 1 BY 1
033100         UNTIL WS-FX > 4
033200     WRITE CDC-FEED-RECORD.
033300 4000-EXIT.
033400     EXIT.
033500 4100-COUNT-ONE-FILE.
033600     MOVE WS-FED-FILE-NAME(WS-FX)
033700         TO CDC-COUNT-FILE-NAME(WS-FX)
033800     MOVE WS-INSERT-COUNT(WS-FX) TO CDC-INSERT-COUNT(WS-FX)
033900     MOVE WS-UPDATE-COUNT(WS-FX) TO CDC-UPDATE-COUNT(WS-FX)
034000     MOVE WS-DELETE-COUNT(WS-FX) TO CDC-DELETE-COUNT(WS-FX).
034100 4100-EXIT.
034200     EXIT.
034300*--------------------------------------------------------------
034400* THE NEW MARK: THE LAST POSITION READ AND THE ENTRY THERE
034500* (UNCHANGED FROM THE OLD MARK WHEN NOTHING WAS NEW).
034600*--------------------------------------------------------------
034700 5000-WRITE-NEW-MARK.
034800     MOVE WS-POSITION TO HW-POSITION
034900     MOVE WS-EXTRACT-ID TO HW-EXTRACT-ID
035000     WRITE NM-RECORD FROM MARK-RECORD.
035100 5000-EXIT.
035200     EXIT.
035300 8000-CARRY-MARK-FORWARD.
035400     DISPLAY "CHANGE-DATA-EXTRACT: " FUNCTION TRIM(WS-HOLD-REASON)
035500         " - NOTHING SENT"
035600     MOVE WS-HOLD-REASON TO ER-RECORD
035700     WRITE ER-RECORD
035800     MOVE "FEED HELD - NOTHING SENT, MARK CARRIED FORWARD"
035900         TO ER-RECORD
036000     WRITE ER-RECORD
036100     WRITE NM-RECORD FROM WS-OLD-MARK
036200     MOVE 8 TO WS-HIGHEST-RC.
036300 8000-EXIT.
036400     EXIT.
036500 9000-TERMINATE.
036600     IF NOT WS-EXTRACT-HELD
036700         MOVE WS-FROM-POSITION TO WS-RL-FROM
036800         MOVE WS-POSITION TO WS-RL-TO
036900         WRITE ER-RECORD FROM WS-RANGE-LINE
037000         PERFORM 9100-REPORT-ONE-FILE THRU 9100-EXIT
037100             VARYING WS-FX FROM 1 BY 1
037200             UNTIL WS-FX > 4
037300         MOVE WS-CHANGE-COUNT TO WS-TL-CHANGES
037400         MOVE WS-SKIPPED-COUNT TO WS-TL-SKIPPED
037500         WRITE ER-RECORD FROM WS-TOTALS-LINE
037600     END-IF
037700     CLOSE CHANGE-FEED-FILE
037800     CLOSE NEW-MARK-FILE
037900     CLOSE EXTRACT-REPORT-FILE
038000     MOVE WS-HIGHEST-RC TO RETURN-CODE.
038100 9000-EXIT.
038200     EXIT.
038300 9100-REPORT-ONE-FILE.
038400     MOVE WS-FED-FILE-NAME(WS-FX) TO WS-FL-FILE
038500     MOVE WS-INSERT-COUNT(WS-FX) TO WS-FL-INSERTS
038600     MOVE WS-UPDATE-COUNT(WS-FX) TO WS-FL-UPDATES
038700     MOVE WS-DELETE-COUNT(WS-FX) TO WS-FL-DELETES
038800     WRITE ER-RECORD FROM WS-FILE-LINE.
038900 9100-EXIT.
039000     EXIT.
039100 END PROGRAM CHANGE-DATA-EXTRACT.
