000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. UPTIME-STREAK-BATCH.
000300 AUTHOR. PLANT-RELIABILITY.
000400 INSTALLATION. SHOP-FLOOR-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-01.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-01  PRL  INITIAL VERSION - UPTIME ANALYSIS OVER THE
001000*                    DAILY MACHINE AVAILABILITY BITMAPS (ONE
001100*                    DIGIT PER TIME SLOT, 1 UP AND 0 DOWN). EACH
001200*                    BITMAP GOES THROUGH ONESCOUNTER FOR ITS UP
001300*                    RUNS AND, INVERTED, A SECOND TIME FOR ITS
001400*                    DOWN RUNS. PER MACHINE AND PER PRODUCTION
001500*                    LINE THE UPTRPT REPORT GIVES THE LONGEST UP
001600*                    RUN, THE NUMBER OF OUTAGES, MEAN TIME
001700*                    BETWEEN FAILURES AND MEAN TIME TO REPAIR;
001800*                    A MACHINE WITH MORE OUTAGES THAN THE
001900*                    UPTCTL THRESHOLD IS LISTED ON MAINTREV FOR
002000*                    MAINTENANCE REVIEW.
002100*--------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT UPTIME-CONTROL-FILE ASSIGN TO "UPTCTL"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-CONTROL-STATUS.
002900     SELECT BITMAP-FILE ASSIGN TO "AVAILBMP"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-BITMAP-STATUS.
003200     SELECT UPTIME-REPORT-FILE ASSIGN TO "UPTRPT"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-REPORT-STATUS.
003500     SELECT REVIEW-FILE ASSIGN TO "MAINTREV"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-REVIEW-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000*--------------------------------------------------------------
004100* UPTCTL: MINUTES PER SLOT IN COLUMNS 1-3 (DEFAULT 30) AND THE
004200* OUTAGE COUNT OVER WHICH A MACHINE IS REVIEWED IN COLUMNS 5-7
004300* (DEFAULT 3).
004400*--------------------------------------------------------------
004500 FD  UPTIME-CONTROL-FILE.
004600 01  UPTIME-CONTROL-CARD.
004700     05  UC-SLOT-MINUTES      PIC 9(03).
004800     05  FILLER               PIC X(01).
004900     05  UC-OUTAGE-LIMIT      PIC 9(03).
005000     05  FILLER               PIC X(73).
005100 FD  BITMAP-FILE.
005200 01  BITMAP-RECORD.
005300     05  BM-MACHINE-ID        PIC X(08).
005400     05  FILLER               PIC X(01).
005500     05  BM-LINE-ID           PIC X(04).
005600     05  FILLER               PIC X(01).
005700     05  BM-DATE              PIC 9(08).
005800     05  FILLER               PIC X(01).
005900     05  BM-BITMAP            PIC X(70).
006000 FD  UPTIME-REPORT-FILE.
006100 01  UR-RECORD                PIC X(100).
006200 FD  REVIEW-FILE.
006300 01  RV-RECORD                PIC X(80).
006400 WORKING-STORAGE SECTION.
006500 77  WS-CONTROL-STATUS        PIC X(02)     VALUE SPACES.
006600     88  WS-CONTROL-OK                      VALUE '00'.
006700 77  WS-BITMAP-STATUS         PIC X(02)     VALUE SPACES.
006800     88  WS-BITMAP-OK                       VALUE '00'.
006900     88  WS-BITMAP-EOF                      VALUE '10'.
007000 77  WS-REPORT-STATUS         PIC X(02)     VALUE SPACES.
007100     88  WS-REPORT-OK                       VALUE '00'.
007200 77  WS-REVIEW-STATUS         PIC X(02)     VALUE SPACES.
007300     88  WS-REVIEW-OK                       VALUE '00'.
007400 77  WS-SLOT-MINUTES          PIC 9(03)     VALUE 30.
007500 77  WS-OUTAGE-LIMIT          PIC 9(03)     VALUE 3.
007600 77  WS-SLOT-IX               PIC 9(02)     VALUE ZERO COMP.
007700 77  WS-RUN-IX                PIC 9(02)     VALUE ZERO COMP.
007800 77  WS-MACHINE-COUNT         PIC 9(04)     VALUE ZERO COMP.
007900 77  WS-MACHINE-MAX           PIC 9(04)     VALUE 500 COMP.
008000 77  WS-MC-IX                 PIC 9(04)     VALUE ZERO COMP.
008100 77  WS-LINE-COUNT            PIC 9(03)     VALUE ZERO COMP.
008200 77  WS-LINE-MAX              PIC 9(03)     VALUE 50 COMP.
008300 77  WS-LN-IX                 PIC 9(03)     VALUE ZERO COMP.
008400 77  WS-MATCH-IX              PIC 9(04)     VALUE ZERO COMP.
008500 77  WS-DAY-UP-SLOTS          PIC 9(03)     VALUE ZERO.
008600 77  WS-DAY-DOWN-SLOTS        PIC 9(03)     VALUE ZERO.
008700 77  WS-DAY-LONGEST           PIC 9(02)     VALUE ZERO.
008800 77  WS-BAD-BIT-SW            PIC X(01)     VALUE 'N'.
008900     88  WS-BAD-BIT                         VALUE 'Y'.
009000 77  WS-BITMAPS-READ          PIC 9(06)     VALUE ZERO.
009100 77  WS-BITMAPS-REJECTED      PIC 9(06)     VALUE ZERO.
009200 77  WS-REVIEW-COUNT          PIC 9(04)     VALUE ZERO.
009300*--------------------------------------------------------------
009400* ONESCOUNTER PARAMETERS - THE SAME SHAPE FIELD-QA-BATCH USES.
009500*--------------------------------------------------------------
009600 01  WS-ONES-ARR.
009700     05  WS-OA-LENGTH         PIC 99        VALUE ZERO.
009800     05  WS-OA-STR.
009900         10  WS-OA-XS         PIC 9 OCCURS 0 TO 70 TIMES
010000                 DEPENDING ON WS-OA-LENGTH.
010100 01  WS-ONES-RESULT.
010200     05  WS-OR-LENGTH         PIC 99        VALUE ZERO.
010300     05  WS-OR-RES            PIC 99 OCCURS 0 TO 40 TIMES
010400             DEPENDING ON WS-OR-LENGTH.
010500*--------------------------------------------------------------
010600* RUN TOTALS PER MACHINE AND PER LINE, IN SLOTS.
010700*--------------------------------------------------------------
010800 01  WS-MACHINE-TABLE.
010900     05  WS-MC-ENTRY OCCURS 500.
011000         10  WS-MC-MACHINE-ID PIC X(08).
011100         10  WS-MC-LINE-ID    PIC X(04).
011200         10  WS-MC-DAYS       PIC 9(05).
011300         10  WS-MC-UP-SLOTS   PIC 9(07).
011400         10  WS-MC-DOWN-SLOTS PIC 9(07).
011500         10  WS-MC-LONGEST    PIC 9(02).
011600         10  WS-MC-OUTAGES    PIC 9(05).
011700 01  WS-LINE-TABLE.
011800     05  WS-LN-ENTRY OCCURS 50.
011900         10  WS-LN-LINE-ID    PIC X(04).
012000         10  WS-LN-MACHINES   PIC 9(04).
012100         10  WS-LN-UP-SLOTS   PIC 9(08).
012200         10  WS-LN-DOWN-SLOTS PIC 9(08).
012300         10  WS-LN-LONGEST    PIC 9(02).
012400         10  WS-LN-OUTAGES    PIC 9(06).
012500 01  WS-MEASURES.
012600     05  WS-ME-UP-SLOTS       PIC 9(08).
012700     05  WS-ME-DOWN-SLOTS     PIC 9(08).
012800     05  WS-ME-LONGEST        PIC 9(02).
012900     05  WS-ME-OUTAGES        PIC 9(06).
013000     05  WS-ME-MTBF           PIC 9(07)V9.
013100     05  WS-ME-MTTR           PIC 9(07)V9.
013200 01  WS-REPORT-HEADER.
013300     05  FILLER               PIC X(40)     VALUE
013400             "EQUIPMENT UPTIME STREAKS - MINUTES, SLOT".
013500     05  FILLER               PIC X(03)     VALUE " = ".
013600     05  WS-RH-SLOT-MINUTES   PIC ZZ9.
013700 01  WS-COLUMN-HEADER.
013800     05  FILLER               PIC X(40)     VALUE
013900             "LEVEL   ID       LINE  LONGEST UP  OUTAG".
014000     05  FILLER               PIC X(40)     VALUE
014100             "ES        MTBF        MTTR".
014200 01  WS-DETAIL-LINE.
014300     05  WS-DL-LEVEL          PIC X(07).
014400     05  FILLER               PIC X(01)     VALUE SPACE.
014500     05  WS-DL-ID             PIC X(08).
014600     05  FILLER               PIC X(01)     VALUE SPACE.
014700     05  WS-DL-LINE-ID        PIC X(04).
014800     05  FILLER               PIC X(01)     VALUE SPACE.
014900     05  WS-DL-LONGEST        PIC Z(10)9.
015000     05  FILLER               PIC X(01)     VALUE SPACE.
015100     05  WS-DL-OUTAGES        PIC Z(07)9.
015200     05  FILLER               PIC X(01)     VALUE SPACE.
015300     05  WS-DL-MTBF           PIC Z(08)9.9.
015400     05  FILLER               PIC X(01)     VALUE SPACE.
015500     05  WS-DL-MTTR           PIC Z(08)9.9.
015600     05  FILLER               PIC X(01)     VALUE SPACE.
015700     05  WS-DL-FLAG           PIC X(18).
015800 01  WS-REJECT-LINE.
015900     05  FILLER               PIC X(16)     VALUE
016000             "BITMAP REJECTED ".
016100     05  WS-RL-MACHINE-ID     PIC X(08).
016200     05  FILLER               PIC X(01)     VALUE SPACE.
016300     05  WS-RL-DATE           PIC X(08).
016400     05  FILLER               PIC X(01)     VALUE SPACE.
016500     05  WS-RL-REASON         PIC X(30).
016600 01  WS-REVIEW-HEADER.
016700     05  FILLER               PIC X(40)     VALUE
016800             "MACHINES FOR MAINTENANCE REVIEW - OVER ".
016900     05  WS-VH-LIMIT          PIC ZZ9.
017000     05  FILLER               PIC X(08)     VALUE " OUTAGES".
017100 01  WS-REVIEW-LINE.
017200     05  WS-VL-MACHINE-ID     PIC X(08).
017300     05  FILLER               PIC X(06)     VALUE " LINE ".
017400     05  WS-VL-LINE-ID        PIC X(04).
017500     05  FILLER               PIC X(09)     VALUE " OUTAGES ".
017600     05  WS-VL-OUTAGES        PIC ZZZZ9.
017700     05  FILLER               PIC X(07)     VALUE " MTBF  ".
017800     05  WS-VL-MTBF           PIC Z(06)9.9.
017900     05  FILLER               PIC X(06)     VALUE " MTTR ".
018000     05  WS-VL-MTTR           PIC Z(06)9.9.
018100 PROCEDURE DIVISION.
018200 0000-MAINLINE.
018300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018400     PERFORM 2000-TAKE-ONE-BITMAP THRU 2000-EXIT
018500         UNTIL WS-BITMAP-EOF.
018600     PERFORM 4000-REPORT-MACHINES THRU 4000-EXIT.
018700     PERFORM 5000-REPORT-LINES THRU 5000-EXIT.
018800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018900     STOP RUN.
019000 0000-EXIT.
019100     EXIT.
019200 1000-INITIALIZE.
019300     MOVE SPACES TO UPTIME-CONTROL-CARD
019400     OPEN INPUT UPTIME-CONTROL-FILE
019500     IF WS-CONTROL-OK
019600         READ UPTIME-CONTROL-FILE
019700             AT END MOVE SPACES TO UPTIME-CONTROL-CARD
019800         END-READ
019900         CLOSE UPTIME-CONTROL-FILE
020000     END-IF
020100     IF UC-SLOT-MINUTES IS NUMERIC AND UC-SLOT-MINUTES > ZERO
020200         MOVE UC-SLOT-MINUTES TO WS-SLOT-MINUTES
020300     END-IF
020400     IF UC-OUTAGE-LIMIT IS NUMERIC
020500         MOVE UC-OUTAGE-LIMIT TO WS-OUTAGE-LIMIT
020600     END-IF
020700     OPEN OUTPUT UPTIME-REPORT-FILE
020800     OPEN OUTPUT REVIEW-FILE
020900     MOVE WS-SLOT-MINUTES TO WS-RH-SLOT-MINUTES
021000     WRITE UR-RECORD FROM WS-REPORT-HEADER
021100     MOVE WS-OUTAGE-LIMIT TO WS-VH-LIMIT
021200     WRITE RV-RECORD FROM WS-REVIEW-HEADER
021300     OPEN INPUT BITMAP-FILE
021400     IF NOT WS-BITMAP-OK
021500         DISPLAY "UPTIME-STREAK-BATCH: AVAILBMP NOT AVAILABLE"
021600         MOVE 8 TO RETURN-CODE
021700         SET WS-BITMAP-EOF TO TRUE
021800         GO TO 1000-EXIT
021900     END-IF
022000     PERFORM 1100-READ-BITMAP THRU 1100-EXIT.
022100 1000-EXIT.
022200     EXIT.
022300 1100-READ-BITMAP.
022400     READ BITMAP-FILE
022500         AT END SET WS-BITMAP-EOF TO TRUE
022600     END-READ.
022700 1100-EXIT.
022800     EXIT.
022900*--------------------------------------------------------------
023000* THE BITMAP RUNS TO THE FIRST SPACE. UP RUNS COME STRAIGHT
023100* FROM ONESCOUNTER; THE BITMAP IS THEN INVERTED IN PLACE AND
023200* COUNTED AGAIN, SO EACH RUN OF ONES IS NOW A DOWN RUN - ONE
023300* OUTAGE PER RUN.
023400*--------------------------------------------------------------
023500 2000-TAKE-ONE-BITMAP.
023600     ADD 1 TO WS-BITMAPS-READ
023700     MOVE SPACES TO WS-RL-REASON
023800     MOVE 'N' TO WS-BAD-BIT-SW
023900     MOVE ZERO TO WS-OA-LENGTH
024000     PERFORM 2100-APPEND-SLOT THRU 2100-EXIT
024100         VARYING WS-SLOT-IX FROM 1 BY 1
024200         UNTIL WS-SLOT-IX > 70
024300            OR BM-BITMAP(WS-SLOT-IX:1) = SPACE
024400     EVALUATE TRUE
024500         WHEN BM-MACHINE-ID = SPACES
024600             MOVE "NO MACHINE ID" TO WS-RL-REASON
024700         WHEN WS-OA-LENGTH = ZERO
024800             MOVE "EMPTY BITMAP" TO WS-RL-REASON
024900         WHEN WS-BAD-BIT
025000             MOVE "SLOT NOT 0 OR 1" TO WS-RL-REASON
025100     END-EVALUATE
025200     IF WS-RL-REASON NOT = SPACES
025300         ADD 1 TO WS-BITMAPS-REJECTED
025400         MOVE BM-MACHINE-ID TO WS-RL-MACHINE-ID
025500         MOVE BM-DATE TO WS-RL-DATE
025600         WRITE UR-RECORD FROM WS-REJECT-LINE
025700         GO TO 2000-READ-NEXT
025800     END-IF
025900     CALL "onesCounter" USING WS-ONES-ARR WS-ONES-RESULT
026000     MOVE ZERO TO WS-DAY-UP-SLOTS WS-DAY-LONGEST
026100     PERFORM 2200-TAKE-ONE-UP-RUN THRU 2200-EXIT
026200         VARYING WS-RUN-IX FROM 1 BY 1
026300         UNTIL WS-RUN-IX > WS-OR-LENGTH
026400     PERFORM 2300-INVERT-SLOT THRU 2300-EXIT
026500         VARYING WS-SLOT-IX FROM 1 BY 1
026600         UNTIL WS-SLOT-IX > WS-OA-LENGTH
026700     CALL "onesCounter" USING WS-ONES-ARR WS-ONES-RESULT
026800     COMPUTE WS-DAY-DOWN-SLOTS = WS-OA-LENGTH - WS-DAY-UP-SLOTS
026900     PERFORM 3000-POST-MACHINE THRU 3000-EXIT
027000     PERFORM 3100-POST-LINE THRU 3100-EXIT.
027100 2000-READ-NEXT.
027200     PERFORM 1100-READ-BITMAP THRU 1100-EXIT.
027300 2000-EXIT.
027400     EXIT.
027500 2100-APPEND-SLOT.
027600     IF BM-BITMAP(WS-SLOT-IX:1) NOT = '0'
027700         AND BM-BITMAP(WS-SLOT-IX:1) NOT = '1'
027800         SET WS-BAD-BIT TO TRUE
027900         GO TO 2100-EXIT
028000     END-IF
028100     ADD 1 TO WS-OA-LENGTH
028200     MOVE BM-BITMAP(WS-SLOT-IX:1) TO WS-OA-XS(WS-OA-LENGTH).
028300 2100-EXIT.
028400     EXIT.
028500 2200-TAKE-ONE-UP-RUN.
028600     ADD WS-OR-RES(WS-RUN-IX) TO WS-DAY-UP-SLOTS
028700     IF WS-OR-RES(WS-RUN-IX) > WS-DAY-LONGEST
028800         MOVE WS-OR-RES(WS-RUN-IX) TO WS-DAY-LONGEST
028900     END-IF.
029000 2200-EXIT.
029100     EXIT.
029200 2300-INVERT-SLOT.
029300     SUBTRACT WS-OA-XS(WS-SLOT-IX) FROM 1
029400         GIVING WS-OA-XS(WS-SLOT-IX).
029500 2300-EXIT.
029600     EXIT.
029700 3000-POST-MACHINE.
029800     MOVE ZERO TO WS-MATCH-IX
029900     PERFORM 3010-SCAN-MACHINE THRU 3010-EXIT
030000         VARYING WS-MC-IX FROM 1 BY 1
030100         UNTIL WS-MC-IX > WS-MACHINE-COUNT
030200            OR WS-MATCH-IX > ZERO
030300     IF WS-MATCH-IX = ZERO
030400         IF WS-MACHINE-COUNT >= WS-MACHINE-MAX
030500             DISPLAY "UPTIME-STREAK-BATCH: MORE THAN "
030600                 WS-MACHINE-MAX " MACHINES - RUN STOPPED"
030700             MOVE 8 TO RETURN-CODE
030800             STOP RUN
030900         END-IF
031000         ADD 1 TO WS-MACHINE-COUNT
031100         MOVE WS-MACHINE-COUNT TO WS-MATCH-IX
031200         INITIALIZE WS-MC-ENTRY(WS-MATCH-IX)
031300         MOVE BM-MACHINE-ID TO WS-MC-MACHINE-ID(WS-MATCH-IX)
031400         MOVE BM-LINE-ID TO WS-MC-LINE-ID(WS-MATCH-IX)
031500     END-IF
031600     ADD 1 TO WS-MC-DAYS(WS-MATCH-IX)
031700     ADD WS-DAY-UP-SLOTS TO WS-MC-UP-SLOTS(WS-MATCH-IX)
031800     ADD WS-DAY-DOWN-SLOTS TO WS-MC-DOWN-SLOTS(WS-MATCH-IX)
031900     ADD WS-OR-LENGTH TO WS-MC-OUTAGES(WS-MATCH-IX)
032000     IF WS-DAY-LONGEST > WS-MC-LONGEST(WS-MATCH-IX)
032100         MOVE WS-DAY-LONGEST TO WS-MC-LONGEST(WS-MATCH-IX)
032200     END-IF.
032300 3000-EXIT.
032400     EXIT.
032500 3010-SCAN-MACHINE.
032600     IF WS-MC-MACHINE-ID(WS-MC-IX) = BM-MACHINE-ID
032700         MOVE WS-MC-IX TO WS-MATCH-IX
032800     END-IF.
032900 3010-EXIT.
033000     EXIT.
033100*--------------------------------------------------------------
033200* A MACHINE COUNTS TOWARD THE LINE IT FIRST APPEARED ON.
033300*--------------------------------------------------------------
033400 3100-POST-LINE.
033500     MOVE ZERO TO WS-LN-IX
033600     PERFORM 3110-SCAN-LINE THRU 3110-EXIT
033700         VARYING WS-RUN-IX FROM 1 BY 1
033800         UNTIL WS-RUN-IX > WS-LINE-COUNT
033900            OR WS-LN-IX > ZERO
034000     IF WS-LN-IX = ZERO
034100         IF WS-LINE-COUNT >= WS-LINE-MAX
034200             DISPLAY "UPTIME-STREAK-BATCH: MORE THAN "
034300                 WS-LINE-MAX " LINES - RUN STOPPED"
034400             MOVE 8 TO RETURN-CODE
034500             STOP RUN
034600         END-IF
034700         ADD 1 TO WS-LINE-COUNT
034800         MOVE WS-LINE-COUNT TO WS-LN-IX
034900         INITIALIZE WS-LN-ENTRY(WS-LN-IX)
035000         MOVE WS-MC-LINE-ID(WS-MATCH-IX)
035100             TO WS-LN-LINE-ID(WS-LN-IX)
035200     END-IF
035300     IF WS-MC-DAYS(WS-MATCH-IX) = 1
035400         ADD 1 TO WS-LN-MACHINES(WS-LN-IX)
035500     END-IF
035600     ADD WS-DAY-UP-SLOTS TO WS-LN-UP-SLOTS(WS-LN-IX)
035700     ADD WS-DAY-DOWN-SLOTS TO WS-LN-DOWN-SLOTS(WS-LN-IX)
035800     ADD WS-OR-LENGTH TO WS-LN-OUTAGES(WS-LN-IX)
035900     IF WS-DAY-LONGEST > WS-LN-LONGEST(WS-LN-IX)
036000         MOVE WS-DAY-LONGEST TO WS-LN-LONGEST(WS-LN-IX)
036100     END-IF.
036200 3100-EXIT.
036300     EXIT.
036400 3110-SCAN-LINE.
036500     IF WS-LN-LINE-ID(WS-RUN-IX) = WS-MC-LINE-ID(WS-MATCH-IX)
036600         MOVE WS-RUN-IX TO WS-LN-IX
036700     END-IF.
036800 3110-EXIT.
036900     EXIT.
037000 4000-REPORT-MACHINES.
037100     WRITE UR-RECORD FROM WS-COLUMN-HEADER
037200     PERFORM 4100-REPORT-ONE-MACHINE THRU 4100-EXIT
037300         VARYING WS-MC-IX FROM 1 BY 1
037400         UNTIL WS-MC-IX > WS-MACHINE-COUNT.
037500 4000-EXIT.
037600     EXIT.
037700 4100-REPORT-ONE-MACHINE.
037800     MOVE WS-MC-UP-SLOTS(WS-MC-IX) TO WS-ME-UP-SLOTS
037900     MOVE WS-MC-DOWN-SLOTS(WS-MC-IX) TO WS-ME-DOWN-SLOTS
038000     MOVE WS-MC-LONGEST(WS-MC-IX) TO WS-ME-LONGEST
038100     MOVE WS-MC-OUTAGES(WS-MC-IX) TO WS-ME-OUTAGES
038200     PERFORM 6000-COMPUTE-MEANS THRU 6000-EXIT
038300     MOVE "MACHINE" TO WS-DL-LEVEL
038400     MOVE WS-MC-MACHINE-ID(WS-MC-IX) TO WS-DL-ID
038500     MOVE WS-MC-LINE-ID(WS-MC-IX) TO WS-DL-LINE-ID
038600     MOVE SPACES TO WS-DL-FLAG
038700     IF WS-ME-OUTAGES > WS-OUTAGE-LIMIT
038800         MOVE "MAINTENANCE REVIEW" TO WS-DL-FLAG
038900         MOVE WS-MC-MACHINE-ID(WS-MC-IX) TO WS-VL-MACHINE-ID
039000         MOVE WS-MC-LINE-ID(WS-MC-IX) TO WS-VL-LINE-ID
039100         MOVE WS-ME-OUTAGES TO WS-VL-OUTAGES
039200         MOVE WS-ME-MTBF TO WS-VL-MTBF
039300         MOVE WS-ME-MTTR TO WS-VL-MTTR
039400         WRITE RV-RECORD FROM WS-REVIEW-LINE
039500         ADD 1 TO WS-REVIEW-COUNT
039600     END-IF
039700     PERFORM 6100-WRITE-DETAIL THRU 6100-EXIT.
039800 4100-EXIT.
039900     EXIT.
040000 5000-REPORT-LINES.
040100     PERFORM 5100-REPORT-ONE-LINE THRU 5100-EXIT
040200         VARYING WS-LN-IX FROM 1 BY 1
040300         UNTIL WS-LN-IX > WS-LINE-COUNT.
040400 5000-EXIT.
040500     EXIT.
040600 5100-REPORT-ONE-LINE.
040700     MOVE WS-LN-UP-SLOTS(WS-LN-IX) TO WS-ME-UP-SLOTS
040800     MOVE WS-LN-DOWN-SLOTS(WS-LN-IX) TO WS-ME-DOWN-SLOTS
040900     MOVE WS-LN-LONGEST(WS-LN-IX) TO WS-ME-LONGEST
041000     MOVE WS-LN-OUTAGES(WS-LN-IX) TO WS-ME-OUTAGES
041100     PERFORM 6000-COMPUTE-MEANS THRU 6000-EXIT
041200     MOVE "LINE" TO WS-DL-LEVEL
041300     MOVE SPACES TO WS-DL-ID
041400     MOVE WS-LN-MACHINES(WS-LN-IX) TO WS-DL-ID(1:4)
041500     MOVE "MCH" TO WS-DL-ID(6:3)
041600     MOVE WS-LN-LINE-ID(WS-LN-IX) TO WS-DL-LINE-ID
041700     MOVE SPACES TO WS-DL-FLAG
041800     PERFORM 6100-WRITE-DETAIL THRU 6100-EXIT.
041900 5100-EXIT.
042000     EXIT.
042100*--------------------------------------------------------------
042200* MTBF IS UP TIME PER OUTAGE AND MTTR DOWN TIME PER OUTAGE, IN
042300* MINUTES. WITH NO OUTAGE MTBF IS THE WHOLE UP TIME AND MTTR
042400* IS ZERO. THE LONGEST UP RUN IS ALSO GIVEN IN MINUTES.
042500*--------------------------------------------------------------
042600 6000-COMPUTE-MEANS.
042700     IF WS-ME-OUTAGES = ZERO
042800         COMPUTE WS-ME-MTBF = WS-ME-UP-SLOTS * WS-SLOT-MINUTES
042900         MOVE ZERO TO WS-ME-MTTR
043000     ELSE
043100         COMPUTE WS-ME-MTBF ROUNDED =
043200             WS-ME-UP-SLOTS * WS-SLOT-MINUTES / WS-ME-OUTAGES
043300         COMPUTE WS-ME-MTTR ROUNDED =
043400             WS-ME-DOWN-SLOTS * WS-SLOT-MINUTES / WS-ME-OUTAGES
043500     END-IF.
043600 6000-EXIT.
043700     EXIT.
043800 6100-WRITE-DETAIL.
043900     COMPUTE WS-DL-LONGEST = WS-ME-LONGEST * WS-SLOT-MINUTES
044000     MOVE WS-ME-OUTAGES TO WS-DL-OUTAGES
044100     MOVE WS-ME-MTBF TO WS-DL-MTBF
044200     MOVE WS-ME-MTTR TO WS-DL-MTTR
044300     WRITE UR-RECORD FROM WS-DETAIL-LINE.
044400 6100-EXIT.
044500     EXIT.
044600 9000-TERMINATE.
044700     DISPLAY "UPTIME-STREAK-BATCH: BITMAPS READ " WS-BITMAPS-READ
044800         " REJECTED " WS-BITMAPS-REJECTED
044900         " REVIEWS " WS-REVIEW-COUNT
045000     CLOSE BITMAP-FILE
045100     CLOSE UPTIME-REPORT-FILE
045200     CLOSE REVIEW-FILE.
045300 9000-EXIT.
045400     EXIT.
045500 END PROGRAM UPTIME-STREAK-BATCH.
