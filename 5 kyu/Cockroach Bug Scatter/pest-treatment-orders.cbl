000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PEST-TREATMENT-ORDERS.
000300 AUTHOR. FLOORPLAN-SIMULATION.
000400 INSTALLATION. FACILITIES-ENGINEERING.
000500 DATE-WRITTEN. 2026-09-17.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-09-17  FLR  INITIAL VERSION - TURNS THE SCATTER
001000*                    RESULTS INTO EXTERMINATOR WORK ORDERS.
001100*                    EVERY ROOM AND HOLE ON ROOMOUT WHOSE BUG
001200*                    COUNT RUNS OVER ITS ROOMMST SHELTER
001300*                    CAPACITY IS MATCHED TO THE TRTRULE ROW
001400*                    FOR ITS OVERFLOW LEVEL (TREATMENT TYPE AND
001500*                    CREW HOURS). ORDERS ARE RANKED BY OVERFLOW,
001600*                    HOLES THAT BLDGRPT ALSO SHOWS OVER CAPACITY
001700*                    BUILDING-WIDE FIRST ON A TIE, AND BOOKED
001800*                    ONTO CREW WORKING DAYS FROM CALENDAR-
001900*                    SERVICE, A TRTCTL CREW-DAY OF HOURS AT A
002000*                    TIME. EACH ORDER IS HELD ON THE KEYED
002100*                    TRTHIST HISTORY; TRTDONE COMPLETIONS ARE
002200*                    POSTED TO IT AND THE NEXT SCATTER RUN'S
002300*                    COUNTS ARE REPORTED AGAINST THE BEFORE
002400*                    COUNT FOR EVERY TREATED HOLE.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT TREATMENT-CONTROL-FILE ASSIGN TO "TRTCTL"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-CONTROL-STATUS.
003300     SELECT TREATMENT-RULE-FILE ASSIGN TO "TRTRULE"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-RULE-STATUS.
003600     SELECT ROOM-MASTER-FILE ASSIGN TO "ROOMMST"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-MASTER-STATUS.
003900     SELECT BUILDING-REPORT-FILE ASSIGN TO "BLDGRPT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-BUILDING-STATUS.
004200     SELECT ROOM-RESULT-FILE ASSIGN TO "ROOMOUT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-RESULT-STATUS.
004500     SELECT COMPLETION-FILE ASSIGN TO "TRTDONE"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-DONE-STATUS.
004800     SELECT TREATMENT-HISTORY-FILE ASSIGN TO "TRTHIST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS TH-KEY
005200         FILE STATUS IS WS-HISTORY-STATUS.
005300     SELECT WORK-ORDER-FILE ASSIGN TO "TRTORDER"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-ORDER-STATUS.
005600     SELECT TREATMENT-REPORT-FILE ASSIGN TO "TRTRPT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-REPORT-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  TREATMENT-CONTROL-FILE.
006200 01  TREATMENT-CONTROL-CARD.
006300     05  TC-RUN-DATE         PIC 9(08).
006400     05  FILLER              PIC X(01).
006500     05  TC-CREW-DAY-HOURS   PIC 9(02)V9.
006600     05  FILLER              PIC X(68).
006700 FD  TREATMENT-RULE-FILE.
006800 01  TREATMENT-RULE-RECORD.
006900     05  TR-OVERFLOW-LEVEL   PIC 9(04).
007000     05  FILLER              PIC X(01).
007100     05  TR-TREATMENT-TYPE   PIC X(10).
007200     05  FILLER              PIC X(01).
007300     05  TR-CREW-HOURS       PIC 9(02)V9.
007400     05  FILLER              PIC X(61).
007500 FD  ROOM-MASTER-FILE.
007600 01  ROOM-MASTER-RECORD.
007700     05  RM-ROOM-ID          PIC 9(04).
007800     05  RM-L                PIC 9(02).
007900     05  RM-M                PIC 9(02).
008000     05  RM-ROOM-DATA        PIC X(1156).
008100     05  RM-HOLE-CAP         PIC 9(04) OCCURS 10.
008200 FD  BUILDING-REPORT-FILE.
008300 01  BR-RECORD.
008400     05  BR-TAG              PIC X(19).
008500     05  BR-HOLE             PIC 9(02).
008600     05  FILLER              PIC X(59).
008700 FD  ROOM-RESULT-FILE.
008800 01  ROOM-RESULT-RECORD.
008900     05  RO-ROOM-ID          PIC 9(04).
009000     05  FILLER              PIC X(02).
009100     05  RO-HOLE-COUNT       PIC X(03) OCCURS 10.
009200     05  FILLER              PIC X(44).
009300 FD  COMPLETION-FILE.
009400 01  COMPLETION-RECORD.
009500     05  CD-ROOM-ID          PIC 9(04).
009600     05  FILLER              PIC X(01).
009700     05  CD-HOLE             PIC 9(02).
009800     05  FILLER              PIC X(01).
009900     05  CD-ORDER-ID         PIC X(12).
010000     05  FILLER              PIC X(01).
010100     05  CD-COMPLETED-DATE   PIC 9(08).
010200     05  FILLER              PIC X(51).
010300 FD  TREATMENT-HISTORY-FILE.
010400 COPY TRTHIST.
010500 FD  WORK-ORDER-FILE.
010600 01  WO-RECORD               PIC X(80).
010700 FD  TREATMENT-REPORT-FILE.
010800 01  TP-RECORD               PIC X(80).
010900 WORKING-STORAGE SECTION.
011000 77  WS-CONTROL-STATUS       PIC X(02)   VALUE SPACES.
011100     88  WS-CONTROL-OK                   VALUE '00'.
011200 77  WS-RULE-STATUS          PIC X(02)   VALUE SPACES.
011300     88  WS-RULE-OK                      VALUE '00'.
011400     88  WS-RULE-EOF                     VALUE '10'.
011500 77  WS-MASTER-STATUS        PIC X(02)   VALUE SPACES.
011600     88  WS-MASTER-OK                    VALUE '00'.
011700     88  WS-MASTER-EOF                   VALUE '10'.
011800 77  WS-BUILDING-STATUS      PIC X(02)   VALUE SPACES.
011900     88  WS-BUILDING-OK                  VALUE '00'.
012000     88  WS-BUILDING-EOF                 VALUE '10'.
012100 77  WS-RESULT-STATUS        PIC X(02)   VALUE SPACES.
012200     88  WS-RESULT-OK                    VALUE '00'.
012300     88  WS-RESULT-EOF                   VALUE '10'.
012400 77  WS-DONE-STATUS          PIC X(02)   VALUE SPACES.
012500     88  WS-DONE-OK                      VALUE '00'.
012600     88  WS-DONE-EOF                     VALUE '10'.
012700 77  WS-HISTORY-STATUS       PIC X(02)   VALUE SPACES.
012800     88  WS-HISTORY-OK                   VALUE '00'.
012900 77  WS-ORDER-STATUS         PIC X(02)   VALUE SPACES.
013000     88  WS-ORDER-OK                     VALUE '00'.
013100 77  WS-REPORT-STATUS        PIC X(02)   VALUE SPACES.
013200     88  WS-REPORT-OK                    VALUE '00'.
013300 77  WS-HISTORY-OPEN-SW      PIC X(01)   VALUE 'N'.
013400     88  WS-HISTORY-OPEN                 VALUE 'Y'.
013500 77  WS-HISTORY-FOUND-SW     PIC X(01)   VALUE 'N'.
013600     88  WS-HISTORY-FOUND                VALUE 'Y'.
013700 77  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
013800 77  WS-CREW-DAY-HOURS       PIC 9(02)V9 VALUE 8.0.
013900 77  WS-SCHED-DATE           PIC 9(08)   VALUE ZERO.
014000 77  WS-DAY-HOURS-USED       PIC 9(03)V9 VALUE ZERO.
014100 77  WS-DATE-INTEGER         PIC 9(09)   VALUE ZERO COMP.
014200 77  WS-HOLE-IX              PIC 9(02)   VALUE ZERO COMP.
014300 77  WS-HOLE-VALUE           PIC 9(03)   VALUE ZERO.
014400 77  WS-HOLE-CAP             PIC 9(04)   VALUE ZERO.
014500 77  WS-OVERFLOW             PIC S9(05)  VALUE ZERO.
014600 77  WS-CHANGE               PIC S9(04)  VALUE ZERO.
014700 77  WS-RULE-COUNT           PIC 9(02)   VALUE ZERO COMP.
014800 77  WS-RULE-MAX             PIC 9(02)   VALUE 20 COMP.
014900 77  WS-RULE-IX              PIC 9(02)   VALUE ZERO COMP.
015000 77  WS-BEST-RULE            PIC 9(02)   VALUE ZERO COMP.
015100 77  WS-LOWEST-LEVEL         PIC 9(04)   VALUE 9999.
015200 77  WS-ORDER-COUNT          PIC 9(04)   VALUE ZERO COMP.
015300 77  WS-ORDER-MAX            PIC 9(04)   VALUE 2000 COMP.
015400 77  WS-ORDER-IX             PIC 9(04)   VALUE ZERO COMP.
015500 77  WS-OUTER-SUB            PIC 9(04)   VALUE ZERO COMP.
015600 77  WS-INNER-SUB            PIC 9(04)   VALUE ZERO COMP.
015700 77  WS-POSTED-COUNT         PIC 9(05)   VALUE ZERO COMP.
015800 77  WS-REJECTED-COUNT       PIC 9(05)   VALUE ZERO COMP.
015900 77  WS-REVIEWED-COUNT       PIC 9(05)   VALUE ZERO COMP.
016000 77  WS-OUTSTANDING-COUNT    PIC 9(05)   VALUE ZERO COMP.
016100 77  WS-DROPPED-COUNT        PIC 9(05)   VALUE ZERO COMP.
016200 01  WS-ROOM-CAP-TABLE.
016300     05  WS-RC-ROOM OCCURS 10000.
016400         10  WS-RC-CAP       PIC 9(04) OCCURS 10.
016500 01  WS-BUILDING-FLAGS.
016600     05  WS-BLDG-OVER        PIC X(01) OCCURS 10.
016700 01  WS-RULE-TABLE.
016800     05  WS-RU-ENTRY OCCURS 20.
016900         10  WS-RU-LEVEL     PIC 9(04).
017000         10  WS-RU-TYPE      PIC X(10).
017100         10  WS-RU-HOURS     PIC 9(02)V9.
017200 01  WS-ORDER-TABLE.
017300     05  WS-OT-ENTRY OCCURS 2000.
017400         10  WS-OT-ROOM-ID   PIC 9(04).
017500         10  WS-OT-HOLE      PIC 9(02).
017600         10  WS-OT-BUGS      PIC 9(03).
017700         10  WS-OT-CAP       PIC 9(04).
017800         10  WS-OT-OVERFLOW  PIC 9(04).
017900         10  WS-OT-BLDG-OVER PIC X(01).
018000         10  WS-OT-RULE      PIC 9(02).
018100 01  WS-SWAP-HOLD            PIC X(20).
018200 01  WS-ORDER-ID.
018300     05  WS-OI-DATE          PIC 9(08).
018400     05  WS-OI-SEQUENCE      PIC 9(04).
018500 01  WS-REPORT-HEADER.
018600     05  FILLER              PIC X(33)   VALUE
018700             "PEST TREATMENT RUN REPORT - RUN ".
018800     05  WS-RH-RUN-DATE      PIC 9(08).
018900 01  WS-ORDER-HEADER.
019000     05  FILLER              PIC X(37)   VALUE
019100             "PEST TREATMENT WORK ORDERS - RUN ".
019200     05  WS-OH-RUN-DATE      PIC 9(08).
019300 01  WS-ORDER-COLUMNS.
019400     05  FILLER              PIC X(40)   VALUE
019500             "ORDER        RANK ROOM HOLE BUGS  CAP OV".
019600     05  FILLER              PIC X(40)   VALUE
019700             "ER B TREATMENT  HOURS  SCHEDULED".
019800 01  WS-ORDER-LINE.
019900     05  WS-OL-ORDER-ID      PIC X(12).
020000     05  FILLER              PIC X(01)   VALUE SPACE.
020100     05  WS-OL-RANK          PIC ZZZ9.
020200     05  FILLER              PIC X(01)   VALUE SPACE.
020300     05  WS-OL-ROOM-ID       PIC 9(04).
020400     05  FILLER              PIC X(03)   VALUE SPACES.
020500     05  WS-OL-HOLE          PIC 9(02).
020600     05  FILLER              PIC X(02)   VALUE SPACES.
020700     05  WS-OL-BUGS          PIC ZZ9.
020800     05  FILLER              PIC X(01)   VALUE SPACE.
020900     05  WS-OL-CAP           PIC ZZZ9.
021000     05  FILLER              PIC X(01)   VALUE SPACE.
021100     05  WS-OL-OVERFLOW      PIC ZZZ9.
021200     05  FILLER              PIC X(01)   VALUE SPACE.
021300     05  WS-OL-BLDG-OVER     PIC X(01).
021400     05  FILLER              PIC X(01)   VALUE SPACE.
021500     05  WS-OL-TREATMENT     PIC X(10).
021600     05  FILLER              PIC X(01)   VALUE SPACE.
021700     05  WS-OL-HOURS         PIC Z9.9.
021800     05  FILLER              PIC X(03)   VALUE SPACES.
021900     05  WS-OL-SCHED-DATE    PIC 9(08).
022000 01  WS-COMPLETION-LINE.
022100     05  WS-CL-ACTION        PIC X(10).
022200     05  FILLER              PIC X(05)   VALUE "ROOM ".
022300     05  WS-CL-ROOM-ID       PIC X(04).
022400     05  FILLER              PIC X(06)   VALUE " HOLE ".
022500     05  WS-CL-HOLE          PIC X(02).
022600     05  FILLER              PIC X(07)   VALUE " ORDER ".
022700     05  WS-CL-ORDER-ID      PIC X(12).
022800     05  FILLER              PIC X(01)   VALUE SPACE.
022900     05  WS-CL-DETAIL        PIC X(33).
023000 01  WS-REVIEW-LINE.
023100     05  FILLER              PIC X(13)   VALUE
023200             "TREATED ROOM ".
023300     05  WS-VL-ROOM-ID       PIC 9(04).
023400     05  FILLER              PIC X(06)   VALUE " HOLE ".
023500     05  WS-VL-HOLE          PIC 9(02).
023600     05  FILLER              PIC X(01)   VALUE SPACE.
023700     05  WS-VL-TREATMENT     PIC X(10).
023800     05  FILLER              PIC X(04)   VALUE " ON ".
023900     05  WS-VL-COMPLETED     PIC 9(08).
024000     05  FILLER              PIC X(08)   VALUE " BEFORE=".
024100     05  WS-VL-BEFORE        PIC ZZ9.
024200     05  FILLER              PIC X(07)   VALUE " AFTER=".
024300     05  WS-VL-AFTER         PIC ZZ9.
024400     05  FILLER              PIC X(01)   VALUE SPACE.
024500     05  WS-VL-CHANGE        PIC -ZZZ9.
024600 01  WS-TOTAL-LINE.
024700     05  WS-TL-LABEL         PIC X(30).
024800     05  WS-TL-COUNT         PIC ZZZZ9.
024900 COPY CALSVC.
025000 PROCEDURE DIVISION.
025100 0000-MAINLINE.
025200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025300     IF WS-HISTORY-OPEN
025400         PERFORM 2000-POST-COMPLETIONS THRU 2000-EXIT
025500         PERFORM 3000-SCAN-ROOMS THRU 3000-EXIT
025600         PERFORM 4000-RANK-ORDERS THRU 4000-EXIT
025700         PERFORM 5000-ISSUE-ORDERS THRU 5000-EXIT
025800         CLOSE TREATMENT-HISTORY-FILE
025900     END-IF
026000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026100     STOP RUN.
026200 0000-EXIT.
026300     EXIT.
026400 1000-INITIALIZE.
026500     PERFORM 1100-READ-CONTROL THRU 1100-EXIT
026600     OPEN OUTPUT TREATMENT-REPORT-FILE
026700     MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
026800     WRITE TP-RECORD FROM WS-REPORT-HEADER
026900     OPEN OUTPUT WORK-ORDER-FILE
027000     MOVE WS-RUN-DATE TO WS-OH-RUN-DATE
027100     WRITE WO-RECORD FROM WS-ORDER-HEADER
027200     WRITE WO-RECORD FROM WS-ORDER-COLUMNS
027300     PERFORM 1200-LOAD-RULES THRU 1200-EXIT
027400     IF WS-RULE-COUNT = ZERO
027500         DISPLAY "PEST-TREATMENT-ORDERS: NO TREATMENT RULES "
027600             "ON TRTRULE - NO ORDERS ISSUED"
027700         MOVE "NO TREATMENT RULES - RUN ABANDONED"
027800             TO TP-RECORD
027900         WRITE TP-RECORD
028000         MOVE 8 TO RETURN-CODE
028100         GO TO 1000-EXIT
028200     END-IF
028300     PERFORM 1300-LOAD-CAPACITY THRU 1300-EXIT
028400     PERFORM 1400-LOAD-BUILDING-FLAGS THRU 1400-EXIT
028500     OPEN I-O TREATMENT-HISTORY-FILE
028600     IF NOT WS-HISTORY-OK
028700         CLOSE TREATMENT-HISTORY-FILE
028800         OPEN OUTPUT TREATMENT-HISTORY-FILE
028900         CLOSE TREATMENT-HISTORY-FILE
029000         OPEN I-O TREATMENT-HISTORY-FILE
029100     END-IF
029200     IF WS-HISTORY-OK
029300         SET WS-HISTORY-OPEN TO TRUE
029400     ELSE
029500         DISPLAY "PEST-TREATMENT-ORDERS: TRTHIST WILL NOT "
029600             "OPEN, STATUS " WS-HISTORY-STATUS
029700         MOVE 8 TO RETURN-CODE
029800     END-IF.
029900 1000-EXIT.
030000     EXIT.
030100*--------------------------------------------------------------
030200* THE TRTCTL CARD IS OPTIONAL: RUN DATE IN COLUMNS 1-8 (TODAY
030300* WHEN BLANK) AND THE CREW-DAY HOURS IN COLUMNS 10-12 WITH ONE
030400* DECIMAL (080 IS AN EIGHT-HOUR DAY, THE DEFAULT).
030500*--------------------------------------------------------------
030600 1100-READ-CONTROL.
030700     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
030800     MOVE SPACES TO TREATMENT-CONTROL-CARD
030900     OPEN INPUT TREATMENT-CONTROL-FILE
031000     IF WS-CONTROL-OK
031100         READ TREATMENT-CONTROL-FILE
031200             AT END MOVE SPACES TO TREATMENT-CONTROL-CARD
031300         END-READ
031400         CLOSE TREATMENT-CONTROL-FILE
031500     END-IF
031600     IF TC-RUN-DATE IS NUMERIC AND TC-RUN-DATE > ZERO
031700         MOVE TC-RUN-DATE TO WS-RUN-DATE
031800     END-IF
031900     IF TC-CREW-DAY-HOURS IS NUMERIC
032000         AND TC-CREW-DAY-HOURS > ZERO
032100         MOVE TC-CREW-DAY-HOURS TO WS-CREW-DAY-HOURS
032200     END-IF
032300     MOVE WS-RUN-DATE TO WS-OI-DATE.
032400 1100-EXIT.
032500     EXIT.
032600*--------------------------------------------------------------
032700* ONE TRTRULE ROW PER OVERFLOW LEVEL: A HOLE THAT IS OVER ITS
032800* CAPACITY BY AT LEAST THE LEVEL GETS THAT ROW'S TREATMENT AND
032900* CREW HOURS, THE HIGHEST LEVEL REACHED WINNING. ROWS NEED NOT
033000* BE IN LEVEL ORDER.
033100*--------------------------------------------------------------
033200 1200-LOAD-RULES.
033300     OPEN INPUT TREATMENT-RULE-FILE
033400     IF NOT WS-RULE-OK
033500         GO TO 1200-EXIT
033600     END-IF
033700     PERFORM 1210-READ-RULE THRU 1210-EXIT
033800     PERFORM 1220-TAKE-ONE-RULE THRU 1220-EXIT
033900         UNTIL WS-RULE-EOF
034000     CLOSE TREATMENT-RULE-FILE.
034100 1200-EXIT.
034200     EXIT.
034300 1210-READ-RULE.
034400     READ TREATMENT-RULE-FILE
034500         AT END SET WS-RULE-EOF TO TRUE
034600     END-READ.
034700 1210-EXIT.
034800     EXIT.
034900 1220-TAKE-ONE-RULE.
035000     IF TR-OVERFLOW-LEVEL IS NUMERIC
035100         AND TR-OVERFLOW-LEVEL > ZERO
035200         AND TR-CREW-HOURS IS NUMERIC
035300         AND WS-RULE-COUNT < WS-RULE-MAX
035400         ADD 1 TO WS-RULE-COUNT
035500         MOVE TR-OVERFLOW-LEVEL TO WS-RU-LEVEL(WS-RULE-COUNT)
035600         MOVE TR-TREATMENT-TYPE TO WS-RU-TYPE(WS-RULE-COUNT)
035700         MOVE TR-CREW-HOURS TO WS-RU-HOURS(WS-RULE-COUNT)
035800         IF TR-OVERFLOW-LEVEL < WS-LOWEST-LEVEL
035900             MOVE TR-OVERFLOW-LEVEL TO WS-LOWEST-LEVEL
036000         END-IF
036100     END-IF
036200     PERFORM 1210-READ-RULE THRU 1210-EXIT.
036300 1220-EXIT.
036400     EXIT.
036500*--------------------------------------------------------------
036600* PER-ROOM HOLE CAPACITIES FROM ROOMMST. READING THE MASTER IN
036700* ORDER AND OVERWRITING LEAVES THE LAST RECORD PER ROOM ID IN
036800* THE TABLE - THE LAYOUT IN FORCE, THE SAME SUPERSEDE RULE THE
036900* SCATTER BATCH AND THE BUILDING SUMMARY APPLY.
037000*--------------------------------------------------------------
037100 1300-LOAD-CAPACITY.
037200     INITIALIZE WS-ROOM-CAP-TABLE
037300     OPEN INPUT ROOM-MASTER-FILE
037400     IF NOT WS-MASTER-OK
037500         GO TO 1300-EXIT
037600     END-IF
037700     PERFORM 1310-READ-MASTER THRU 1310-EXIT
037800     PERFORM 1320-TAKE-ONE-MASTER THRU 1320-EXIT
037900         UNTIL WS-MASTER-EOF
038000     CLOSE ROOM-MASTER-FILE.
038100 1300-EXIT.
038200     EXIT.
038300 1310-READ-MASTER.
038400     READ ROOM-MASTER-FILE
038500         AT END SET WS-MASTER-EOF TO TRUE
038600     END-READ.
038700 1310-EXIT.
038800     EXIT.
038900 1320-TAKE-ONE-MASTER.
039000     IF RM-ROOM-ID NUMERIC
039100         PERFORM 1330-TAKE-ONE-CAP THRU 1330-EXIT
039200             VARYING WS-HOLE-IX FROM 1 BY 1
039300             UNTIL WS-HOLE-IX > 10
039400     END-IF
039500     PERFORM 1310-READ-MASTER THRU 1310-EXIT.
039600 1320-EXIT.
039700     EXIT.
039800 1330-TAKE-ONE-CAP.
039900     IF RM-HOLE-CAP(WS-HOLE-IX) NUMERIC
040000         MOVE RM-HOLE-CAP(WS-HOLE-IX)
040100             TO WS-RC-CAP(RM-ROOM-ID + 1, WS-HOLE-IX)
040200     ELSE
040300         MOVE ZERO TO WS-RC-CAP(RM-ROOM-ID + 1, WS-HOLE-IX)
040400     END-IF.
040500 1330-EXIT.
040600     EXIT.
040700*--------------------------------------------------------------
040800* THE OVER CAPACITY EXCEPTION LINES OF BLDGRPT MARK THE HOLES
040900* THAT ARE OVER CAPACITY BUILDING-WIDE; THOSE RANK FIRST AMONG
041000* ROOM ORDERS OF EQUAL OVERFLOW. WITHOUT A BLDGRPT THE ORDERS
041100* RANK ON ROOM OVERFLOW ALONE.
041200*--------------------------------------------------------------
041300 1400-LOAD-BUILDING-FLAGS.
041400     MOVE ALL 'N' TO WS-BUILDING-FLAGS
041500     OPEN INPUT BUILDING-REPORT-FILE
041600     IF NOT WS-BUILDING-OK
041700         MOVE "BLDGRPT NOT AVAILABLE - NO BUILDING-WIDE RANKING"
041800             TO TP-RECORD
041900         WRITE TP-RECORD
042000         GO TO 1400-EXIT
042100     END-IF
042200     PERFORM 1410-READ-BUILDING THRU 1410-EXIT
042300     PERFORM 1420-TAKE-ONE-LINE THRU 1420-EXIT
042400         UNTIL WS-BUILDING-EOF
042500     CLOSE BUILDING-REPORT-FILE.
042600 1400-EXIT.
042700     EXIT.
042800 1410-READ-BUILDING.
042900     READ BUILDING-REPORT-FILE
043000         AT END SET WS-BUILDING-EOF TO TRUE
043100     END-READ.
043200 1410-EXIT.
043300     EXIT.
043400 1420-TAKE-ONE-LINE.
043500     IF BR-TAG = "OVER CAPACITY HOLE "
043600         AND BR-HOLE IS NUMERIC
043700         AND BR-HOLE < 10
043800         MOVE 'Y' TO WS-BLDG-OVER(BR-HOLE + 1)
043900     END-IF
044000     PERFORM 1410-READ-BUILDING THRU 1410-EXIT.
044100 1420-EXIT.
044200     EXIT.
044300*--------------------------------------------------------------
044400* TRTDONE: ONE LINE PER TREATMENT THE CREW FINISHED - ROOM,
044500* HOLE, ORDER ID AND COMPLETION DATE. THE ORDER MUST BE THE
044600* ONE STILL OPEN ON THE HOLE'S TRTHIST LINE.
044700*--------------------------------------------------------------
044800 2000-POST-COMPLETIONS.
044900     OPEN INPUT COMPLETION-FILE
045000     IF NOT WS-DONE-OK
045100         GO TO 2000-EXIT
045200     END-IF
045300     PERFORM 2100-READ-COMPLETION THRU 2100-EXIT
045400     PERFORM 2200-POST-ONE-COMPLETION THRU 2200-EXIT
045500         UNTIL WS-DONE-EOF
045600     CLOSE COMPLETION-FILE.
045700 2000-EXIT.
045800     EXIT.
045900 2100-READ-COMPLETION.
046000     READ COMPLETION-FILE
046100         AT END SET WS-DONE-EOF TO TRUE
046200     END-READ.
046300 2100-EXIT.
046400     EXIT.
046500 2200-POST-ONE-COMPLETION.
046600     MOVE SPACES TO WS-CL-DETAIL
046700     MOVE CD-ROOM-ID TO WS-CL-ROOM-ID
046800     MOVE CD-HOLE TO WS-CL-HOLE
046900     MOVE CD-ORDER-ID TO WS-CL-ORDER-ID
047000     IF CD-ROOM-ID NOT NUMERIC
047100         OR CD-HOLE NOT NUMERIC
047200         OR CD-COMPLETED-DATE NOT NUMERIC
047300         MOVE "ROOM, HOLE OR DATE NOT NUMERIC" TO WS-CL-DETAIL
047400         PERFORM 2300-REJECT-COMPLETION THRU 2300-EXIT
047500         GO TO 2200-READ-NEXT
047600     END-IF
047700     MOVE CD-ROOM-ID TO TH-ROOM-ID
047800     MOVE CD-HOLE TO TH-HOLE
047900     READ TREATMENT-HISTORY-FILE
048000         INVALID KEY
048100             MOVE "NO TREATMENT ON FILE" TO WS-CL-DETAIL
048200     END-READ
048300     IF WS-CL-DETAIL = SPACES
048400         AND TH-ORDER-ID NOT = CD-ORDER-ID
048500         MOVE "NOT THE ORDER ON FILE" TO WS-CL-DETAIL
048600     END-IF
048700     IF WS-CL-DETAIL = SPACES
048800         AND NOT TH-OPEN
048900         MOVE "ORDER ALREADY COMPLETED" TO WS-CL-DETAIL
049000     END-IF
049100     IF WS-CL-DETAIL NOT = SPACES
049200         PERFORM 2300-REJECT-COMPLETION THRU 2300-EXIT
049300         GO TO 2200-READ-NEXT
049400     END-IF
049500     MOVE CD-COMPLETED-DATE TO TH-COMPLETED-DATE
049600     SET TH-COMPLETED TO TRUE
049700     REWRITE TREATMENT-HISTORY-RECORD
049800         INVALID KEY
049900             MOVE "TRTHIST REWRITE FAILED" TO WS-CL-DETAIL
050000             PERFORM 2300-REJECT-COMPLETION THRU 2300-EXIT
050100             GO TO 2200-READ-NEXT
050200     END-REWRITE
050300     ADD 1 TO WS-POSTED-COUNT
050400     MOVE "COMPLETED " TO WS-CL-ACTION
050500     MOVE "ON " TO WS-CL-DETAIL
050600     MOVE CD-COMPLETED-DATE TO WS-CL-DETAIL(4:8)
050700     WRITE TP-RECORD FROM WS-COMPLETION-LINE.
050800 2200-READ-NEXT.
050900     PERFORM 2100-READ-COMPLETION THRU 2100-EXIT.
051000 2200-EXIT.
051100     EXIT.
051200 2300-REJECT-COMPLETION.
051300     ADD 1 TO WS-REJECTED-COUNT
051400     MOVE "REJECTED  " TO WS-CL-ACTION
051500     WRITE TP-RECORD FROM WS-COMPLETION-LINE.
051600 2300-EXIT.
051700     EXIT.
051800*--------------------------------------------------------------
051900* EACH ROOMOUT HOLE IS FIRST CHECKED AGAINST ITS TREATMENT
052000* HISTORY: A COMPLETED TREATMENT TAKES THIS RUN'S COUNT AS ITS
052100* AFTER COUNT, AND AN ORDER STILL OPEN HOLDS OFF A SECOND ONE.
052200* A HOLE OVER ITS ROOM CAPACITY BY THE LOWEST RULE LEVEL OR
052300* MORE IS THEN LISTED FOR AN ORDER.
052400*--------------------------------------------------------------
052500 3000-SCAN-ROOMS.
052600     OPEN INPUT ROOM-RESULT-FILE
052700     IF NOT WS-RESULT-OK
052800         DISPLAY "PEST-TREATMENT-ORDERS: ROOMOUT NOT "
052900             "AVAILABLE - NO ORDERS ISSUED"
053000         MOVE "ROOMOUT NOT AVAILABLE - NO ORDERS ISSUED"
053100             TO TP-RECORD
053200         WRITE TP-RECORD
053300         MOVE 8 TO RETURN-CODE
053400         GO TO 3000-EXIT
053500     END-IF
053600     PERFORM 3100-READ-RESULT THRU 3100-EXIT
053700     PERFORM 3200-TAKE-ONE-ROOM THRU 3200-EXIT
053800         UNTIL WS-RESULT-EOF
053900     CLOSE ROOM-RESULT-FILE.
054000 3000-EXIT.
054100     EXIT.
054200 3100-READ-RESULT.
054300     READ ROOM-RESULT-FILE
054400         AT END SET WS-RESULT-EOF TO TRUE
054500     END-READ.
054600 3100-EXIT.
054700     EXIT.
054800 3200-TAKE-ONE-ROOM.
054900     IF RO-ROOM-ID NUMERIC
055000         PERFORM 3210-TAKE-ONE-HOLE THRU 3210-EXIT
055100             VARYING WS-HOLE-IX FROM 1 BY 1
055200             UNTIL WS-HOLE-IX > 10
055300     END-IF
055400     PERFORM 3100-READ-RESULT THRU 3100-EXIT.
055500 3200-EXIT.
055600     EXIT.
055700*--------------------------------------------------------------
055800* HOLE COLUMN N IS HOLE NUMBER N - 1; THE COUNT IS TWO DIGITS
055900* LEFT-JUSTIFIED, SO IT IS CONVERTED AS TEXT.
056000*--------------------------------------------------------------
056100 3210-TAKE-ONE-HOLE.
056200     IF RO-HOLE-COUNT(WS-HOLE-IX) = SPACES
056300         MOVE ZERO TO WS-HOLE-VALUE
056400     ELSE
056500         COMPUTE WS-HOLE-VALUE =
056600             FUNCTION NUMVAL(RO-HOLE-COUNT(WS-HOLE-IX))
056700     END-IF
056800     MOVE 'N' TO WS-HISTORY-FOUND-SW
056900     MOVE RO-ROOM-ID TO TH-ROOM-ID
057000     COMPUTE TH-HOLE = WS-HOLE-IX - 1
057100     READ TREATMENT-HISTORY-FILE
057200         INVALID KEY CONTINUE
057300         NOT INVALID KEY SET WS-HISTORY-FOUND TO TRUE
057400     END-READ
057500     IF WS-HISTORY-FOUND AND TH-COMPLETED
057600         PERFORM 3220-REVIEW-TREATMENT THRU 3220-EXIT
057700     END-IF
057800     IF WS-HISTORY-FOUND AND TH-OPEN
057900         ADD 1 TO WS-OUTSTANDING-COUNT
058000         GO TO 3210-EXIT
058100     END-IF
058200     MOVE WS-RC-CAP(RO-ROOM-ID + 1, WS-HOLE-IX) TO WS-HOLE-CAP
058300     IF WS-HOLE-CAP = ZERO
058400         GO TO 3210-EXIT
058500     END-IF
058600     COMPUTE WS-OVERFLOW = WS-HOLE-VALUE - WS-HOLE-CAP
058700     IF WS-OVERFLOW < WS-LOWEST-LEVEL
058800         GO TO 3210-EXIT
058900     END-IF
059000     PERFORM 3230-LIST-ORDER THRU 3230-EXIT.
059100 3210-EXIT.
059200     EXIT.
059300 3220-REVIEW-TREATMENT.
059400     MOVE WS-HOLE-VALUE TO TH-AFTER-COUNT
059500     SET TH-REVIEWED TO TRUE
059600     REWRITE TREATMENT-HISTORY-RECORD
059700         INVALID KEY
059800             DISPLAY "PEST-TREATMENT-ORDERS: TRTHIST REWRITE "
059900                 "FAILED, ROOM " TH-ROOM-ID " HOLE " TH-HOLE
060000             MOVE 8 TO RETURN-CODE
060100             GO TO 3220-EXIT
060200     END-REWRITE
060300     ADD 1 TO WS-REVIEWED-COUNT
060400     MOVE TH-ROOM-ID TO WS-VL-ROOM-ID
060500     MOVE TH-HOLE TO WS-VL-HOLE
060600     MOVE TH-TREATMENT-TYPE TO WS-VL-TREATMENT
060700     MOVE TH-COMPLETED-DATE TO WS-VL-COMPLETED
060800     MOVE TH-BEFORE-COUNT TO WS-VL-BEFORE
060900     MOVE TH-AFTER-COUNT TO WS-VL-AFTER
061000     COMPUTE WS-CHANGE = TH-AFTER-COUNT - TH-BEFORE-COUNT
061100     MOVE WS-CHANGE TO WS-VL-CHANGE
061200     WRITE TP-RECORD FROM WS-REVIEW-LINE.
061300 3220-EXIT.
061400     EXIT.
061500 3230-LIST-ORDER.
061600     IF WS-ORDER-COUNT NOT < WS-ORDER-MAX
061700         ADD 1 TO WS-DROPPED-COUNT
061800         GO TO 3230-EXIT
061900     END-IF
062000     MOVE ZERO TO WS-BEST-RULE
062100     PERFORM 3240-TRY-ONE-RULE THRU 3240-EXIT
062200         VARYING WS-RULE-IX FROM 1 BY 1
062300         UNTIL WS-RULE-IX > WS-RULE-COUNT
062400     ADD 1 TO WS-ORDER-COUNT
062500     MOVE RO-ROOM-ID TO WS-OT-ROOM-ID(WS-ORDER-COUNT)
062600     COMPUTE WS-OT-HOLE(WS-ORDER-COUNT) = WS-HOLE-IX - 1
062700     MOVE WS-HOLE-VALUE TO WS-OT-BUGS(WS-ORDER-COUNT)
062800     MOVE WS-HOLE-CAP TO WS-OT-CAP(WS-ORDER-COUNT)
062900     MOVE WS-OVERFLOW TO WS-OT-OVERFLOW(WS-ORDER-COUNT)
063000     MOVE WS-BLDG-OVER(WS-HOLE-IX)
063100         TO WS-OT-BLDG-OVER(WS-ORDER-COUNT)
063200     MOVE WS-BEST-RULE TO WS-OT-RULE(WS-ORDER-COUNT).
063300 3230-EXIT.
063400     EXIT.
063500 3240-TRY-ONE-RULE.
063600     IF WS-RU-LEVEL(WS-RULE-IX) > WS-OVERFLOW
063700         GO TO 3240-EXIT
063800     END-IF
063900     IF WS-BEST-RULE = ZERO
064000         MOVE WS-RULE-IX TO WS-BEST-RULE
064100         GO TO 3240-EXIT
064200     END-IF
064300     IF WS-RU-LEVEL(WS-RULE-IX) > WS-RU-LEVEL(WS-BEST-RULE)
064400         MOVE WS-RULE-IX TO WS-BEST-RULE
064500     END-IF.
064600 3240-EXIT.
064700     EXIT.
064800*--------------------------------------------------------------
064900* SEVERITY ORDER - LARGEST OVERFLOW FIRST, A HOLE OVER CAPACITY
065000* BUILDING-WIDE AHEAD OF ONE THAT IS NOT ON A TIE, OTHERWISE
065100* ROOMOUT ORDER. SAME EXCHANGE SORT AS THE OTHER BATCHES.
065200*--------------------------------------------------------------
065300 4000-RANK-ORDERS.
065400     PERFORM 4100-SORT-ONE-PASS THRU 4100-EXIT
065500         VARYING WS-OUTER-SUB FROM 1 BY 1
065600         UNTIL WS-OUTER-SUB >= WS-ORDER-COUNT.
065700 4000-EXIT.
065800     EXIT.
065900 4100-SORT-ONE-PASS.
066000     PERFORM 4110-COMPARE-ONE-PAIR THRU 4110-EXIT
066100         VARYING WS-INNER-SUB FROM 1 BY 1
066200         UNTIL WS-INNER-SUB >= WS-ORDER-COUNT.
066300 4100-EXIT.
066400     EXIT.
066500 4110-COMPARE-ONE-PAIR.
066600     IF WS-OT-OVERFLOW(WS-INNER-SUB + 1)
066700         > WS-OT-OVERFLOW(WS-INNER-SUB)
066800         OR (WS-OT-OVERFLOW(WS-INNER-SUB + 1)
066900             = WS-OT-OVERFLOW(WS-INNER-SUB)
067000         AND WS-OT-BLDG-OVER(WS-INNER-SUB + 1) = 'Y'
067100         AND WS-OT-BLDG-OVER(WS-INNER-SUB) NOT = 'Y')
067200         MOVE WS-OT-ENTRY(WS-INNER-SUB) TO WS-SWAP-HOLD
067300         MOVE WS-OT-ENTRY(WS-INNER-SUB + 1)
067400             TO WS-OT-ENTRY(WS-INNER-SUB)
067500         MOVE WS-SWAP-HOLD
067600             TO WS-OT-ENTRY(WS-INNER-SUB + 1)
067700     END-IF.
067800 4110-EXIT.
067900     EXIT.
068000*--------------------------------------------------------------
068100* ORDERS ARE BOOKED IN RANK ORDER FROM THE FIRST CREW WORKING
068200* DAY AFTER THE RUN DATE. WHEN THE NEXT ORDER WOULD TAKE THE
068300* DAY PAST THE CREW-DAY HOURS IT GOES TO THE NEXT WORKING DAY;
068400* AN ORDER LONGER THAN A WHOLE CREW DAY HAS A DAY TO ITSELF.
068500*--------------------------------------------------------------
068600 5000-ISSUE-ORDERS.
068700     MOVE WS-RUN-DATE TO WS-SCHED-DATE
068800     PERFORM 5200-NEXT-WORKING-DAY THRU 5200-EXIT
068900     MOVE ZERO TO WS-DAY-HOURS-USED
069000     MOVE ZERO TO WS-OI-SEQUENCE
069100     PERFORM 5100-ISSUE-ONE-ORDER THRU 5100-EXIT
069200         VARYING WS-ORDER-IX FROM 1 BY 1
069300         UNTIL WS-ORDER-IX > WS-ORDER-COUNT.
069400 5000-EXIT.
069500     EXIT.
069600 5100-ISSUE-ONE-ORDER.
069700     MOVE WS-OT-RULE(WS-ORDER-IX) TO WS-RULE-IX
069800     IF WS-DAY-HOURS-USED > ZERO
069900         AND WS-DAY-HOURS-USED + WS-RU-HOURS(WS-RULE-IX)
070000             > WS-CREW-DAY-HOURS
070100         PERFORM 5200-NEXT-WORKING-DAY THRU 5200-EXIT
070200         MOVE ZERO TO WS-DAY-HOURS-USED
070300     END-IF
070400     ADD WS-RU-HOURS(WS-RULE-IX) TO WS-DAY-HOURS-USED
070500     ADD 1 TO WS-OI-SEQUENCE
070600     MOVE WS-ORDER-ID TO WS-OL-ORDER-ID
070700     MOVE WS-ORDER-IX TO WS-OL-RANK
070800     MOVE WS-OT-ROOM-ID(WS-ORDER-IX) TO WS-OL-ROOM-ID
070900     MOVE WS-OT-HOLE(WS-ORDER-IX) TO WS-OL-HOLE
071000     MOVE WS-OT-BUGS(WS-ORDER-IX) TO WS-OL-BUGS
071100     MOVE WS-OT-CAP(WS-ORDER-IX) TO WS-OL-CAP
071200     MOVE WS-OT-OVERFLOW(WS-ORDER-IX) TO WS-OL-OVERFLOW
071300     MOVE WS-OT-BLDG-OVER(WS-ORDER-IX) TO WS-OL-BLDG-OVER
071400     MOVE WS-RU-TYPE(WS-RULE-IX) TO WS-OL-TREATMENT
071500     MOVE WS-RU-HOURS(WS-RULE-IX) TO WS-OL-HOURS
071600     MOVE WS-SCHED-DATE TO WS-OL-SCHED-DATE
071700     WRITE WO-RECORD FROM WS-ORDER-LINE
071800     PERFORM 5300-FILE-HISTORY THRU 5300-EXIT.
071900 5100-EXIT.
072000     EXIT.
072100*--------------------------------------------------------------
072200* FIRST CREW WORKING DAY STRICTLY AFTER WS-SCHED-DATE. OUTSIDE
072300* THE LOADED CALENDAR THE NEXT CALENDAR DAY IS TAKEN INSTEAD.
072400*--------------------------------------------------------------
072500 5200-NEXT-WORKING-DAY.
072600     SET CAL-SVC-NEXT-BUSINESS TO TRUE
072700     MOVE WS-SCHED-DATE TO CAL-SVC-ARGUMENT
072800     CALL "CALENDAR-SERVICE" USING CALENDAR-SERVICE-REQUEST
072900     IF CAL-SVC-OUT-OF-RANGE
073000         COMPUTE WS-DATE-INTEGER =
073100             FUNCTION INTEGER-OF-DATE(WS-SCHED-DATE) + 1
073200         COMPUTE WS-SCHED-DATE =
073300             FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
073400     ELSE
073500         MOVE CAL-SVC-ANSWER TO WS-SCHED-DATE
073600     END-IF.
073700 5200-EXIT.
073800     EXIT.
073900 5300-FILE-HISTORY.
074000     MOVE WS-OT-ROOM-ID(WS-ORDER-IX) TO TH-ROOM-ID
074100     MOVE WS-OT-HOLE(WS-ORDER-IX) TO TH-HOLE
074200     MOVE 'N' TO WS-HISTORY-FOUND-SW
074300     READ TREATMENT-HISTORY-FILE
074400         INVALID KEY CONTINUE
074500         NOT INVALID KEY SET WS-HISTORY-FOUND TO TRUE
074600     END-READ
074700     MOVE WS-OT-ROOM-ID(WS-ORDER-IX) TO TH-ROOM-ID
074800     MOVE WS-OT-HOLE(WS-ORDER-IX) TO TH-HOLE
074900     MOVE WS-ORDER-ID TO TH-ORDER-ID
075000     MOVE WS-SCHED-DATE TO TH-SCHEDULED-DATE
075100     MOVE WS-RU-TYPE(WS-RULE-IX) TO TH-TREATMENT-TYPE
075200     MOVE WS-RU-HOURS(WS-RULE-IX) TO TH-CREW-HOURS
075300     MOVE WS-OT-BUGS(WS-ORDER-IX) TO TH-BEFORE-COUNT
075400     MOVE WS-OT-CAP(WS-ORDER-IX) TO TH-CAPACITY
075500     MOVE ZERO TO TH-COMPLETED-DATE
075600     MOVE ZERO TO TH-AFTER-COUNT
075700     SET TH-OPEN TO TRUE
075800     IF WS-HISTORY-FOUND
075900         REWRITE TREATMENT-HISTORY-RECORD
076000             INVALID KEY
076100                 DISPLAY "PEST-TREATMENT-ORDERS: TRTHIST "
076200                     "REWRITE FAILED, ORDER " WS-ORDER-ID
076300                 MOVE 8 TO RETURN-CODE
076400         END-REWRITE
076500     ELSE
076600         WRITE TREATMENT-HISTORY-RECORD
076700             INVALID KEY
076800                 DISPLAY "PEST-TREATMENT-ORDERS: TRTHIST "
076900                     "WRITE FAILED, ORDER " WS-ORDER-ID
077000                 MOVE 8 TO RETURN-CODE
077100         END-WRITE
077200     END-IF.
077300 5300-EXIT.
077400     EXIT.
077500 9000-TERMINATE.
077600     MOVE "COMPLETIONS POSTED" TO WS-TL-LABEL
077700     MOVE WS-POSTED-COUNT TO WS-TL-COUNT
077800     WRITE TP-RECORD FROM WS-TOTAL-LINE
077900     MOVE "COMPLETIONS REJECTED" TO WS-TL-LABEL
078000     MOVE WS-REJECTED-COUNT TO WS-TL-COUNT
078100     WRITE TP-RECORD FROM WS-TOTAL-LINE
078200     MOVE "TREATMENTS REVIEWED" TO WS-TL-LABEL
078300     MOVE WS-REVIEWED-COUNT TO WS-TL-COUNT
078400     WRITE TP-RECORD FROM WS-TOTAL-LINE
078500     MOVE "ORDERS STILL OUTSTANDING" TO WS-TL-LABEL
078600     MOVE WS-OUTSTANDING-COUNT TO WS-TL-COUNT
078700     WRITE TP-RECORD FROM WS-TOTAL-LINE
078800     MOVE "WORK ORDERS ISSUED" TO WS-TL-LABEL
078900     MOVE WS-ORDER-COUNT TO WS-TL-COUNT
079000     WRITE TP-RECORD FROM WS-TOTAL-LINE
079100     IF WS-DROPPED-COUNT > ZERO
079200         MOVE "HOLES NOT ORDERED - TABLE FULL" TO WS-TL-LABEL
079300         MOVE WS-DROPPED-COUNT TO WS-TL-COUNT
079400         WRITE TP-RECORD FROM WS-TOTAL-LINE
079500         DISPLAY "PEST-TREATMENT-ORDERS: ORDER TABLE FULL, "
079600             WS-DROPPED-COUNT " HOLES NOT ORDERED"
079700         MOVE 8 TO RETURN-CODE
079800     END-IF
079900     CLOSE WORK-ORDER-FILE
080000     CLOSE TREATMENT-REPORT-FILE.
080100 9000-EXIT.
080200     EXIT.
080300 END PROGRAM PEST-TREATMENT-ORDERS.
