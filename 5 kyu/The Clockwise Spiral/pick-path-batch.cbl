000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PICK-PATH-BATCH.
000300 AUTHOR. WAREHOUSE-SLOTTING.
000400 INSTALLATION. PLANNING-SUPPORT.
000500 DATE-WRITTEN. 2026-10-01.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-01  WHP  INITIAL VERSION - SEQUENCES THE LINES OF
001000*                    EACH DAILY PICK ORDER ALONG THE CREATESPIRAL
001100*                    PATH THE SLOTTING GRID WAS LAID OUT ON,
001200*                    STARTING FROM THE DOCK CELL (SPIRAL CELL 1,
001300*                    GRID ROW 1 COLUMN 1). WRITES A PICK LIST PER
001400*                    ORDER WITH THE WALK SEQUENCE AND TRAVEL IN
001500*                    CELLS, AND A SUMMARY OF THE TRAVEL SAVED
001600*                    AGAINST PICKING IN ARRIVAL ORDER.
001700*--------------------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT SLOT-MASTER-FILE ASSIGN TO "SLOTMST"
002300         ORGANIZATION IS LINE SEQUENTIAL
002400         FILE STATUS IS WS-SLOT-STATUS.
002500     SELECT PICK-ORDER-FILE ASSIGN TO "PICKORD"
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-ORDER-STATUS.
002800     SELECT PICK-LIST-FILE ASSIGN TO "PICKLIST"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-LIST-STATUS.
003100     SELECT PICK-SUMMARY-FILE ASSIGN TO "PICKSUM"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-SUMMARY-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  SLOT-MASTER-FILE.
003700 01  SLOT-MASTER-RECORD.
003800     05  SM-SLOT-ID           PIC X(10).
003900     05  FILLER               PIC X(01).
004000     05  SM-GRID-ROW          PIC 9(02).
004100     05  FILLER               PIC X(01).
004200     05  SM-GRID-COL          PIC 9(02).
004300     05  FILLER               PIC X(01).
004400     05  SM-ZONE              PIC X(04).
004500*--------------------------------------------------------------
004600* PICKORD ARRIVES GROUPED BY ORDER, LINES IN ARRIVAL ORDER.
004700*--------------------------------------------------------------
004800 FD  PICK-ORDER-FILE.
004900 01  PICK-ORDER-RECORD.
005000     05  PO-ORDER-ID          PIC X(10).
005100     05  FILLER               PIC X(01).
005200     05  PO-LINE-NO           PIC 9(03).
005300     05  FILLER               PIC X(01).
005400     05  PO-SLOT-ID           PIC X(10).
005500     05  FILLER               PIC X(01).
005600     05  PO-QUANTITY          PIC 9(05).
005700 FD  PICK-LIST-FILE.
005800 01  PL-RECORD                PIC X(80).
005900 FD  PICK-SUMMARY-FILE.
006000 01  PS-RECORD                PIC X(80).
006100 WORKING-STORAGE SECTION.
006200 77  WS-SLOT-STATUS           PIC X(02)     VALUE SPACES.
006300     88  WS-SLOT-OK                         VALUE '00'.
006400     88  WS-SLOT-EOF                        VALUE '10'.
006500 77  WS-ORDER-STATUS          PIC X(02)     VALUE SPACES.
006600     88  WS-ORDER-OK                        VALUE '00'.
006700     88  WS-ORDER-EOF                       VALUE '10'.
006800 77  WS-LIST-STATUS           PIC X(02)     VALUE SPACES.
006900 77  WS-SUMMARY-STATUS        PIC X(02)     VALUE SPACES.
007000 77  WS-SLOT-COUNT            PIC 9(04)     VALUE ZERO COMP.
007100 77  WS-SLOT-MAX              PIC 9(04)     VALUE 2000 COMP.
007200 77  WS-SLOT-IX               PIC 9(04)     VALUE ZERO COMP.
007300 77  WS-MATCH-IX              PIC 9(04)     VALUE ZERO COMP.
007400 77  WS-LINE-COUNT            PIC 9(03)     VALUE ZERO COMP.
007500 77  WS-LINE-MAX              PIC 9(03)     VALUE 200 COMP.
007600 77  WS-LINE-IX               PIC 9(03)     VALUE ZERO COMP.
007700 77  WS-OUTER-SUB             PIC 9(03)     VALUE ZERO COMP.
007800 77  WS-INNER-SUB             PIC 9(03)     VALUE ZERO COMP.
007900 77  WS-FROM-ROW              PIC 9(02)     VALUE ZERO.
008000 77  WS-FROM-COL              PIC 9(02)     VALUE ZERO.
008100 77  WS-STEP-CELLS            PIC 9(05)     VALUE ZERO.
008200 77  WS-ARRIVAL-TRAVEL        PIC 9(07)     VALUE ZERO.
008300 77  WS-SPIRAL-TRAVEL         PIC 9(07)     VALUE ZERO.
008400 77  WS-ORDER-SAVED           PIC S9(07)    VALUE ZERO.
008500 77  WS-TOTAL-ARRIVAL         PIC 9(09)     VALUE ZERO.
008600 77  WS-TOTAL-SPIRAL          PIC 9(09)     VALUE ZERO.
008700 77  WS-TOTAL-SAVED           PIC S9(09)    VALUE ZERO.
008800 77  WS-ORDERS-SEQUENCED      PIC 9(06)     VALUE ZERO.
008900 77  WS-LINES-READ            PIC 9(07)     VALUE ZERO.
009000 77  WS-LINES-UNSLOTTED       PIC 9(07)     VALUE ZERO.
009100 77  WS-CURRENT-ORDER         PIC X(10)     VALUE SPACES.
009200*--------------------------------------------------------------
009300* CREATESPIRAL PARAMETERS - THE SAME SHAPE SPIRAL-REPORT TAKES.
009400* THE GRID IS SQUARE, AS WIDE AS THE LARGEST ROW OR COLUMN ON
009500* THE SLOT MASTER.
009600*--------------------------------------------------------------
009700 01  WS-SPIRAL-N              PIC 9(02)     VALUE ZERO.
009800 01  WS-SPIRAL-RESULT.
009900     05  WS-SR-LENGTH         PIC 9(02).
010000     05  WS-SR-ROW OCCURS 0 TO 99 TIMES
010100             DEPENDING ON WS-SR-LENGTH.
010200         07  WS-SR-CELL       PIC 9(04) OCCURS 99 TIMES.
010300 01  WS-SLOT-TABLE.
010400     05  WS-ST-ENTRY OCCURS 2000.
010500         10  WS-ST-SLOT-ID    PIC X(10).
010600         10  WS-ST-GRID-ROW   PIC 9(02).
010700         10  WS-ST-GRID-COL   PIC 9(02).
010800         10  WS-ST-ZONE       PIC X(04).
010900*--------------------------------------------------------------
011000* THE LINES OF THE ORDER IN HAND, KEPT IN ARRIVAL ORDER UNTIL
011100* THE ARRIVAL WALK IS MEASURED AND THEN SORTED INTO SPIRAL
011200* ORDER. AN UNSLOTTED LINE CARRIES SPIRAL POSITION 9999 SO IT
011300* SORTS TO THE END AND IS LEFT OFF THE WALK.
011400*--------------------------------------------------------------
011500 01  WS-ORDER-TABLE.
011600     05  WS-OT-ENTRY OCCURS 200.
011700         10  WS-OT-SPIRAL-POS PIC 9(04).
011800         10  WS-OT-LINE-NO    PIC 9(03).
011900         10  WS-OT-SLOT-ID    PIC X(10).
012000         10  WS-OT-ZONE       PIC X(04).
012100         10  WS-OT-GRID-ROW   PIC 9(02).
012200         10  WS-OT-GRID-COL   PIC 9(02).
012300         10  WS-OT-QUANTITY   PIC 9(05).
012400 01  WS-SWAP-HOLD             PIC X(30).
012500 01  WS-ORDER-HEADER.
012600     05  FILLER               PIC X(11)     VALUE "PICK LIST  ".
012700     05  WS-OH-ORDER-ID       PIC X(10).
012800 01  WS-LIST-COLUMN-HEADER.
012900     05  FILLER               PIC X(40)     VALUE
013000             " WALK LINE SLOT       ZONE ROW COL SPIRA".
013100     05  FILLER               PIC X(40)     VALUE
013200             "L   QUANTITY  CELLS".
013300 01  WS-LIST-DETAIL.
013400     05  WS-LD-WALK           PIC ZZZZ9.
013500     05  FILLER               PIC X(01)     VALUE SPACE.
013600     05  WS-LD-LINE-NO        PIC ZZZ9.
013700     05  FILLER               PIC X(01)     VALUE SPACE.
013800     05  WS-LD-SLOT-ID        PIC X(10).
013900     05  FILLER               PIC X(01)     VALUE SPACE.
014000     05  WS-LD-ZONE           PIC X(04).
014100     05  FILLER               PIC X(01)     VALUE SPACE.
014200     05  WS-LD-ROW            PIC ZZ9.
014300     05  FILLER               PIC X(01)     VALUE SPACE.
014400     05  WS-LD-COL            PIC ZZ9.
014500     05  FILLER               PIC X(01)     VALUE SPACE.
014600     05  WS-LD-SPIRAL-POS     PIC ZZZZZ9.
014700     05  FILLER               PIC X(01)     VALUE SPACE.
014800     05  WS-LD-QUANTITY       PIC ZZZZZZZZZ9.
014900     05  FILLER               PIC X(01)     VALUE SPACE.
015000     05  WS-LD-CELLS          PIC ZZZZZ9.
015100 01  WS-UNSLOTTED-DETAIL.
015200     05  FILLER               PIC X(06)     VALUE "  ----".
015300     05  WS-UD-LINE-NO        PIC ZZZ9.
015400     05  FILLER               PIC X(01)     VALUE SPACE.
015500     05  WS-UD-SLOT-ID        PIC X(10).
015600     05  FILLER               PIC X(28)     VALUE
015700             " SLOT NOT ON MASTER - NO PIC".
015800     05  FILLER               PIC X(01)     VALUE "K".
015900 01  WS-ORDER-FOOTER.
016000     05  FILLER               PIC X(33)     VALUE
016100             "  RETURN TO DOCK, TRAVEL IN CELLS".
016200     05  WS-OF-CELLS          PIC ZZZZZZ9.
016300 01  WS-SUMMARY-HEADER.
016400     05  FILLER               PIC X(40)     VALUE
016500             "PICK PATH TRAVEL SUMMARY - CELLS        ".
016600 01  WS-SUMMARY-COLUMN-HEADER.
016700     05  FILLER               PIC X(40)     VALUE
016800             "ORDER       LINES    ARRIVAL     SPIRAL ".
016900     05  FILLER               PIC X(20)     VALUE
017000             "      SAVED".
017100 01  WS-SUMMARY-DETAIL.
017200     05  WS-SD-ORDER-ID       PIC X(10).
017300     05  FILLER               PIC X(01)     VALUE SPACE.
017400     05  WS-SD-LINES          PIC ZZZZZ9.
017500     05  FILLER               PIC X(01)     VALUE SPACE.
017600     05  WS-SD-ARRIVAL        PIC Z(09)9.
017700     05  FILLER               PIC X(01)     VALUE SPACE.
017800     05  WS-SD-SPIRAL         PIC Z(09)9.
017900     05  FILLER               PIC X(01)     VALUE SPACE.
018000     05  WS-SD-SAVED          PIC -(10)9.
018100 PROCEDURE DIVISION.
018200 0000-MAINLINE.
018300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018400     PERFORM 2000-TAKE-ONE-ORDER THRU 2000-EXIT
018500         UNTIL WS-ORDER-EOF.
018600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018700     STOP RUN.
018800 0000-EXIT.
018900     EXIT.
019000 1000-INITIALIZE.
019100     OPEN INPUT SLOT-MASTER-FILE
019200     IF NOT WS-SLOT-OK
019300         DISPLAY "PICK-PATH-BATCH: SLOTMST NOT AVAILABLE"
019400         MOVE 8 TO RETURN-CODE
019500         STOP RUN
019600     END-IF
019700     PERFORM 1100-LOAD-ONE-SLOT THRU 1100-EXIT
019800         UNTIL WS-SLOT-EOF
019900     CLOSE SLOT-MASTER-FILE
020000     IF WS-SLOT-COUNT = ZERO
020100         DISPLAY "PICK-PATH-BATCH: SLOTMST IS EMPTY"
020200         MOVE 8 TO RETURN-CODE
020300         STOP RUN
020400     END-IF
020500     INITIALIZE WS-SPIRAL-RESULT
020600     CALL "CreateSpiral" USING WS-SPIRAL-N WS-SPIRAL-RESULT
020700     OPEN OUTPUT PICK-LIST-FILE
020800     OPEN OUTPUT PICK-SUMMARY-FILE
020900     WRITE PS-RECORD FROM WS-SUMMARY-HEADER
021000     WRITE PS-RECORD FROM WS-SUMMARY-COLUMN-HEADER
021100     OPEN INPUT PICK-ORDER-FILE
021200     IF NOT WS-ORDER-OK
021300         DISPLAY "PICK-PATH-BATCH: PICKORD NOT AVAILABLE"
021400         MOVE 8 TO RETURN-CODE
021500         SET WS-ORDER-EOF TO TRUE
021600         GO TO 1000-EXIT
021700     END-IF
021800     PERFORM 1200-READ-ORDER-LINE THRU 1200-EXIT.
021900 1000-EXIT.
022000     EXIT.
022100 1100-LOAD-ONE-SLOT.
022200     READ SLOT-MASTER-FILE
022300         AT END GO TO 1100-EXIT
022400     END-READ
022500     IF SM-SLOT-ID = SPACES
022600         OR SM-GRID-ROW IS NOT NUMERIC OR SM-GRID-ROW = ZERO
022700         OR SM-GRID-COL IS NOT NUMERIC OR SM-GRID-COL = ZERO
022800         DISPLAY "PICK-PATH-BATCH: SLOT IGNORED, BAD GRID "
022900             SLOT-MASTER-RECORD
023000         GO TO 1100-EXIT
023100     END-IF
023200     IF WS-SLOT-COUNT >= WS-SLOT-MAX
023300         DISPLAY "PICK-PATH-BATCH: MORE THAN " WS-SLOT-MAX
023400             " SLOTS - RUN STOPPED"
023500         MOVE 8 TO RETURN-CODE
023600         STOP RUN
023700     END-IF
023800     ADD 1 TO WS-SLOT-COUNT
023900     MOVE SM-SLOT-ID TO WS-ST-SLOT-ID(WS-SLOT-COUNT)
024000     MOVE SM-GRID-ROW TO WS-ST-GRID-ROW(WS-SLOT-COUNT)
024100     MOVE SM-GRID-COL TO WS-ST-GRID-COL(WS-SLOT-COUNT)
024200     MOVE SM-ZONE TO WS-ST-ZONE(WS-SLOT-COUNT)
024300     IF SM-GRID-ROW > WS-SPIRAL-N
024400         MOVE SM-GRID-ROW TO WS-SPIRAL-N
024500     END-IF
024600     IF SM-GRID-COL > WS-SPIRAL-N
024700         MOVE SM-GRID-COL TO WS-SPIRAL-N
024800     END-IF.
024900 1100-EXIT.
025000     EXIT.
025100 1200-READ-ORDER-LINE.
025200     READ PICK-ORDER-FILE
025300         AT END SET WS-ORDER-EOF TO TRUE
025400     END-READ.
025500 1200-EXIT.
025600     EXIT.
025700*--------------------------------------------------------------
025800* GATHER EVERY LINE OF ONE ORDER, MEASURE THE ARRIVAL-ORDER
025900* WALK, SORT INTO SPIRAL ORDER, AND WRITE THE PICK LIST.
026000*--------------------------------------------------------------
026100 2000-TAKE-ONE-ORDER.
026200     MOVE PO-ORDER-ID TO WS-CURRENT-ORDER
026300     MOVE ZERO TO WS-LINE-COUNT
026400     PERFORM 2100-TAKE-ONE-LINE THRU 2100-EXIT
026500         UNTIL WS-ORDER-EOF
026600            OR PO-ORDER-ID NOT = WS-CURRENT-ORDER
026700     MOVE ZERO TO WS-ARRIVAL-TRAVEL
026800     PERFORM 3000-MEASURE-WALK THRU 3000-EXIT
026900     MOVE WS-SPIRAL-TRAVEL TO WS-ARRIVAL-TRAVEL
027000     PERFORM 2300-SORT-PASS THRU 2300-EXIT
027100         VARYING WS-OUTER-SUB FROM 1 BY 1
027200         UNTIL WS-OUTER-SUB >= WS-LINE-COUNT
027300     PERFORM 3000-MEASURE-WALK THRU 3000-EXIT
027400     PERFORM 4000-WRITE-PICK-LIST THRU 4000-EXIT
027500     PERFORM 5000-WRITE-SUMMARY-LINE THRU 5000-EXIT.
027600 2000-EXIT.
027700     EXIT.
027800 2100-TAKE-ONE-LINE.
027900     ADD 1 TO WS-LINES-READ
028000     IF WS-LINE-COUNT >= WS-LINE-MAX
028100         DISPLAY "PICK-PATH-BATCH: ORDER " WS-CURRENT-ORDER
028200             " HAS MORE THAN " WS-LINE-MAX " LINES - RUN STOPPED"
028300         MOVE 8 TO RETURN-CODE
028400         STOP RUN
028500     END-IF
028600     ADD 1 TO WS-LINE-COUNT
028700     MOVE PO-LINE-NO TO WS-OT-LINE-NO(WS-LINE-COUNT)
028800     MOVE PO-SLOT-ID TO WS-OT-SLOT-ID(WS-LINE-COUNT)
028900     MOVE PO-QUANTITY TO WS-OT-QUANTITY(WS-LINE-COUNT)
029000     MOVE ZERO TO WS-MATCH-IX
029100     PERFORM 2110-SCAN-SLOT THRU 2110-EXIT
029200         VARYING WS-SLOT-IX FROM 1 BY 1
029300         UNTIL WS-SLOT-IX > WS-SLOT-COUNT
029400            OR WS-MATCH-IX > ZERO
029500     IF WS-MATCH-IX = ZERO
029600         ADD 1 TO WS-LINES-UNSLOTTED
029700         MOVE 9999 TO WS-OT-SPIRAL-POS(WS-LINE-COUNT)
029800         MOVE SPACES TO WS-OT-ZONE(WS-LINE-COUNT)
029900         MOVE ZERO TO WS-OT-GRID-ROW(WS-LINE-COUNT)
030000             WS-OT-GRID-COL(WS-LINE-COUNT)
030100     ELSE
030200         MOVE WS-ST-ZONE(WS-MATCH-IX)
030300             TO WS-OT-ZONE(WS-LINE-COUNT)
030400         MOVE WS-ST-GRID-ROW(WS-MATCH-IX)
030500             TO WS-OT-GRID-ROW(WS-LINE-COUNT)
030600         MOVE WS-ST-GRID-COL(WS-MATCH-IX)
030700             TO WS-OT-GRID-COL(WS-LINE-COUNT)
030800         MOVE WS-SR-CELL(WS-ST-GRID-ROW(WS-MATCH-IX),
030900                         WS-ST-GRID-COL(WS-MATCH-IX))
031000             TO WS-OT-SPIRAL-POS(WS-LINE-COUNT)
031100     END-IF
031200     PERFORM 1200-READ-ORDER-LINE THRU 1200-EXIT.
031300 2100-EXIT.
031400     EXIT.
031500 2110-SCAN-SLOT.
031600     IF WS-ST-SLOT-ID(WS-SLOT-IX) = PO-SLOT-ID
031700         MOVE WS-SLOT-IX TO WS-MATCH-IX
031800     END-IF.
031900 2110-EXIT.
032000     EXIT.
032100*--------------------------------------------------------------
032200* EXCHANGE SORT ON SPIRAL POSITION. LINES FOR THE SAME SLOT
032300* KEEP THEIR ARRIVAL ORDER.
032400*--------------------------------------------------------------
032500 2300-SORT-PASS.
032600     PERFORM 2310-COMPARE-PAIR THRU 2310-EXIT
032700         VARYING WS-INNER-SUB FROM 1 BY 1
032800         UNTIL WS-INNER-SUB > WS-LINE-COUNT - WS-OUTER-SUB.
032900 2300-EXIT.
033000     EXIT.
033100 2310-COMPARE-PAIR.
033200     IF WS-OT-SPIRAL-POS(WS-INNER-SUB) >
033300        WS-OT-SPIRAL-POS(WS-INNER-SUB + 1)
033400         MOVE WS-OT-ENTRY(WS-INNER-SUB) TO WS-SWAP-HOLD
033500         MOVE WS-OT-ENTRY(WS-INNER-SUB + 1)
033600             TO WS-OT-ENTRY(WS-INNER-SUB)
033700         MOVE WS-SWAP-HOLD TO WS-OT-ENTRY(WS-INNER-SUB + 1)
033800     END-IF.
033900 2310-EXIT.
034000     EXIT.
034100*--------------------------------------------------------------
034200* WALK THE ORDER TABLE AS IT STANDS FROM THE DOCK CELL, ONE
034300* CELL A STEP ACROSS ROWS AND COLUMNS, AND BACK TO THE DOCK.
034400* UNSLOTTED LINES ARE SKIPPED.
034500*--------------------------------------------------------------
034600 3000-MEASURE-WALK.
034700     MOVE ZERO TO WS-SPIRAL-TRAVEL
034800     MOVE 1 TO WS-FROM-ROW WS-FROM-COL
034900     PERFORM 3100-WALK-ONE-STOP THRU 3100-EXIT
035000         VARYING WS-LINE-IX FROM 1 BY 1
035100         UNTIL WS-LINE-IX > WS-LINE-COUNT
035300     PERFORM 3200-STEPS-BACK-TO-DOCK THRU 3200-EXIT
035400     ADD WS-STEP-CELLS TO WS-SPIRAL-TRAVEL.
035500 3000-EXIT.
035600     EXIT.
035700 3100-WALK-ONE-STOP.
035800     IF WS-OT-SPIRAL-POS(WS-LINE-IX) = 9999
035900         GO TO 3100-EXIT
036000     END-IF
036100     PERFORM 3300-STEPS-TO-STOP THRU 3300-EXIT
036200     ADD WS-STEP-CELLS TO WS-SPIRAL-TRAVEL
036300     MOVE WS-OT-GRID-ROW(WS-LINE-IX) TO WS-FROM-ROW
036400     MOVE WS-OT-GRID-COL(WS-LINE-IX) TO WS-FROM-COL.
036500 3100-EXIT.
036600     EXIT.
036700 3200-STEPS-BACK-TO-DOCK.
036800     COMPUTE WS-STEP-CELLS = WS-FROM-ROW + WS-FROM-COL - 2.
036900 3200-EXIT.
037000     EXIT.
037100 3300-STEPS-TO-STOP.
037200     IF WS-OT-GRID-ROW(WS-LINE-IX) >= WS-FROM-ROW
037300         COMPUTE WS-STEP-CELLS =
037400             WS-OT-GRID-ROW(WS-LINE-IX) - WS-FROM-ROW
037500     ELSE
037600         COMPUTE WS-STEP-CELLS =
037700             WS-FROM-ROW - WS-OT-GRID-ROW(WS-LINE-IX)
037800     END-IF
037900     IF WS-OT-GRID-COL(WS-LINE-IX) >= WS-FROM-COL
038000         COMPUTE WS-STEP-CELLS = WS-STEP-CELLS
038100             + WS-OT-GRID-COL(WS-LINE-IX) - WS-FROM-COL
038200     ELSE
038300         COMPUTE WS-STEP-CELLS = WS-STEP-CELLS
038400             + WS-FROM-COL - WS-OT-GRID-COL(WS-LINE-IX)
038500     END-IF.
038600 3300-EXIT.
038700     EXIT.
038800*--------------------------------------------------------------
038900* THE PICK LIST REPEATS THE SPIRAL WALK SO EACH STOP CARRIES
039000* THE CELLS FROM THE STOP BEFORE IT.
039100*--------------------------------------------------------------
039200 4000-WRITE-PICK-LIST.
039300     MOVE WS-CURRENT-ORDER TO WS-OH-ORDER-ID
039400     WRITE PL-RECORD FROM WS-ORDER-HEADER
039500     WRITE PL-RECORD FROM WS-LIST-COLUMN-HEADER
039600     MOVE 1 TO WS-FROM-ROW WS-FROM-COL
039700     PERFORM 4100-WRITE-ONE-STOP THRU 4100-EXIT
039800         VARYING WS-LINE-IX FROM 1 BY 1
039900         UNTIL WS-LINE-IX > WS-LINE-COUNT
040000     MOVE WS-SPIRAL-TRAVEL TO WS-OF-CELLS
040100     WRITE PL-RECORD FROM WS-ORDER-FOOTER
040200     MOVE SPACES TO PL-RECORD
040300     WRITE PL-RECORD.
040400 4000-EXIT.
040500     EXIT.
040600 4100-WRITE-ONE-STOP.
040700     IF WS-OT-SPIRAL-POS(WS-LINE-IX) = 9999
040800         MOVE WS-OT-LINE-NO(WS-LINE-IX) TO WS-UD-LINE-NO
040900         MOVE WS-OT-SLOT-ID(WS-LINE-IX) TO WS-UD-SLOT-ID
041000         WRITE PL-RECORD FROM WS-UNSLOTTED-DETAIL
041100         GO TO 4100-EXIT
041200     END-IF
041300     PERFORM 3300-STEPS-TO-STOP THRU 3300-EXIT
041400     MOVE WS-LINE-IX TO WS-LD-WALK
041500     MOVE WS-OT-LINE-NO(WS-LINE-IX) TO WS-LD-LINE-NO
041600     MOVE WS-OT-SLOT-ID(WS-LINE-IX) TO WS-LD-SLOT-ID
041700     MOVE WS-OT-ZONE(WS-LINE-IX) TO WS-LD-ZONE
041800     MOVE WS-OT-GRID-ROW(WS-LINE-IX) TO WS-LD-ROW
041900     MOVE WS-OT-GRID-COL(WS-LINE-IX) TO WS-LD-COL
042000     MOVE WS-OT-SPIRAL-POS(WS-LINE-IX) TO WS-LD-SPIRAL-POS
042100     MOVE WS-OT-QUANTITY(WS-LINE-IX) TO WS-LD-QUANTITY
042200     MOVE WS-STEP-CELLS TO WS-LD-CELLS
042300     WRITE PL-RECORD FROM WS-LIST-DETAIL
042400     MOVE WS-OT-GRID-ROW(WS-LINE-IX) TO WS-FROM-ROW
042500     MOVE WS-OT-GRID-COL(WS-LINE-IX) TO WS-FROM-COL.
042600 4100-EXIT.
042700     EXIT.
042800 5000-WRITE-SUMMARY-LINE.
042900     COMPUTE WS-ORDER-SAVED = WS-ARRIVAL-TRAVEL - WS-SPIRAL-TRAVEL
043000     ADD WS-ARRIVAL-TRAVEL TO WS-TOTAL-ARRIVAL
043100     ADD WS-SPIRAL-TRAVEL TO WS-TOTAL-SPIRAL
043200     ADD WS-ORDER-SAVED TO WS-TOTAL-SAVED
043300     ADD 1 TO WS-ORDERS-SEQUENCED
043400     MOVE WS-CURRENT-ORDER TO WS-SD-ORDER-ID
043500     MOVE WS-LINE-COUNT TO WS-SD-LINES
043600     MOVE WS-ARRIVAL-TRAVEL TO WS-SD-ARRIVAL
043700     MOVE WS-SPIRAL-TRAVEL TO WS-SD-SPIRAL
043800     MOVE WS-ORDER-SAVED TO WS-SD-SAVED
043900     WRITE PS-RECORD FROM WS-SUMMARY-DETAIL.
044000 5000-EXIT.
044100     EXIT.
044200 9000-TERMINATE.
044300     MOVE "TOTAL" TO WS-SD-ORDER-ID
044400     MOVE WS-LINES-READ TO WS-SD-LINES
044500     MOVE WS-TOTAL-ARRIVAL TO WS-SD-ARRIVAL
044600     MOVE WS-TOTAL-SPIRAL TO WS-SD-SPIRAL
044700     MOVE WS-TOTAL-SAVED TO WS-SD-SAVED
044800     WRITE PS-RECORD FROM WS-SUMMARY-DETAIL
044900     DISPLAY "PICK-PATH-BATCH: ORDERS " WS-ORDERS-SEQUENCED
045000         " LINES " WS-LINES-READ
045100         " UNSLOTTED " WS-LINES-UNSLOTTED
045200     CLOSE PICK-ORDER-FILE
045300     CLOSE PICK-LIST-FILE
045400     CLOSE PICK-SUMMARY-FILE.
045500 9000-EXIT.
045600     EXIT.
045700 END PROGRAM PICK-PATH-BATCH.
