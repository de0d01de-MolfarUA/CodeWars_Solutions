000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PACK-SIZE-BATCH.
000300 AUTHOR. PACKAGING-PLANNING.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-01.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-01  PKP  INITIAL VERSION - CARTON-SIZE ROUNDING FOR
001000*                    THE PACKAGING LINE, WHICH ONLY RUNS COUNTS
001100*                    THAT FACTOR INTO 2S, 3S AND 5S - THE ROWS OF
001200*                    THE CERTIFIED HAMMTBL. EACH PACKORD LINE
001300*                    (THE ORDERSIN LAYOUT WITH THE CUSTOMER ON
001400*                    THE END) IS SETTLED BY THE CUSTOMER'S
001500*                    PACKPREF FLAG: 'U' ROUND UP TO THE NEXT
001600*                    TABLE QUANTITY, 'D' ROUND DOWN, 'S' SPLIT
001700*                    INTO THE FEWEST TABLE-SIZED CARTONS THAT
001800*                    ADD UP EXACTLY; A CUSTOMER WITH NO FLAG
001900*                    GETS THE NEAREST TABLE QUANTITY. PACKOUT
002000*                    CARRIES THE REVISED ORDER LINES (ONE PER
002100*                    CARTON FOR A SPLIT) AND PACKRPT THE CHANGE
002200*                    IN QUANTITY BY CUSTOMER. AN ORDER THAT
002300*                    CANNOT BE SETTLED PASSES THROUGH UNCHANGED,
002400*                    IS LISTED, AND ENDS THE RUN WITH RETURN
002500*                    CODE 4.
002510*   2026-10-15  PKP  THE ORDER QUANTITY IS TESTED NUMERIC AS IT
002520*                    IS LOADED. AN ORDER WITHOUT ONE IS PASSED
002530*                    THROUGH WITH ITS QUANTITY FIELD AS READ AND
002540*                    LISTED "NO QTY", WITH NO ARITHMETIC ON IT
002550*                    AND NOTHING ADDED TO THE CUSTOMER TOTALS.
002600*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT HAMMING-TABLE-FILE ASSIGN TO "HAMMTBL"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-TABLE-STATUS.
003400     SELECT PREFERENCE-FILE ASSIGN TO "PACKPREF"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-PREF-STATUS.
003700     SELECT ORDER-INPUT-FILE ASSIGN TO "PACKORD"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-INPUT-STATUS.
004000     SELECT ORDER-OUTPUT-FILE ASSIGN TO "PACKOUT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-OUTPUT-STATUS.
004300     SELECT PACK-REPORT-FILE ASSIGN TO "PACKRPT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-REPORT-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  HAMMING-TABLE-FILE.
004900 01  HAMMING-TABLE-RECORD        PIC 9(16).
005000 FD  PREFERENCE-FILE.
005100 01  PREFERENCE-RECORD.
005200     05  PP-CUSTOMER             PIC X(08).
005300     05  FILLER                  PIC X(01).
005400     05  PP-FLAG                 PIC X(01).
005500 FD  ORDER-INPUT-FILE.
005600 01  ORDER-INPUT-RECORD.
005700     05  OR-ORDER-ID             PIC X(08).
005800     05  OR-QUANTITY             PIC 9(04).
005810     05  OR-QUANTITY-TEXT REDEFINES OR-QUANTITY
005820                                 PIC X(04).
005900     05  OR-DUE-SLOT             PIC 9(02).
006000     05  OR-CUSTOMER             PIC X(08).
006100 FD  ORDER-OUTPUT-FILE.
006200 01  ORDER-OUTPUT-RECORD.
006300     05  OO-ORDER-ID             PIC X(08).
006400     05  OO-QUANTITY             PIC 9(04).
006410     05  OO-QUANTITY-TEXT REDEFINES OO-QUANTITY
006420                                 PIC X(04).
006500     05  OO-DUE-SLOT             PIC 9(02).
006600     05  OO-CUSTOMER             PIC X(08).
006700 FD  PACK-REPORT-FILE.
006800 01  PK-RECORD                   PIC X(80).
006900 WORKING-STORAGE SECTION.
007000 77  WS-TABLE-STATUS             PIC X(02)       VALUE SPACES.
007100     88  WS-TABLE-OK                             VALUE '00'.
007200     88  WS-TABLE-EOF                            VALUE '10'.
007300 77  WS-PREF-STATUS              PIC X(02)       VALUE SPACES.
007400     88  WS-PREF-OK                              VALUE '00'.
007500     88  WS-PREF-EOF                             VALUE '10'.
007600 77  WS-INPUT-STATUS             PIC X(02)       VALUE SPACES.
007700     88  WS-INPUT-OK                             VALUE '00'.
007800     88  WS-INPUT-EOF                            VALUE '10'.
007900 77  WS-OUTPUT-STATUS            PIC X(02)       VALUE SPACES.
008000 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
008100 77  WS-HAMMING-MAX              PIC 9(03)       VALUE 300 COMP.
008200 77  WS-HM-IX                    PIC 9(03)       VALUE ZERO COMP.
008300 77  WS-PREF-COUNT               PIC 9(04)       VALUE ZERO COMP.
008400 77  WS-PREF-MAX                 PIC 9(04)       VALUE 1000 COMP.
008500 77  WS-PF-IX                    PIC 9(04)       VALUE ZERO COMP.
008600 77  WS-MATCH-IX                 PIC 9(04)       VALUE ZERO COMP.
008700 77  WS-ORDER-MAX                PIC 9(04)       VALUE 2000 COMP.
008800 77  WS-OR-IX                    PIC 9(04)       VALUE ZERO COMP.
008900 77  WS-AMOUNT                   PIC 9(05)       VALUE ZERO COMP.
009000 77  WS-TRIAL                    PIC 9(05)       VALUE ZERO COMP.
009100 77  WS-LAST-ROW                 PIC 9(16)       VALUE ZERO.
009200 77  WS-TABLE-TOP                PIC 9(05)       VALUE ZERO.
009300 77  WS-BELOW                    PIC 9(05)       VALUE ZERO.
009400 77  WS-ABOVE                    PIC 9(05)       VALUE ZERO.
009500 77  WS-REMAINING                PIC 9(05)       VALUE ZERO.
009600 77  WS-FLAG                     PIC X(01)       VALUE SPACE.
009700     88  WS-ROUND-UP                             VALUE 'U'.
009800     88  WS-ROUND-DOWN                           VALUE 'D'.
009900     88  WS-SPLIT                                VALUE 'S'.
010000     88  WS-NEAREST                              VALUE 'N'.
010100 77  WS-CURRENT-CUSTOMER         PIC X(08)       VALUE SPACES.
010200 77  WS-CUST-ORDERS              PIC 9(05)       VALUE ZERO.
010300 77  WS-CUST-BEFORE              PIC 9(07)       VALUE ZERO.
010400 77  WS-CUST-AFTER               PIC 9(07)       VALUE ZERO.
010500 77  WS-ORDERS-READ              PIC 9(07)       VALUE ZERO.
010600 77  WS-ORDERS-CHANGED           PIC 9(07)       VALUE ZERO.
010700 77  WS-ORDERS-SPLIT             PIC 9(07)       VALUE ZERO.
010800 77  WS-ORDERS-UNSETTLED         PIC 9(07)       VALUE ZERO.
010900 77  WS-LINES-WRITTEN            PIC 9(07)       VALUE ZERO.
011000 77  WS-CARTONS                  PIC 9(05)       VALUE ZERO.
011100 01  WS-HAMMING-COUNT            PIC 9(03)       VALUE ZERO COMP.
011200 01  WS-HAMMING-TABLE.
011300     05  WS-HM-VALUE             PIC 9(05) OCCURS 300.
011400*--------------------------------------------------------------
011500* FEWEST-CARTON TABLE FOR EVERY QUANTITY 0 THROUGH 9999, BUILT
011600* ONCE FROM THE HAMMING ROWS: ENTRY Q+1 HOLDS THE FEWEST
011700* CARTONS THAT SUM TO Q AND THE SIZE OF ONE OF THEM, SO A SPLIT
011800* IS READ BACK CARTON BY CARTON.
011900*--------------------------------------------------------------
012000 01  WS-SPLIT-TABLE.
012100     05  WS-SP-ENTRY OCCURS 10000.
012200         10  WS-SP-CARTONS       PIC 9(05) COMP.
012300         10  WS-SP-LAST-SIZE     PIC 9(05) COMP.
012400 01  WS-PREF-TABLE.
012500     05  WS-PF-ENTRY OCCURS 1000.
012600         10  WS-PF-CUSTOMER      PIC X(08).
012700         10  WS-PF-FLAG          PIC X(01).
012800 01  WS-ORDER-COUNT              PIC 9(04)       VALUE ZERO COMP.
012900 01  WS-ORDER-TABLE.
013000     05  WS-OT-ENTRY OCCURS 1 TO 2000 TIMES
013100             DEPENDING ON WS-ORDER-COUNT.
013200         10  WS-OT-CUSTOMER      PIC X(08).
013300         10  WS-OT-SEQUENCE      PIC 9(05).
013400         10  WS-OT-ORDER-ID      PIC X(08).
013500         10  WS-OT-QUANTITY      PIC 9(04).
013510         10  WS-OT-QTY-TEXT REDEFINES WS-OT-QUANTITY
013520                                 PIC X(04).
013530         10  WS-OT-QTY-SW        PIC X(01).
013540             88  WS-OT-QTY-GIVEN                 VALUE 'Y'.
013600         10  WS-OT-DUE-SLOT      PIC 9(02).
013700 01  WS-ORDER-LINE.
013800     05  FILLER                  PIC X(02)       VALUE SPACES.
013900     05  WS-OL-ORDER-ID          PIC X(08).
014000     05  FILLER                  PIC X(02)       VALUE SPACES.
014100     05  WS-OL-ACTION            PIC X(08).
014200     05  FILLER                  PIC X(05)       VALUE " QTY ".
014300     05  WS-OL-BEFORE            PIC ZZZ9.
014400     05  FILLER                  PIC X(04)       VALUE " -> ".
014500     05  WS-OL-AFTER             PIC ZZZZ9.
014600     05  FILLER                  PIC X(08)       VALUE
014700             " CHANGE ".
014800     05  WS-OL-CHANGE            PIC ----9.
014900     05  FILLER                  PIC X(09)       VALUE
015000             " CARTONS ".
015100     05  WS-OL-CARTONS           PIC ZZZZ9.
015200 01  WS-CUSTOMER-LINE.
015300     05  FILLER                  PIC X(09)       VALUE
015400             "CUSTOMER ".
015500     05  WS-CU-CUSTOMER          PIC X(08).
015600     05  FILLER                  PIC X(06)       VALUE " PREF ".
015700     05  WS-CU-FLAG              PIC X(01).
015800 01  WS-CUST-TOTAL-LINE.
015900     05  FILLER                  PIC X(10)       VALUE
016000             "  TOTAL   ".
016100     05  WS-CT-ORDERS            PIC ZZZZ9.
016200     05  FILLER                  PIC X(12)       VALUE
016300             " ORDERS QTY ".
016400     05  WS-CT-BEFORE            PIC Z(06)9.
016500     05  FILLER                  PIC X(04)       VALUE " -> ".
016600     05  WS-CT-AFTER             PIC Z(06)9.
016700     05  FILLER                  PIC X(08)       VALUE
016800             " CHANGE ".
016900     05  WS-CT-CHANGE            PIC -(07)9.
017000 01  WS-COUNT-LINE.
017100     05  WS-CL-LABEL             PIC X(24).
017200     05  WS-CL-COUNT             PIC Z(06)9.
017300 PROCEDURE DIVISION.
017400 0000-MAINLINE.
017500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017600     IF WS-HAMMING-COUNT > ZERO
017700         PERFORM 2000-SETTLE-ONE-ORDER THRU 2000-EXIT
017800             VARYING WS-OR-IX FROM 1 BY 1
017900             UNTIL WS-OR-IX > WS-ORDER-COUNT
018000         IF WS-ORDER-COUNT > ZERO
018100             PERFORM 2900-CUSTOMER-TOTAL THRU 2900-EXIT
018200         END-IF
018300     END-IF
018400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018500     STOP RUN.
018600 0000-EXIT.
018700     EXIT.
018800 1000-INITIALIZE.
018900     OPEN OUTPUT PACK-REPORT-FILE
019000     OPEN OUTPUT ORDER-OUTPUT-FILE
019100     MOVE "CARTON-SIZE ROUNDING BY CUSTOMER" TO PK-RECORD
019200     WRITE PK-RECORD
019300     PERFORM 1100-LOAD-HAMMING THRU 1100-EXIT
019400     IF WS-HAMMING-COUNT = ZERO
019500         MOVE "HAMMTBL EMPTY OR NOT AVAILABLE - NOTHING SETTLED"
019600             TO PK-RECORD
019700         WRITE PK-RECORD
019800         DISPLAY "PACK-SIZE-BATCH: HAMMTBL EMPTY OR MISSING"
019900         MOVE 8 TO RETURN-CODE
020000         GO TO 1000-EXIT
020100     END-IF
020200     PERFORM 1200-BUILD-SPLITS THRU 1200-EXIT
020300     PERFORM 1300-LOAD-PREFERENCES THRU 1300-EXIT
020400     PERFORM 1400-LOAD-ORDERS THRU 1400-EXIT
020500     IF WS-ORDER-COUNT > 1
020600         SORT WS-OT-ENTRY ON ASCENDING KEY WS-OT-CUSTOMER
020700             WS-OT-SEQUENCE
020800     END-IF.
020900 1000-EXIT.
021000     EXIT.
021100*--------------------------------------------------------------
021200* ONLY ROWS UP TO 9999 CAN BE ORDER QUANTITIES. THE FIRST ROW
021300* PAST THEM IS NOT KEPT; ITS PRESENCE JUST TELLS US THE TABLE
021400* REACHES FAR ENOUGH THAT A MISSING ROUND-UP IS A FIELD LIMIT.
021500*--------------------------------------------------------------
021600 1100-LOAD-HAMMING.
021700     OPEN INPUT HAMMING-TABLE-FILE
021800     IF NOT WS-TABLE-OK
021900         GO TO 1100-EXIT
022000     END-IF
022100     PERFORM 1110-LOAD-ONE-ROW THRU 1110-EXIT
022200         UNTIL WS-TABLE-EOF
022300            OR WS-LAST-ROW > 9999
022400            OR WS-HAMMING-COUNT >= WS-HAMMING-MAX
022500     CLOSE HAMMING-TABLE-FILE.
022600 1100-EXIT.
022700     EXIT.
022800 1110-LOAD-ONE-ROW.
022900     READ HAMMING-TABLE-FILE
023000         AT END GO TO 1110-EXIT
023100     END-READ
023200     MOVE HAMMING-TABLE-RECORD TO WS-LAST-ROW
023300     IF WS-LAST-ROW > 9999 OR WS-LAST-ROW = ZERO
023400         GO TO 1110-EXIT
023500     END-IF
023600     ADD 1 TO WS-HAMMING-COUNT
023700     MOVE WS-LAST-ROW TO WS-HM-VALUE(WS-HAMMING-COUNT)
023800     MOVE WS-LAST-ROW TO WS-TABLE-TOP.
023900 1110-EXIT.
024000     EXIT.
024100*--------------------------------------------------------------
024200* FEWEST CARTONS BY BUILDING UP FROM ZERO: FOR EACH QUANTITY
024300* TRY EVERY CARTON SIZE THAT FITS ON TOP OF THE BEST SPLIT OF
024400* WHAT REMAINS. THE TABLE ALWAYS HOLDS 1, SO EVERY QUANTITY
024500* HAS A SPLIT; A GREEDY LARGEST-FIRST SPLIT IS NOT ALWAYS THE
024600* FEWEST (18 IS 9 + 9, NOT 16 + 2) HENCE THE FULL TABLE.
024700*--------------------------------------------------------------
024800 1200-BUILD-SPLITS.
024900     MOVE ZERO TO WS-SP-CARTONS(1) WS-SP-LAST-SIZE(1)
025000     PERFORM 1210-BEST-SPLIT-FOR-ONE THRU 1210-EXIT
025100         VARYING WS-AMOUNT FROM 1 BY 1
025200         UNTIL WS-AMOUNT > 9999.
025300 1200-EXIT.
025400     EXIT.
025500 1210-BEST-SPLIT-FOR-ONE.
025600     MOVE 99999 TO WS-SP-CARTONS(WS-AMOUNT + 1)
025700     MOVE ZERO TO WS-SP-LAST-SIZE(WS-AMOUNT + 1)
025800     PERFORM 1220-TRY-ONE-CARTON THRU 1220-EXIT
025900         VARYING WS-HM-IX FROM 1 BY 1
026000         UNTIL WS-HM-IX > WS-HAMMING-COUNT
026100            OR WS-HM-VALUE(WS-HM-IX) > WS-AMOUNT.
026200 1210-EXIT.
026300     EXIT.
026400 1220-TRY-ONE-CARTON.
026500     COMPUTE WS-TRIAL = WS-AMOUNT - WS-HM-VALUE(WS-HM-IX) + 1
026600     IF WS-SP-CARTONS(WS-TRIAL) + 1
026700        < WS-SP-CARTONS(WS-AMOUNT + 1)
026800         COMPUTE WS-SP-CARTONS(WS-AMOUNT + 1) =
026900             WS-SP-CARTONS(WS-TRIAL) + 1
027000         MOVE WS-HM-VALUE(WS-HM-IX)
027100             TO WS-SP-LAST-SIZE(WS-AMOUNT + 1)
027200     END-IF.
027300 1220-EXIT.
027400     EXIT.
027500 1300-LOAD-PREFERENCES.
027600     OPEN INPUT PREFERENCE-FILE
027700     IF NOT WS-PREF-OK
027800         GO TO 1300-EXIT
027900     END-IF
028000     PERFORM 1310-LOAD-ONE-PREFERENCE THRU 1310-EXIT
028100         UNTIL WS-PREF-EOF
028200     CLOSE PREFERENCE-FILE.
028300 1300-EXIT.
028400     EXIT.
028500 1310-LOAD-ONE-PREFERENCE.
028600     READ PREFERENCE-FILE
028700         AT END GO TO 1310-EXIT
028800     END-READ
028900     IF PP-CUSTOMER = SPACES
029000         GO TO 1310-EXIT
029100     END-IF
029200     IF WS-PREF-COUNT >= WS-PREF-MAX
029300         DISPLAY "PACK-SIZE-BATCH: MORE THAN " WS-PREF-MAX
029400             " PACKPREF LINES - REST IGNORED"
029500         GO TO 1310-EXIT
029600     END-IF
029700     ADD 1 TO WS-PREF-COUNT
029800     MOVE PP-CUSTOMER TO WS-PF-CUSTOMER(WS-PREF-COUNT)
029900     MOVE PP-FLAG TO WS-PF-FLAG(WS-PREF-COUNT).
030000 1310-EXIT.
030100     EXIT.
030200 1400-LOAD-ORDERS.
030300     OPEN INPUT ORDER-INPUT-FILE
030400     IF NOT WS-INPUT-OK
030500         MOVE "PACKORD NOT AVAILABLE - NOTHING SETTLED"
030600             TO PK-RECORD
030700         WRITE PK-RECORD
030800         GO TO 1400-EXIT
030900     END-IF
031000     PERFORM 1410-LOAD-ONE-ORDER THRU 1410-EXIT
031100         UNTIL WS-INPUT-EOF
031200     CLOSE ORDER-INPUT-FILE.
031300 1400-EXIT.
031400     EXIT.
031500 1410-LOAD-ONE-ORDER.
031600     READ ORDER-INPUT-FILE
031700         AT END GO TO 1410-EXIT
031800     END-READ
031900     ADD 1 TO WS-ORDERS-READ
032000     IF WS-ORDER-COUNT >= WS-ORDER-MAX
032100         DISPLAY "PACK-SIZE-BATCH: MORE THAN " WS-ORDER-MAX
032200             " ORDERS - ORDER " OR-ORDER-ID " NOT SETTLED"
032300         ADD 1 TO WS-ORDERS-UNSETTLED
032400         GO TO 1410-EXIT
032500     END-IF
032600     ADD 1 TO WS-ORDER-COUNT
032700     MOVE OR-CUSTOMER TO WS-OT-CUSTOMER(WS-ORDER-COUNT)
032800     MOVE WS-ORDERS-READ TO WS-OT-SEQUENCE(WS-ORDER-COUNT)
032900     MOVE OR-ORDER-ID TO WS-OT-ORDER-ID(WS-ORDER-COUNT)
033000     MOVE OR-QUANTITY-TEXT TO WS-OT-QTY-TEXT(WS-ORDER-COUNT)
033010     IF OR-QUANTITY IS NUMERIC
033020         MOVE 'Y' TO WS-OT-QTY-SW(WS-ORDER-COUNT)
033030     ELSE
033040         MOVE 'N' TO WS-OT-QTY-SW(WS-ORDER-COUNT)
033050     END-IF
033100     MOVE OR-DUE-SLOT TO WS-OT-DUE-SLOT(WS-ORDER-COUNT).
033200 1410-EXIT.
033300     EXIT.
033400*--------------------------------------------------------------
033500* ONE ORDER, IN CUSTOMER ORDER. A CHANGE OF CUSTOMER CLOSES THE
033600* LAST ONE'S TOTAL AND LOOKS UP THE NEW ONE'S FLAG.
033700*--------------------------------------------------------------
033800 2000-SETTLE-ONE-ORDER.
033900     IF WS-OR-IX = 1
034000         OR WS-OT-CUSTOMER(WS-OR-IX) NOT = WS-CURRENT-CUSTOMER
034100         IF WS-OR-IX > 1
034200             PERFORM 2900-CUSTOMER-TOTAL THRU 2900-EXIT
034300         END-IF
034400         PERFORM 2100-START-CUSTOMER THRU 2100-EXIT
034500     END-IF
034600     MOVE WS-OT-ORDER-ID(WS-OR-IX) TO WS-OL-ORDER-ID
034800     ADD 1 TO WS-CUST-ORDERS
034810     IF NOT WS-OT-QTY-GIVEN(WS-OR-IX)
034820         MOVE "NO QTY" TO WS-OL-ACTION
034830         GO TO 2850-PASS-NO-QUANTITY
034840     END-IF
034850     MOVE WS-OT-QUANTITY(WS-OR-IX) TO WS-OL-BEFORE
034900     ADD WS-OT-QUANTITY(WS-OR-IX) TO WS-CUST-BEFORE
035000     IF WS-OT-QUANTITY(WS-OR-IX) = ZERO
035200         MOVE "NO QTY" TO WS-OL-ACTION
035300         GO TO 2800-PASS-THROUGH
035400     END-IF
035500     MOVE WS-OT-QUANTITY(WS-OR-IX) TO WS-REMAINING
035600     PERFORM 2200-FIND-NEIGHBOURS THRU 2200-EXIT
035700     IF WS-BELOW = WS-REMAINING
035800         MOVE "EXACT" TO WS-OL-ACTION
035900         GO TO 2800-PASS-THROUGH
036000     END-IF
036100     IF WS-SPLIT
036200         PERFORM 2400-WRITE-SPLIT THRU 2400-EXIT
036300         GO TO 2000-EXIT
036400     END-IF
036500     IF WS-NEAREST
036600         IF WS-ABOVE > ZERO
036700             AND WS-ABOVE - WS-REMAINING
036800                 <= WS-REMAINING - WS-BELOW
036900             MOVE "NEAREST" TO WS-OL-ACTION
037000             MOVE WS-ABOVE TO WS-REMAINING
037100         ELSE
037200             MOVE "NEAREST" TO WS-OL-ACTION
037300             MOVE WS-BELOW TO WS-REMAINING
037400         END-IF
037500     END-IF
037600     IF WS-ROUND-DOWN
037700         MOVE "DOWN" TO WS-OL-ACTION
037800         MOVE WS-BELOW TO WS-REMAINING
037900     END-IF
038000     IF WS-ROUND-UP
038100         IF WS-ABOVE = ZERO
038200             MOVE "NO UP" TO WS-OL-ACTION
038300             GO TO 2800-PASS-THROUGH
038400         END-IF
038500         MOVE "UP" TO WS-OL-ACTION
038600         MOVE WS-ABOVE TO WS-REMAINING
038700     END-IF
038800     PERFORM 2300-WRITE-ONE-LINE THRU 2300-EXIT
038900     MOVE 1 TO WS-CARTONS
039000     ADD 1 TO WS-ORDERS-CHANGED
039100     PERFORM 2700-REPORT-ORDER THRU 2700-EXIT
039200     GO TO 2000-EXIT.
039300 2800-PASS-THROUGH.
039400     MOVE WS-OT-QUANTITY(WS-OR-IX) TO WS-REMAINING
039500     IF WS-OL-ACTION NOT = "EXACT"
039600         ADD 1 TO WS-ORDERS-UNSETTLED
039700     END-IF
039800     PERFORM 2300-WRITE-ONE-LINE THRU 2300-EXIT
039900     MOVE 1 TO WS-CARTONS
040000     PERFORM 2700-REPORT-ORDER THRU 2700-EXIT
040010     GO TO 2000-EXIT.
040020*--------------------------------------------------------------
040030* NO USABLE QUANTITY: THE FIELD GOES OUT AS IT CAME IN AND THE
040040* REPORT LINE SHOWS NO QUANTITIES.
040050*--------------------------------------------------------------
040060 2850-PASS-NO-QUANTITY.
040070     ADD 1 TO WS-ORDERS-UNSETTLED
040080     MOVE WS-OT-ORDER-ID(WS-OR-IX) TO OO-ORDER-ID
040090     MOVE WS-OT-QTY-TEXT(WS-OR-IX) TO OO-QUANTITY-TEXT
040091     MOVE WS-OT-DUE-SLOT(WS-OR-IX) TO OO-DUE-SLOT
040092     MOVE WS-OT-CUSTOMER(WS-OR-IX) TO OO-CUSTOMER
040093     WRITE ORDER-OUTPUT-RECORD
040094     ADD 1 TO WS-LINES-WRITTEN
040095     MOVE ZERO TO WS-OL-BEFORE WS-OL-AFTER WS-OL-CHANGE
040096     MOVE 1 TO WS-OL-CARTONS
040097     WRITE PK-RECORD FROM WS-ORDER-LINE.
040100 2000-EXIT.
040200     EXIT.
040300 2100-START-CUSTOMER.
040400     MOVE WS-OT-CUSTOMER(WS-OR-IX) TO WS-CURRENT-CUSTOMER
040500     MOVE ZERO TO WS-CUST-ORDERS WS-CUST-BEFORE WS-CUST-AFTER
040600     MOVE ZERO TO WS-MATCH-IX
040700     PERFORM 2110-SCAN-PREFERENCES THRU 2110-EXIT
040800         VARYING WS-PF-IX FROM 1 BY 1
040900         UNTIL WS-PF-IX > WS-PREF-COUNT
041000            OR WS-MATCH-IX > ZERO
041100     MOVE 'N' TO WS-FLAG
041200     IF WS-MATCH-IX > ZERO
041300         MOVE WS-PF-FLAG(WS-MATCH-IX) TO WS-FLAG
041400     END-IF
041500     IF NOT WS-ROUND-UP AND NOT WS-ROUND-DOWN
041600        AND NOT WS-SPLIT
041700         MOVE 'N' TO WS-FLAG
041800     END-IF
041900     MOVE SPACES TO PK-RECORD
042000     WRITE PK-RECORD
042100     MOVE WS-CURRENT-CUSTOMER TO WS-CU-CUSTOMER
042200     MOVE WS-FLAG TO WS-CU-FLAG
042300     WRITE PK-RECORD FROM WS-CUSTOMER-LINE.
042400 2100-EXIT.
042500     EXIT.
042600 2110-SCAN-PREFERENCES.
042700     IF WS-PF-CUSTOMER(WS-PF-IX) = WS-CURRENT-CUSTOMER
042800         MOVE WS-PF-IX TO WS-MATCH-IX
042900     END-IF.
043000 2110-EXIT.
043100     EXIT.
043200*--------------------------------------------------------------
043300* WS-BELOW IS THE LARGEST TABLE QUANTITY NOT OVER THE ORDER
043400* (ALWAYS AT LEAST 1); WS-ABOVE THE SMALLEST NOT UNDER IT, OR
043500* ZERO WHEN THE TABLE STOPS SHORT OF IT OR IT WOULD NOT FIT
043600* THE FOUR-DIGIT QUANTITY FIELD.
043700*--------------------------------------------------------------
043800 2200-FIND-NEIGHBOURS.
043900     MOVE ZERO TO WS-BELOW WS-ABOVE
044000     PERFORM 2210-COMPARE-ONE-ROW THRU 2210-EXIT
044100         VARYING WS-HM-IX FROM 1 BY 1
044200         UNTIL WS-HM-IX > WS-HAMMING-COUNT
044300            OR WS-ABOVE > ZERO.
044400 2200-EXIT.
044500     EXIT.
044600 2210-COMPARE-ONE-ROW.
044700     IF WS-HM-VALUE(WS-HM-IX) <= WS-REMAINING
044800         MOVE WS-HM-VALUE(WS-HM-IX) TO WS-BELOW
044900     END-IF
045000     IF WS-HM-VALUE(WS-HM-IX) >= WS-REMAINING
045100         MOVE WS-HM-VALUE(WS-HM-IX) TO WS-ABOVE
045200     END-IF.
045300 2210-EXIT.
045400     EXIT.
045500 2300-WRITE-ONE-LINE.
045600     MOVE WS-OT-ORDER-ID(WS-OR-IX) TO OO-ORDER-ID
045700     MOVE WS-REMAINING TO OO-QUANTITY
045800     MOVE WS-OT-DUE-SLOT(WS-OR-IX) TO OO-DUE-SLOT
045900     MOVE WS-OT-CUSTOMER(WS-OR-IX) TO OO-CUSTOMER
046000     WRITE ORDER-OUTPUT-RECORD
046100     ADD 1 TO WS-LINES-WRITTEN
046200     ADD WS-REMAINING TO WS-CUST-AFTER.
046300 2300-EXIT.
046400     EXIT.
046500*--------------------------------------------------------------
046600* A SPLIT KEEPS THE ORDERED QUANTITY EXACTLY; EACH CARTON IS
046700* ITS OWN PACKOUT LINE UNDER THE ORIGINAL ORDER ID.
046800*--------------------------------------------------------------
046900 2400-WRITE-SPLIT.
047000     MOVE "SPLIT" TO WS-OL-ACTION
047100     MOVE WS-OT-QUANTITY(WS-OR-IX) TO WS-AMOUNT
047200     MOVE WS-SP-CARTONS(WS-AMOUNT + 1) TO WS-CARTONS
047300     PERFORM 2410-WRITE-ONE-CARTON THRU 2410-EXIT
047400         UNTIL WS-AMOUNT = ZERO
047500     MOVE WS-OT-QUANTITY(WS-OR-IX) TO WS-REMAINING
047600     ADD 1 TO WS-ORDERS-SPLIT
047700     PERFORM 2700-REPORT-ORDER THRU 2700-EXIT.
047800 2400-EXIT.
047900     EXIT.
048000 2410-WRITE-ONE-CARTON.
048100     MOVE WS-SP-LAST-SIZE(WS-AMOUNT + 1) TO WS-REMAINING
048200     PERFORM 2300-WRITE-ONE-LINE THRU 2300-EXIT
048300     SUBTRACT WS-REMAINING FROM WS-AMOUNT.
048400 2410-EXIT.
048500     EXIT.
048600 2700-REPORT-ORDER.
048700     MOVE WS-REMAINING TO WS-OL-AFTER
048800     COMPUTE WS-OL-CHANGE =
048900         WS-REMAINING - WS-OT-QUANTITY(WS-OR-IX)
049000     MOVE WS-CARTONS TO WS-OL-CARTONS
049100     WRITE PK-RECORD FROM WS-ORDER-LINE.
049200 2700-EXIT.
049300     EXIT.
049400 2900-CUSTOMER-TOTAL.
049500     MOVE WS-CUST-ORDERS TO WS-CT-ORDERS
049600     MOVE WS-CUST-BEFORE TO WS-CT-BEFORE
049700     MOVE WS-CUST-AFTER TO WS-CT-AFTER
049800     COMPUTE WS-CT-CHANGE = WS-CUST-AFTER - WS-CUST-BEFORE
049900     WRITE PK-RECORD FROM WS-CUST-TOTAL-LINE.
050000 2900-EXIT.
050100     EXIT.
050200 9000-TERMINATE.
050300     MOVE SPACES TO PK-RECORD
050400     WRITE PK-RECORD
050500     MOVE "ORDERS READ" TO WS-CL-LABEL
050600     MOVE WS-ORDERS-READ TO WS-CL-COUNT
050700     WRITE PK-RECORD FROM WS-COUNT-LINE
050800     MOVE "ORDERS ROUNDED" TO WS-CL-LABEL
050900     MOVE WS-ORDERS-CHANGED TO WS-CL-COUNT
051000     WRITE PK-RECORD FROM WS-COUNT-LINE
051100     MOVE "ORDERS SPLIT" TO WS-CL-LABEL
051200     MOVE WS-ORDERS-SPLIT TO WS-CL-COUNT
051300     WRITE PK-RECORD FROM WS-COUNT-LINE
051400     MOVE "ORDERS NOT SETTLED" TO WS-CL-LABEL
051500     MOVE WS-ORDERS-UNSETTLED TO WS-CL-COUNT
051600     WRITE PK-RECORD FROM WS-COUNT-LINE
051700     MOVE "PACKOUT LINES WRITTEN" TO WS-CL-LABEL
051800     MOVE WS-LINES-WRITTEN TO WS-CL-COUNT
051900     WRITE PK-RECORD FROM WS-COUNT-LINE
052000     CLOSE ORDER-OUTPUT-FILE
052100     CLOSE PACK-REPORT-FILE
052200     IF WS-ORDERS-UNSETTLED > ZERO
052300         AND RETURN-CODE < 4
052400         MOVE 4 TO RETURN-CODE
052500     END-IF.
052600 9000-EXIT.
052700     EXIT.
052800 END PROGRAM PACK-SIZE-BATCH.
