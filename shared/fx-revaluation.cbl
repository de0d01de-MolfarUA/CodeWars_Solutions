000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FX-REVALUATION.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  BJC  INITIAL VERSION - MONTH-END REVALUATION OF
001000*                    THE FOREIGN-CURRENCY RECEIVABLES. RENTAL
001100*                    AND STORAGE INVOICES BILLED IN A CUSTOMER'S
001200*                    OWN CURRENCY ARE BOOKED IN BASE AT THE RATE
001300*                    OF THE DAY THEY WERE RAISED; WHILE THEY ARE
001400*                    UNPAID THEIR BASE VALUE MOVES WITH THE
001500*                    RATE. FOR THE FXRVCTL MONTH (THE PREVIOUS
001600*                    CALENDAR MONTH WHEN ABSENT) EVERY FXITEMS
001700*                    INVOICE DATED BY THE MONTH END AND NOT
001800*                    SETTLED BY THEN ON THE FXSETL CASH
001900*                    APPLICATION EXTRACT IS REVALUED AT THE
002000*                    MONTH-END FXRATE RATE (FX-RATE-SERVICE).
002100*                    FXREVAL LISTS EACH OPEN ITEM WITH ITS
002200*                    BOOKED AND REVALUED BASE AMOUNTS AND THE
002300*                    UNREALIZED GAIN OR LOSS, THEN TOTALS BY
002400*                    CURRENCY AND OVERALL. RETURN CODE 4 WHEN
002500*                    AN OPEN ITEM'S CURRENCY HAS NO RATE AT THE
002600*                    MONTH END (LISTED, NOT REVALUED) OR FXITEMS
002700*                    IS NOT ON HAND.
002800*--------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT REVALUATION-CONTROL-FILE ASSIGN TO "FXRVCTL"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-CONTROL-STATUS.
003600     SELECT FX-ITEM-FILE ASSIGN TO "FXITEMS"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-ITEM-STATUS.
003900     SELECT SETTLEMENT-FILE ASSIGN TO "FXSETL"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-SETTLE-STATUS.
004200     SELECT REVALUATION-REPORT-FILE ASSIGN TO "FXREVAL"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-REPORT-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  REVALUATION-CONTROL-FILE.
004800 01  REVALUATION-CONTROL-CARD.
004900     05  RV-MONTH                PIC 9(06).
005000     05  RV-MONTH-X              REDEFINES RV-MONTH.
005100         10  RV-YEAR             PIC 9(04).
005200         10  RV-MM               PIC 9(02).
005300 FD  FX-ITEM-FILE.
005400 COPY FXITEM.
005500*--------------------------------------------------------------
005600* FXSETL: ONE LINE PER INVOICE PAID IN FULL - THE FXITEMS
005700* SOURCE AND DOCUMENT ID AND THE DATE THE CASH WAS APPLIED.
005800*--------------------------------------------------------------
005900 FD  SETTLEMENT-FILE.
006000 01  SETTLEMENT-RECORD.
006100     05  ST-SOURCE               PIC X(08).
006200     05  FILLER                  PIC X(01).
006300     05  ST-DOCUMENT-ID          PIC X(16).
006400     05  FILLER                  PIC X(01).
006500     05  ST-SETTLED-DATE         PIC 9(08).
006600 FD  REVALUATION-REPORT-FILE.
006700 01  RR-RECORD                   PIC X(132).
006800 WORKING-STORAGE SECTION.
006900 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
007000     88  WS-CONTROL-OK                           VALUE '00'.
007100 77  WS-ITEM-STATUS              PIC X(02)       VALUE SPACES.
007200     88  WS-ITEM-OK                              VALUE '00'.
007300     88  WS-ITEM-EOF                             VALUE '10'.
007400 77  WS-SETTLE-STATUS            PIC X(02)       VALUE SPACES.
007500     88  WS-SETTLE-OK                            VALUE '00'.
007600     88  WS-SETTLE-EOF                           VALUE '10'.
007700 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
007800 77  WS-HIGHEST-RC               PIC 9(02)       VALUE ZERO.
007900 77  WS-MONTH-END                PIC 9(08)       VALUE ZERO.
008000 77  WS-NEXT-INT                 PIC 9(07)       VALUE ZERO.
008100 77  WS-SETTLE-COUNT             PIC 9(05)       VALUE ZERO COMP.
008200 77  WS-SETTLE-MAX               PIC 9(05)       VALUE 20000 COMP.
008300 77  WS-ST-IX                    PIC 9(05)       VALUE ZERO COMP.
008400 77  WS-CURRENCY-COUNT           PIC 9(02)       VALUE ZERO COMP.
008500 77  WS-CURRENCY-MAX             PIC 9(02)       VALUE 50 COMP.
008600 77  WS-CY-IX                    PIC 9(02)       VALUE ZERO COMP.
008700 77  WS-MATCH-IX                 PIC 9(02)       VALUE ZERO COMP.
008800 77  WS-SETTLED-SW               PIC X(01)       VALUE 'N'.
008900     88  WS-ITEM-SETTLED                         VALUE 'Y'.
009000 77  WS-ITEMS-READ               PIC 9(07)       VALUE ZERO COMP.
009100 77  WS-ITEMS-LATER              PIC 9(07)       VALUE ZERO COMP.
009200 77  WS-ITEMS-SETTLED            PIC 9(07)       VALUE ZERO COMP.
009300 77  WS-ITEMS-OPEN               PIC 9(07)       VALUE ZERO COMP.
009400 77  WS-ITEMS-NO-RATE            PIC 9(07)       VALUE ZERO COMP.
009500 77  WS-REVALUED-BASE            PIC 9(11)V99    VALUE ZERO.
009600 77  WS-GAIN-LOSS                PIC S9(11)V99   VALUE ZERO.
009700 77  WS-TOTAL-BOOKED             PIC 9(13)V99    VALUE ZERO.
009800 77  WS-TOTAL-REVALUED           PIC 9(13)V99    VALUE ZERO.
009900 77  WS-TOTAL-GAIN-LOSS          PIC S9(13)V99   VALUE ZERO.
010000 01  WS-NEXT-FIRST.
010100     05  WS-NF-YEAR              PIC 9(04).
010200     05  WS-NF-MM                PIC 9(02).
010300     05  WS-NF-DD                PIC 9(02)       VALUE 01.
010400 01  WS-NEXT-FIRST-N             REDEFINES WS-NEXT-FIRST
010500                                 PIC 9(08).
010600 01  WS-SETTLE-TABLE.
010700     05  WS-ST-ENTRY OCCURS 20000.
010800         10  WS-ST-SOURCE        PIC X(08).
010900         10  WS-ST-DOCUMENT-ID   PIC X(16).
011000         10  WS-ST-DATE          PIC 9(08).
011100 01  WS-CURRENCY-TABLE.
011200     05  WS-CY-ENTRY OCCURS 50.
011300         10  WS-CY-CURRENCY      PIC X(03).
011400         10  WS-CY-ITEMS         PIC 9(07) COMP.
011500         10  WS-CY-FOREIGN       PIC 9(13)V99.
011600         10  WS-CY-BOOKED        PIC 9(13)V99.
011700         10  WS-CY-REVALUED      PIC 9(13)V99.
011800         10  WS-CY-GAIN-LOSS     PIC S9(13)V99.
011900         10  WS-CY-RATE          PIC 9(05)V9(06).
012000         10  WS-CY-RATE-DATE     PIC 9(08).
012100 01  WS-REPORT-HEADER.
012200     05  FILLER                  PIC X(39)       VALUE
012300             "FOREIGN-CURRENCY REVALUATION FOR MONTH ".
012400     05  WS-RH-MONTH             PIC 9(06).
012500     05  FILLER                  PIC X(12)       VALUE
012600             "  MONTH END ".
012700     05  WS-RH-MONTH-END         PIC 9(08).
012800     05  FILLER                  PIC X(18)       VALUE
012900             "  BASE CURRENCY   ".
013000     05  WS-RH-BASE-CURRENCY     PIC X(03).
013100 01  WS-DETAIL-HEADER.
013200     05  FILLER                  PIC X(40)       VALUE
013300             "SOURCE   DOCUMENT         MASTER     CUR".
013400     05  FILLER                  PIC X(40)       VALUE
013500             "    FOREIGN AMT  BOOKED RATE    BOOKED B".
013600     05  FILLER                  PIC X(46)       VALUE
013700             "ASE MONTH-END RT  REVALUED BASE      GAIN/LOSS".
013800 01  WS-DETAIL-LINE.
013900     05  WS-DL-SOURCE            PIC X(08).
014000     05  FILLER                  PIC X(01)       VALUE SPACE.
014100     05  WS-DL-DOCUMENT-ID       PIC X(16).
014200     05  FILLER                  PIC X(01)       VALUE SPACE.
014300     05  WS-DL-MASTER-ID         PIC X(10).
014400     05  FILLER                  PIC X(01)       VALUE SPACE.
014500     05  WS-DL-CURRENCY          PIC X(03).
014600     05  FILLER                  PIC X(01)       VALUE SPACE.
014700     05  WS-DL-FOREIGN           PIC Z(10)9.99.
014800     05  FILLER                  PIC X(01)       VALUE SPACE.
014900     05  WS-DL-BOOKED-RATE       PIC Z(04)9.9(06).
015000     05  FILLER                  PIC X(01)       VALUE SPACE.
015100     05  WS-DL-BOOKED-BASE       PIC Z(10)9.99.
015200     05  FILLER                  PIC X(01)       VALUE SPACE.
015300     05  WS-DL-MONTH-END-RATE    PIC Z(04)9.9(06).
015400     05  FILLER                  PIC X(01)       VALUE SPACE.
015500     05  WS-DL-REVALUED-BASE     PIC Z(10)9.99.
015600     05  FILLER                  PIC X(01)       VALUE SPACE.
015700     05  WS-DL-GAIN-LOSS         PIC -(11)9.99.
015800 01  WS-DL-NO-RATE-VIEW          REDEFINES WS-DETAIL-LINE.
015900     05  FILLER                  PIC X(84).
016000     05  WS-DL-NO-RATE-TEXT      PIC X(43).
016100 01  WS-CURRENCY-HEADER.
016200     05  FILLER                  PIC X(40)       VALUE
016300             "CUR  ITEMS     FOREIGN AMOUNT        BOO".
016400     05  FILLER                  PIC X(40)       VALUE
016500             "KED BASE      REVALUED BASE         GAIN".
016600     05  FILLER                  PIC X(29)       VALUE
016700             "/LOSS   MONTH-END RT  RATE OF".
016800 01  WS-CURRENCY-LINE.
016900     05  WS-CU-CURRENCY          PIC X(03).
017000     05  FILLER                  PIC X(01)       VALUE SPACE.
017100     05  WS-CU-ITEMS             PIC ZZZZZ9.
017200     05  FILLER                  PIC X(01)       VALUE SPACE.
017300     05  WS-CU-FOREIGN           PIC Z(14)9.99.
017400     05  FILLER                  PIC X(01)       VALUE SPACE.
017500     05  WS-CU-BOOKED            PIC Z(14)9.99.
017600     05  FILLER                  PIC X(01)       VALUE SPACE.
017700     05  WS-CU-REVALUED          PIC Z(14)9.99.
017800     05  FILLER                  PIC X(01)       VALUE SPACE.
017900     05  WS-CU-GAIN-LOSS         PIC -(14)9.99.
018000     05  FILLER                  PIC X(02)       VALUE SPACES.
018100     05  WS-CU-RATE              PIC Z(04)9.9(06).
018200     05  FILLER                  PIC X(01)       VALUE SPACE.
018300     05  WS-CU-RATE-DATE         PIC 9(08).
018400 01  WS-AMOUNT-LINE.
018500     05  WS-AL-LABEL             PIC X(28).
018600     05  WS-AL-AMOUNT            PIC -(14)9.99.
018700 01  WS-COUNT-LINE.
018800     05  WS-CL-TEXT              PIC X(24).
018900     05  WS-CL-COUNT             PIC Z(06)9.
019000 COPY FXLKP.
019100 PROCEDURE DIVISION.
019200 0000-MAINLINE.
019300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019400     PERFORM 2000-LOAD-SETTLEMENTS THRU 2000-EXIT.
019500     PERFORM 3000-REVALUE-ITEMS THRU 3000-EXIT.
019600     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
019700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019800     STOP RUN.
019900 0000-EXIT.
020000     EXIT.
020100*--------------------------------------------------------------
020200* THE MONTH END IS THE DAY BEFORE THE FIRST OF THE NEXT MONTH.
020300*--------------------------------------------------------------
020400 1000-INITIALIZE.
020500     MOVE ZERO TO REVALUATION-CONTROL-CARD
020600     OPEN INPUT REVALUATION-CONTROL-FILE
020700     IF WS-CONTROL-OK
020800         READ REVALUATION-CONTROL-FILE
020900             AT END MOVE ZERO TO REVALUATION-CONTROL-CARD
021000         END-READ
021100         CLOSE REVALUATION-CONTROL-FILE
021200     END-IF
021300     IF RV-MONTH IS NOT NUMERIC
021400         OR RV-YEAR = ZERO
021500         OR RV-MM < 1 OR RV-MM > 12
021600         MOVE FUNCTION CURRENT-DATE(1:6) TO RV-MONTH
021700         IF RV-MM = 1
021800             SUBTRACT 1 FROM RV-YEAR
021900             MOVE 12 TO RV-MM
022000         ELSE
022100             SUBTRACT 1 FROM RV-MM
022200         END-IF
022300     END-IF
022400     MOVE RV-YEAR TO WS-NF-YEAR
022500     IF RV-MM = 12
022600         ADD 1 TO WS-NF-YEAR
022700         MOVE 1 TO WS-NF-MM
022800     ELSE
022900         COMPUTE WS-NF-MM = RV-MM + 1
023000     END-IF
023100     COMPUTE WS-NEXT-INT =
023200         FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST-N)
023300     COMPUTE WS-MONTH-END =
023400         FUNCTION DATE-OF-INTEGER(WS-NEXT-INT - 1)
023500     MOVE SPACES TO FXL-CURRENCY
023600     MOVE WS-MONTH-END TO FXL-AS-OF-DATE
023700     SET FXL-TO-BASE TO TRUE
023800     MOVE ZERO TO FXL-FOREIGN-AMOUNT
023900     CALL "FX-RATE-SERVICE" USING FX-RATE-REQUEST
024000     OPEN OUTPUT REVALUATION-REPORT-FILE
024100     MOVE RV-MONTH TO WS-RH-MONTH
024200     MOVE WS-MONTH-END TO WS-RH-MONTH-END
024300     MOVE FXL-BASE-CURRENCY TO WS-RH-BASE-CURRENCY
024400     WRITE RR-RECORD FROM WS-REPORT-HEADER
024500     MOVE SPACES TO RR-RECORD
024600     WRITE RR-RECORD
024700     WRITE RR-RECORD FROM WS-DETAIL-HEADER.
024800 1000-EXIT.
024900     EXIT.
025000*--------------------------------------------------------------
025100* A SETTLEMENT AFTER THE MONTH END LEAVES THE ITEM OPEN AT IT,
025200* SO A LATE RE-RUN REVALUES THE SAME ITEMS AS THE FIRST RUN.
025300*--------------------------------------------------------------
025400 2000-LOAD-SETTLEMENTS.
025500     OPEN INPUT SETTLEMENT-FILE
025600     IF NOT WS-SETTLE-OK
025700         GO TO 2000-EXIT
025800     END-IF
025900     PERFORM 2100-READ-SETTLEMENT THRU 2100-EXIT
026000     PERFORM 2200-STORE-SETTLEMENT THRU 2200-EXIT
026100         UNTIL WS-SETTLE-EOF
026200            OR WS-SETTLE-COUNT >= WS-SETTLE-MAX
026300     CLOSE SETTLEMENT-FILE.
026400 2000-EXIT.
026500     EXIT.
026600 2100-READ-SETTLEMENT.
026700     READ SETTLEMENT-FILE
026800         AT END SET WS-SETTLE-EOF TO TRUE
026900     END-READ.
027000 2100-EXIT.
027100     EXIT.
027200 2200-STORE-SETTLEMENT.
027300     IF ST-SETTLED-DATE IS NOT NUMERIC
027400         OR ST-SETTLED-DATE > WS-MONTH-END
027500         GO TO 2200-NEXT
027600     END-IF
027700     ADD 1 TO WS-SETTLE-COUNT
027800     MOVE ST-SOURCE TO WS-ST-SOURCE(WS-SETTLE-COUNT)
027900     MOVE ST-DOCUMENT-ID TO WS-ST-DOCUMENT-ID(WS-SETTLE-COUNT)
028000     MOVE ST-SETTLED-DATE TO WS-ST-DATE(WS-SETTLE-COUNT).
028100 2200-NEXT.
028200     PERFORM 2100-READ-SETTLEMENT THRU 2100-EXIT.
028300 2200-EXIT.
028400     EXIT.
028500 3000-REVALUE-ITEMS.
028600     OPEN INPUT FX-ITEM-FILE
028700     IF NOT WS-ITEM-OK
028800         MOVE "FXITEMS NOT AVAILABLE - NOTHING REVALUED"
028900             TO RR-RECORD
029000         WRITE RR-RECORD
029100         IF WS-HIGHEST-RC < 4
029200             MOVE 4 TO WS-HIGHEST-RC
029300         END-IF
029400         GO TO 3000-EXIT
029500     END-IF
029600     PERFORM 3100-READ-ITEM THRU 3100-EXIT
029700     PERFORM 3200-REVALUE-ONE-ITEM THRU 3200-EXIT
029800         UNTIL WS-ITEM-EOF
029900     CLOSE FX-ITEM-FILE.
030000 3000-EXIT.
030100     EXIT.
030200 3100-READ-ITEM.
030300     READ FX-ITEM-FILE
030400         AT END SET WS-ITEM-EOF TO TRUE
030500     END-READ.
030600 3100-EXIT.
030700     EXIT.
030800 3200-REVALUE-ONE-ITEM.
030900     IF FX-ITEM-RECORD = SPACES
031000         OR FO-DOCUMENT-DATE IS NOT NUMERIC
031100         OR FO-FOREIGN-AMOUNT IS NOT NUMERIC
031200         OR FO-BASE-AMOUNT IS NOT NUMERIC
031300         GO TO 3200-NEXT
031400     END-IF
031500     ADD 1 TO WS-ITEMS-READ
031600     IF FO-DOCUMENT-DATE > WS-MONTH-END
031700         ADD 1 TO WS-ITEMS-LATER
031800         GO TO 3200-NEXT
031900     END-IF
032000     MOVE 'N' TO WS-SETTLED-SW
032100     PERFORM 3300-CHECK-SETTLED THRU 3300-EXIT
032200         VARYING WS-ST-IX FROM 1 BY 1
032300         UNTIL WS-ST-IX > WS-SETTLE-COUNT
032400            OR WS-ITEM-SETTLED
032500     IF WS-ITEM-SETTLED
032600         ADD 1 TO WS-ITEMS-SETTLED
032700         GO TO 3200-NEXT
032800     END-IF
032900     ADD 1 TO WS-ITEMS-OPEN
033000     MOVE FO-SOURCE TO WS-DL-SOURCE
033100     MOVE FO-DOCUMENT-ID TO WS-DL-DOCUMENT-ID
033200     MOVE FO-MASTER-ID TO WS-DL-MASTER-ID
033300     MOVE FO-CURRENCY TO WS-DL-CURRENCY
033400     MOVE FO-FOREIGN-AMOUNT TO WS-DL-FOREIGN
033500     MOVE FO-FX-RATE TO WS-DL-BOOKED-RATE
033600     MOVE FO-BASE-AMOUNT TO WS-DL-BOOKED-BASE
033700     MOVE FO-CURRENCY TO FXL-CURRENCY
033800     MOVE WS-MONTH-END TO FXL-AS-OF-DATE
033900     SET FXL-TO-BASE TO TRUE
034000     MOVE FO-FOREIGN-AMOUNT TO FXL-FOREIGN-AMOUNT
034100     CALL "FX-RATE-SERVICE" USING FX-RATE-REQUEST
034200     IF FXL-NOT-FOUND
034300         ADD 1 TO WS-ITEMS-NO-RATE
034400         IF WS-HIGHEST-RC < 4
034500             MOVE 4 TO WS-HIGHEST-RC
034600         END-IF
034700         MOVE SPACES TO WS-DL-NO-RATE-TEXT
034800         MOVE "NO MONTH-END RATE - NOT REVALUED"
034900             TO WS-DL-NO-RATE-TEXT
035000         WRITE RR-RECORD FROM WS-DETAIL-LINE
035100         GO TO 3200-NEXT
035200     END-IF
035300     MOVE FXL-BASE-AMOUNT TO WS-REVALUED-BASE
035400     COMPUTE WS-GAIN-LOSS = WS-REVALUED-BASE - FO-BASE-AMOUNT
035500     MOVE FXL-RATE TO WS-DL-MONTH-END-RATE
035600     MOVE WS-REVALUED-BASE TO WS-DL-REVALUED-BASE
035700     MOVE WS-GAIN-LOSS TO WS-DL-GAIN-LOSS
035800     WRITE RR-RECORD FROM WS-DETAIL-LINE
035900     ADD FO-BASE-AMOUNT TO WS-TOTAL-BOOKED
036000     ADD WS-REVALUED-BASE TO WS-TOTAL-REVALUED
036100     ADD WS-GAIN-LOSS TO WS-TOTAL-GAIN-LOSS
036200     PERFORM 3400-POST-CURRENCY THRU 3400-EXIT.
036300 3200-NEXT.
036400     PERFORM 3100-READ-ITEM THRU 3100-EXIT.
036500 3200-EXIT.
036600     EXIT.
036700 3300-CHECK-SETTLED.
036800     IF WS-ST-SOURCE(WS-ST-IX) = FO-SOURCE
036900         AND WS-ST-DOCUMENT-ID(WS-ST-IX) = FO-DOCUMENT-ID
037000         SET WS-ITEM-SETTLED TO TRUE
037100     END-IF.
037200 3300-EXIT.
037300     EXIT.
037400 3400-POST-CURRENCY.
037500     MOVE ZERO TO WS-MATCH-IX
037600     PERFORM 3410-SCAN-CURRENCY THRU 3410-EXIT
037700         VARYING WS-CY-IX FROM 1 BY 1
037800         UNTIL WS-CY-IX > WS-CURRENCY-COUNT
037900            OR WS-MATCH-IX > ZERO
038000     IF WS-MATCH-IX = ZERO
038100         AND WS-CURRENCY-COUNT < WS-CURRENCY-MAX
038200         ADD 1 TO WS-CURRENCY-COUNT
038300         MOVE WS-CURRENCY-COUNT TO WS-MATCH-IX
038400         MOVE FO-CURRENCY TO WS-CY-CURRENCY(WS-MATCH-IX)
038500         MOVE ZERO TO WS-CY-ITEMS(WS-MATCH-IX)
038600         MOVE ZERO TO WS-CY-FOREIGN(WS-MATCH-IX)
038700         MOVE ZERO TO WS-CY-BOOKED(WS-MATCH-IX)
038800         MOVE ZERO TO WS-CY-REVALUED(WS-MATCH-IX)
038900         MOVE ZERO TO WS-CY-GAIN-LOSS(WS-MATCH-IX)
039000         MOVE FXL-RATE TO WS-CY-RATE(WS-MATCH-IX)
039100         MOVE FXL-RATE-DATE TO WS-CY-RATE-DATE(WS-MATCH-IX)
039200     END-IF
039300     IF WS-MATCH-IX > ZERO
039400         ADD 1 TO WS-CY-ITEMS(WS-MATCH-IX)
039500         ADD FO-FOREIGN-AMOUNT TO WS-CY-FOREIGN(WS-MATCH-IX)
039600         ADD FO-BASE-AMOUNT TO WS-CY-BOOKED(WS-MATCH-IX)
039700         ADD WS-REVALUED-BASE TO WS-CY-REVALUED(WS-MATCH-IX)
039800         ADD WS-GAIN-LOSS TO WS-CY-GAIN-LOSS(WS-MATCH-IX)
039900     END-IF.
040000 3400-EXIT.
040100     EXIT.
040200 3410-SCAN-CURRENCY.
040300     IF WS-CY-CURRENCY(WS-CY-IX) = FO-CURRENCY
040400         MOVE WS-CY-IX TO WS-MATCH-IX
040500     END-IF.
040600 3410-EXIT.
040700     EXIT.
040800 8000-WRITE-TOTALS.
040900     MOVE SPACES TO RR-RECORD
041000     WRITE RR-RECORD
041100     WRITE RR-RECORD FROM WS-CURRENCY-HEADER
041200     PERFORM 8100-WRITE-ONE-CURRENCY THRU 8100-EXIT
041300         VARYING WS-CY-IX FROM 1 BY 1
041400         UNTIL WS-CY-IX > WS-CURRENCY-COUNT
041500     MOVE SPACES TO RR-RECORD
041600     WRITE RR-RECORD
041700     MOVE "BOOKED BASE OF OPEN ITEMS" TO WS-AL-LABEL
041800     MOVE WS-TOTAL-BOOKED TO WS-AL-AMOUNT
041900     WRITE RR-RECORD FROM WS-AMOUNT-LINE
042000     MOVE "REVALUED BASE AT MONTH END" TO WS-AL-LABEL
042100     MOVE WS-TOTAL-REVALUED TO WS-AL-AMOUNT
042200     WRITE RR-RECORD FROM WS-AMOUNT-LINE
042300     MOVE "UNREALIZED GAIN (LOSS)" TO WS-AL-LABEL
042400     MOVE WS-TOTAL-GAIN-LOSS TO WS-AL-AMOUNT
042500     WRITE RR-RECORD FROM WS-AMOUNT-LINE
042600     MOVE SPACES TO RR-RECORD
042700     WRITE RR-RECORD
042800     MOVE "FXITEMS LINES READ" TO WS-CL-TEXT
042900     MOVE WS-ITEMS-READ TO WS-CL-COUNT
043000     WRITE RR-RECORD FROM WS-COUNT-LINE
043100     MOVE "DATED AFTER MONTH END" TO WS-CL-TEXT
043200     MOVE WS-ITEMS-LATER TO WS-CL-COUNT
043300     WRITE RR-RECORD FROM WS-COUNT-LINE
043400     MOVE "SETTLED BY MONTH END" TO WS-CL-TEXT
043500     MOVE WS-ITEMS-SETTLED TO WS-CL-COUNT
043600     WRITE RR-RECORD FROM WS-COUNT-LINE
043700     MOVE "OPEN AT MONTH END" TO WS-CL-TEXT
043800     MOVE WS-ITEMS-OPEN TO WS-CL-COUNT
043900     WRITE RR-RECORD FROM WS-COUNT-LINE
044000     MOVE "OPEN WITH NO RATE" TO WS-CL-TEXT
044100     MOVE WS-ITEMS-NO-RATE TO WS-CL-COUNT
044200     WRITE RR-RECORD FROM WS-COUNT-LINE.
044300 8000-EXIT.
044400     EXIT.
044500 8100-WRITE-ONE-CURRENCY.
044600     MOVE WS-CY-CURRENCY(WS-CY-IX) TO WS-CU-CURRENCY
044700     MOVE WS-CY-ITEMS(WS-CY-IX) TO WS-CU-ITEMS
044800     MOVE WS-CY-FOREIGN(WS-CY-IX) TO WS-CU-FOREIGN
044900     MOVE WS-CY-BOOKED(WS-CY-IX) TO WS-CU-BOOKED
045000     MOVE WS-CY-REVALUED(WS-CY-IX) TO WS-CU-REVALUED
045100     MOVE WS-CY-GAIN-LOSS(WS-CY-IX) TO WS-CU-GAIN-LOSS
045200     MOVE WS-CY-RATE(WS-CY-IX) TO WS-CU-RATE
045300     MOVE WS-CY-RATE-DATE(WS-CY-IX) TO WS-CU-RATE-DATE
045400     WRITE RR-RECORD FROM WS-CURRENCY-LINE.
045500 8100-EXIT.
045600     EXIT.
045700 9000-TERMINATE.
045800     CLOSE REVALUATION-REPORT-FILE
045900     MOVE WS-HIGHEST-RC TO RETURN-CODE.
046000 9000-EXIT.
046100     EXIT.
046200 END PROGRAM FX-REVALUATION.
