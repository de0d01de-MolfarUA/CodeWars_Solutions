000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TOAST-CONSUMPTION-BATCH.
000300 AUTHOR. PRODUCTION-PLANNING.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-09-17.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-09-17  PPL  INITIAL VERSION - INGREDIENT CONSUMPTION
001000*                    AND REORDER POINTS FOR THE TOAST LINE, WHICH
001100*                    KEPT RUNNING OUT OF BREAD AND BUTTER MID-
001200*                    SHIFT. THE BOMFILE BILL OF MATERIALS GIVES
001300*                    EACH PRODUCT'S INGREDIENTS AND QUANTITY PER
001400*                    SLICE; THE CONSCTL CARD NAMES THE PRODUCT
001500*                    THE LINE IS RUNNING. THE SLICES THE FLOOR
001600*                    REPORTS ON TOASTACT (PRODUCED PLUS SPOILED)
001700*                    ARE EXPLODED THROUGH THE BILL AND DRAWN OFF
001800*                    THE KEYED INGSTK STOCK MASTER; THE SLICES
001900*                    PLANNED ON PLANOUT FOR THE NEXT RUN ARE
002000*                    EXPLODED THE SAME WAY INTO PROJECTED USAGE.
002100*                    CONSRPT SHOWS EACH INGREDIENT'S DRAW, STOCK
002200*                    AND PROJECTED CLOSING STOCK; ANYTHING
002300*                    PROJECTED BELOW ITS REORDER POINT GOES ON
002400*                    THE REORDLST REORDER LIST.
002410*   2026-10-15  PPL  A RUN DATE IN A HARD-CLOSED ACCOUNTING
002420*                    PERIOD (CALENDAR-SERVICE PERIOD STATUS)
002430*                    DRAWS NOTHING: THE TOASTACT ACTUALS ARE
002440*                    APPENDED TO PRIORADJ AS PRIOR-PERIOD
002450*                    ADJUSTMENTS AND CONSRPT FLAGS EACH
002460*                    INGREDIENT PRIORADJ. THE PROJECTION AND
002470*                    REORDER LIST ARE UNCHANGED.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CONSUMPTION-CONTROL-FILE ASSIGN TO "CONSCTL"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-CONTROL-STATUS.
003300     SELECT BILL-OF-MATERIALS-FILE ASSIGN TO "BOMFILE"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-BOM-STATUS.
003600     SELECT ACTUALS-INPUT-FILE ASSIGN TO "TOASTACT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-ACTUAL-STATUS.
003900     SELECT PLAN-INPUT-FILE ASSIGN TO "PLANOUT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-PLAN-STATUS.
004200     SELECT INGREDIENT-STOCK-FILE ASSIGN TO "INGSTK"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS IS-INGREDIENT-ID
004600         FILE STATUS IS WS-STOCK-STATUS.
004700     SELECT CONSUMPTION-REPORT-FILE ASSIGN TO "CONSRPT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-REPORT-STATUS.
005000     SELECT REORDER-LIST-FILE ASSIGN TO "REORDLST"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-REORDER-STATUS.
005210     SELECT PRIOR-ADJUSTMENT-FILE ASSIGN TO "PRIORADJ"
005220         ORGANIZATION IS LINE SEQUENTIAL
005230         FILE STATUS IS WS-ADJUST-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CONSUMPTION-CONTROL-FILE.
005600 01  CONSUMPTION-CONTROL-CARD.
005700     05  CN-PRODUCT-ID           PIC X(08).
005800     05  FILLER                  PIC X(01).
005900     05  CN-RUN-DATE             PIC 9(08).
006000 FD  BILL-OF-MATERIALS-FILE.
006100 01  BILL-OF-MATERIALS-RECORD.
006200     05  BM-PRODUCT-ID           PIC X(08).
006300     05  FILLER                  PIC X(01).
006400     05  BM-INGREDIENT-ID        PIC X(08).
006500     05  FILLER                  PIC X(01).
006600     05  BM-QTY-PER-UNIT         PIC 9(03)V999.
006700 FD  ACTUALS-INPUT-FILE.
006800 01  ACTUALS-INPUT-RECORD.
006900     05  TA-ORDER-ID             PIC X(08).
007000     05  FILLER                  PIC X(01).
007100     05  TA-PRODUCED             PIC 9(04).
007200     05  FILLER                  PIC X(01).
007300     05  TA-SPOILED              PIC 9(04).
007400 FD  PLAN-INPUT-FILE.
007500 01  PL-RECORD                   PIC X(80).
007600 FD  INGREDIENT-STOCK-FILE.
007700 COPY INGSTK.
007800 FD  CONSUMPTION-REPORT-FILE.
007900 01  CR-RECORD                   PIC X(80).
008000 FD  REORDER-LIST-FILE.
008100 01  RL-RECORD                   PIC X(80).
008110 FD  PRIOR-ADJUSTMENT-FILE.
008120 01  PJ-RECORD                   PIC X(268).
008200 WORKING-STORAGE SECTION.
008300 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
008400     88  WS-CONTROL-OK                           VALUE '00'.
008500 77  WS-BOM-STATUS               PIC X(02)       VALUE SPACES.
008600     88  WS-BOM-OK                               VALUE '00'.
008700     88  WS-BOM-EOF                              VALUE '10'.
008800 77  WS-ACTUAL-STATUS            PIC X(02)       VALUE SPACES.
008900     88  WS-ACTUAL-OK                            VALUE '00'.
009000     88  WS-ACTUAL-EOF                           VALUE '10'.
009100 77  WS-PLAN-STATUS              PIC X(02)       VALUE SPACES.
009200     88  WS-PLAN-OK                              VALUE '00'.
009300     88  WS-PLAN-EOF                             VALUE '10'.
009400 77  WS-STOCK-STATUS             PIC X(02)       VALUE SPACES.
009500     88  WS-STOCK-OK                             VALUE '00'.
009600 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
009700     88  WS-REPORT-OK                            VALUE '00'.
009800 77  WS-REORDER-STATUS           PIC X(02)       VALUE SPACES.
009900     88  WS-REORDER-OK                           VALUE '00'.
009910 77  WS-ADJUST-STATUS            PIC X(02)       VALUE SPACES.
009920     88  WS-ADJUST-OK                            VALUE '00'.
009930 77  WS-ADJUST-OPEN-SW           PIC X(01)       VALUE 'N'.
009940     88  WS-ADJUST-OPEN                          VALUE 'Y'.
009950 77  WS-RUN-LOCK-SW              PIC X(01)       VALUE 'N'.
009960     88  WS-RUN-LOCKED                           VALUE 'Y'.
010000 01  WS-PRODUCT-ID               PIC X(08)       VALUE "TOAST".
010100 77  WS-RUN-DATE                 PIC 9(08)       VALUE ZERO.
010200 77  WS-ACTUAL-SLICES            PIC 9(07)       VALUE ZERO.
010300 77  WS-PLANNED-SLICES           PIC 9(07)       VALUE ZERO.
010310 77  WS-CYCLE-SLICES             PIC 9(01)       VALUE ZERO.
010400 77  WS-INGREDIENT-COUNT         PIC 9(03)       VALUE ZERO COMP.
010500 77  WS-INGREDIENT-MAX           PIC 9(03)       VALUE 50 COMP.
010600 77  WS-IN-IX                    PIC 9(03)       VALUE ZERO COMP.
010700 77  WS-MATCH-IX                 PIC 9(03)       VALUE ZERO COMP.
010800 77  WS-SHORTFALL                PIC S9(08)V999  VALUE ZERO.
010900 77  WS-ORDER-QTY                PIC 9(07)V999   VALUE ZERO.
011000 77  WS-REORDER-COUNT            PIC 9(03)       VALUE ZERO COMP.
011100 77  WS-MISSING-COUNT            PIC 9(03)       VALUE ZERO COMP.
011200 77  WS-DRAWN-SW                 PIC X(01)       VALUE 'N'.
011300     88  WS-ALREADY-DRAWN                        VALUE 'Y'.
011310 77  WS-ACTUALS-DIVERTED         PIC 9(06)       VALUE ZERO COMP.
011400 01  WS-INGREDIENT-TABLE.
011500     05  WS-IN-ENTRY OCCURS 50.
011600         10  WS-IN-INGREDIENT-ID PIC X(08).
011700         10  WS-IN-QTY-PER-UNIT  PIC 9(03)V999.
011800         10  WS-IN-ACTUAL-USE    PIC 9(07)V999.
011900         10  WS-IN-PLANNED-USE   PIC 9(07)V999.
012000         10  WS-IN-PROJECTED-END PIC S9(08)V999.
012100 01  WS-REPORT-HEADER.
012200     05  FILLER                  PIC X(26)       VALUE
012300             "TOAST INGREDIENT USAGE FOR".
012400     05  FILLER                  PIC X(01)       VALUE SPACE.
012500     05  WS-RH-DATE              PIC 9(08).
012600     05  FILLER                  PIC X(10)       VALUE
012700             "  PRODUCT ".
012800     05  WS-RH-PRODUCT           PIC X(08).
012900 01  WS-SLICES-LINE.
013000     05  FILLER                  PIC X(15)       VALUE
013100             "SLICES ACTUAL  ".
013200     05  WS-SC-ACTUAL            PIC Z(06)9.
013300     05  FILLER                  PIC X(18)       VALUE
013400             "  PLANNED NEXT RUN".
013500     05  FILLER                  PIC X(01)       VALUE SPACE.
013600     05  WS-SC-PLANNED           PIC Z(06)9.
013610 01  WS-LOCKED-LINE.
013620     05  FILLER                  PIC X(07)       VALUE "PERIOD ".
013630     05  WS-LK-PERIOD            PIC 9(06).
013640     05  FILLER                  PIC X(30)       VALUE
013650             " HARD-CLOSED - NOTHING DRAWN, ".
013660     05  WS-LK-COUNT             PIC Z(05)9.
013670     05  FILLER                  PIC X(20)       VALUE
013680             " ACTUALS TO PRIORADJ".
013700 01  WS-COLUMN-LINE.
013800     05  FILLER                  PIC X(40)       VALUE
013900             "INGRED   UNIT      ON HAND     USED     ".
014000     05  FILLER                  PIC X(40)       VALUE
014100             "  PLAN USE     PROJ END".
014200 01  WS-USAGE-LINE.
014300     05  WS-UL-INGREDIENT        PIC X(08).
014400     05  FILLER                  PIC X(01)       VALUE SPACE.
014500     05  WS-UL-UNIT              PIC X(04).
014600     05  FILLER                  PIC X(01)       VALUE SPACE.
014700     05  WS-UL-ON-HAND           PIC -Z(06)9.999.
014800     05  FILLER                  PIC X(01)       VALUE SPACE.
014900     05  WS-UL-USED              PIC Z(06)9.999.
015000     05  FILLER                  PIC X(01)       VALUE SPACE.
015100     05  WS-UL-PLANNED           PIC Z(06)9.999.
015200     05  FILLER                  PIC X(01)       VALUE SPACE.
015300     05  WS-UL-PROJECTED         PIC -Z(06)9.999.
015400     05  FILLER                  PIC X(01)       VALUE SPACE.
015500     05  WS-UL-FLAG              PIC X(08).
015600 01  WS-MISSING-LINE.
015700     05  WS-ML-INGREDIENT        PIC X(08).
015800     05  FILLER                  PIC X(32)       VALUE
015900             " NOT ON INGSTK - NOT DRAWN".
016000 01  WS-REORDER-LINE.
016100     05  FILLER                  PIC X(08)       VALUE "REORDER ".
016200     05  WS-RL-INGREDIENT        PIC X(08).
016300     05  FILLER                  PIC X(01)       VALUE SPACE.
016400     05  WS-RL-DESCRIPTION       PIC X(20).
016500     05  FILLER                  PIC X(05)       VALUE " QTY ".
016600     05  WS-RL-QTY               PIC Z(06)9.999.
016700     05  FILLER                  PIC X(01)       VALUE SPACE.
016800     05  WS-RL-UNIT              PIC X(04).
016900     05  FILLER                  PIC X(06)       VALUE " PROJ ".
017000     05  WS-RL-PROJECTED         PIC -Z(06)9.999.
017100 01  WS-TOTALS-LINE.
017200     05  FILLER                  PIC X(12)       VALUE
017300             "INGREDIENTS ".
017400     05  WS-TL-INGREDIENTS       PIC ZZ9.
017500     05  FILLER                  PIC X(10)       VALUE
017600             "  REORDER ".
017700     05  WS-TL-REORDER           PIC ZZ9.
017800     05  FILLER                  PIC X(16)       VALUE
017900             "  NOT ON INGSTK ".
018000     05  WS-TL-MISSING           PIC ZZ9.
018010 COPY CALSVC.
018020 COPY PRIORADJ.
018100 PROCEDURE DIVISION.
018200 0000-MAINLINE.
018300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018400     PERFORM 2000-LOAD-BILL THRU 2000-EXIT.
018500     PERFORM 3000-COUNT-ACTUAL-SLICES THRU 3000-EXIT.
018600     PERFORM 4000-COUNT-PLANNED-SLICES THRU 4000-EXIT.
018700     PERFORM 5000-POST-INGREDIENTS THRU 5000-EXIT.
018800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018900     STOP RUN.
019000 0000-EXIT.
019100     EXIT.
019200 1000-INITIALIZE.
019300     MOVE SPACES TO CONSUMPTION-CONTROL-CARD
019400     OPEN INPUT CONSUMPTION-CONTROL-FILE
019500     IF WS-CONTROL-OK
019600         READ CONSUMPTION-CONTROL-FILE
019700             AT END MOVE SPACES TO CONSUMPTION-CONTROL-CARD
019800         END-READ
019900         CLOSE CONSUMPTION-CONTROL-FILE
020000     END-IF
020100     IF CN-PRODUCT-ID NOT = SPACES
020200         MOVE CN-PRODUCT-ID TO WS-PRODUCT-ID
020300     END-IF
020400     IF CN-RUN-DATE IS NUMERIC AND CN-RUN-DATE > ZERO
020500         MOVE CN-RUN-DATE TO WS-RUN-DATE
020600     ELSE
020700         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
020800     END-IF
020900     OPEN OUTPUT CONSUMPTION-REPORT-FILE
021000     OPEN OUTPUT REORDER-LIST-FILE
021100     MOVE WS-RUN-DATE TO WS-RH-DATE
021200     MOVE WS-PRODUCT-ID TO WS-RH-PRODUCT
021300     WRITE CR-RECORD FROM WS-REPORT-HEADER
021310     SET CAL-SVC-GET-PERIOD TO TRUE
021320     MOVE WS-RUN-DATE TO CAL-SVC-ARGUMENT
021330     CALL "CALENDAR-SERVICE" USING CALENDAR-SERVICE-REQUEST
021340     IF CAL-SVC-PERIOD-HARD-CLOSED
021350         SET WS-RUN-LOCKED TO TRUE
021360     END-IF.
021400 1000-EXIT.
021500     EXIT.
021600 2000-LOAD-BILL.
021700     OPEN INPUT BILL-OF-MATERIALS-FILE
021800     IF NOT WS-BOM-OK
021900         GO TO 2000-EXIT
022000     END-IF
022100     PERFORM 2100-READ-BILL THRU 2100-EXIT
022200     PERFORM 2200-STORE-ONE-LINE THRU 2200-EXIT
022300         UNTIL WS-BOM-EOF
022400            OR WS-INGREDIENT-COUNT >= WS-INGREDIENT-MAX
022500     CLOSE BILL-OF-MATERIALS-FILE.
022600 2000-EXIT.
022700     EXIT.
022800 2100-READ-BILL.
022900     READ BILL-OF-MATERIALS-FILE
023000         AT END SET WS-BOM-EOF TO TRUE
023100     END-READ.
023200 2100-EXIT.
023300     EXIT.
023400 2200-STORE-ONE-LINE.
023500     IF BM-PRODUCT-ID = WS-PRODUCT-ID
023600         AND BM-QTY-PER-UNIT IS NUMERIC
023700         ADD 1 TO WS-INGREDIENT-COUNT
023800         MOVE BM-INGREDIENT-ID
023900             TO WS-IN-INGREDIENT-ID(WS-INGREDIENT-COUNT)
024000         MOVE BM-QTY-PER-UNIT
024100             TO WS-IN-QTY-PER-UNIT(WS-INGREDIENT-COUNT)
024200         MOVE ZERO TO WS-IN-ACTUAL-USE(WS-INGREDIENT-COUNT)
024300         MOVE ZERO TO WS-IN-PLANNED-USE(WS-INGREDIENT-COUNT)
024400         MOVE ZERO TO WS-IN-PROJECTED-END(WS-INGREDIENT-COUNT)
024500     END-IF
024600     PERFORM 2100-READ-BILL THRU 2100-EXIT.
024700 2200-EXIT.
024800     EXIT.
024900*--------------------------------------------------------------
025000* A SPOILED SLICE USED ITS INGREDIENTS JUST AS A GOOD ONE DID,
025100* SO BOTH COUNT TOWARD THE DAY'S ACTUAL USAGE. A RUN DATE IN A
025110* HARD-CLOSED ACCOUNTING PERIOD WOULD CHANGE STOCK FINANCE HAS
025120* ALREADY REPORTED, SO THEN EACH ACTUAL IS APPENDED TO PRIORADJ
025130* FOR FINANCE TO BOOK AS A PRIOR-PERIOD ADJUSTMENT INSTEAD.
025200*--------------------------------------------------------------
025300 3000-COUNT-ACTUAL-SLICES.
025400     OPEN INPUT ACTUALS-INPUT-FILE
025500     IF NOT WS-ACTUAL-OK
025600         GO TO 3000-EXIT
025700     END-IF
025800     PERFORM 3100-READ-ACTUAL THRU 3100-EXIT
025900     PERFORM 3200-ADD-ONE-ACTUAL THRU 3200-EXIT
026000         UNTIL WS-ACTUAL-EOF
026100     CLOSE ACTUALS-INPUT-FILE.
026200 3000-EXIT.
026300     EXIT.
026400 3100-READ-ACTUAL.
026500     READ ACTUALS-INPUT-FILE
026600         AT END SET WS-ACTUAL-EOF TO TRUE
026700     END-READ.
026800 3100-EXIT.
026900     EXIT.
027000 3200-ADD-ONE-ACTUAL.
027010     IF WS-RUN-LOCKED
027020         PERFORM 3300-DIVERT-ACTUAL THRU 3300-EXIT
027030         PERFORM 3100-READ-ACTUAL THRU 3100-EXIT
027040         GO TO 3200-EXIT
027050     END-IF
027100     IF TA-PRODUCED IS NUMERIC
027200         ADD TA-PRODUCED TO WS-ACTUAL-SLICES
027300     END-IF
027400     IF TA-SPOILED IS NUMERIC
027500         ADD TA-SPOILED TO WS-ACTUAL-SLICES
027600     END-IF
027700     PERFORM 3100-READ-ACTUAL THRU 3100-EXIT.
027800 3200-EXIT.
027900     EXIT.
027910 3300-DIVERT-ACTUAL.
027911     IF NOT WS-ADJUST-OPEN
027912         MOVE SPACES TO WS-ADJUST-STATUS
027913         OPEN EXTEND PRIOR-ADJUSTMENT-FILE
027914         IF NOT WS-ADJUST-OK
027915             OPEN OUTPUT PRIOR-ADJUSTMENT-FILE
027916         END-IF
027917         SET WS-ADJUST-OPEN TO TRUE
027918     END-IF
027919     DIVIDE WS-RUN-DATE BY 100 GIVING PA-PERIOD
027920     MOVE WS-RUN-DATE TO PA-TRANSACTION-DATE
027921     MOVE "TOAST-CONSUMPTION-BATCH" TO PA-SOURCE-PROGRAM
027922     MOVE "TOASTACT" TO PA-SOURCE-FILE
027923     MOVE SPACES TO PA-COMPANY
027924     MOVE FUNCTION CURRENT-DATE(1:8) TO PA-DIVERTED-DATE
027925     MOVE ACTUALS-INPUT-RECORD TO PA-IMAGE
027926     WRITE PJ-RECORD FROM PRIOR-PERIOD-ADJUSTMENT
027927     ADD 1 TO WS-ACTUALS-DIVERTED.
027928 3300-EXIT.
027929     EXIT.
028000*--------------------------------------------------------------
028100* PLANOUT CYCLE LINES LEAD "SLOT " AND CARRY THE SLICES IN THE
028200* CYCLE AT COLUMN 41; WASTE AND OTHER LINES ARE PASSED OVER.
028300*--------------------------------------------------------------
028400 4000-COUNT-PLANNED-SLICES.
028500     OPEN INPUT PLAN-INPUT-FILE
028600     IF NOT WS-PLAN-OK
028700         GO TO 4000-EXIT
028800     END-IF
028900     PERFORM 4100-READ-PLAN THRU 4100-EXIT
029000     PERFORM 4200-ADD-ONE-CYCLE THRU 4200-EXIT
029100         UNTIL WS-PLAN-EOF
029200     CLOSE PLAN-INPUT-FILE.
029300 4000-EXIT.
029400     EXIT.
029500 4100-READ-PLAN.
029600     READ PLAN-INPUT-FILE
029700         AT END SET WS-PLAN-EOF TO TRUE
029800     END-READ.
029900 4100-EXIT.
030000     EXIT.
030100 4200-ADD-ONE-CYCLE.
030200     IF PL-RECORD(1:5) = "SLOT "
030300         AND PL-RECORD(41:1) IS NUMERIC
030400         MOVE PL-RECORD(41:1) TO WS-CYCLE-SLICES
030500         ADD WS-CYCLE-SLICES TO WS-PLANNED-SLICES
030600     END-IF
030700     PERFORM 4100-READ-PLAN THRU 4100-EXIT.
030800 4200-EXIT.
030900     EXIT.
031000*--------------------------------------------------------------
031100* EACH INGREDIENT ON THE BILL: DRAW THE ACTUAL USAGE OFF STOCK
031200* (UNLESS THIS RUN DATE HAS ALREADY BEEN DRAWN, OR FALLS IN A
031210* HARD-CLOSED PERIOD), THEN PROJECT THE CLOSING STOCK AFTER
031300* THE NEXT PLANNED RUN.
031400*--------------------------------------------------------------
031500 5000-POST-INGREDIENTS.
031600     MOVE WS-ACTUAL-SLICES TO WS-SC-ACTUAL
031700     MOVE WS-PLANNED-SLICES TO WS-SC-PLANNED
031800     WRITE CR-RECORD FROM WS-SLICES-LINE
031810     IF WS-RUN-LOCKED
031820         DIVIDE WS-RUN-DATE BY 100 GIVING WS-LK-PERIOD
031830         MOVE WS-ACTUALS-DIVERTED TO WS-LK-COUNT
031840         WRITE CR-RECORD FROM WS-LOCKED-LINE
031850     END-IF
031900     WRITE CR-RECORD FROM WS-COLUMN-LINE
032000     OPEN I-O INGREDIENT-STOCK-FILE
032100     IF NOT WS-STOCK-OK
032200         DISPLAY "TOAST-CONSUMPTION-BATCH: INGSTK WILL NOT OPEN, "
032300             "STATUS " WS-STOCK-STATUS
032400         MOVE 8 TO RETURN-CODE
032500         GO TO 5000-EXIT
032600     END-IF
032700     PERFORM 5100-POST-ONE-INGREDIENT THRU 5100-EXIT
032800         VARYING WS-IN-IX FROM 1 BY 1
032900         UNTIL WS-IN-IX > WS-INGREDIENT-COUNT
033000     CLOSE INGREDIENT-STOCK-FILE.
033100 5000-EXIT.
033200     EXIT.
033300 5100-POST-ONE-INGREDIENT.
033400     COMPUTE WS-IN-ACTUAL-USE(WS-IN-IX) ROUNDED =
033500         WS-ACTUAL-SLICES * WS-IN-QTY-PER-UNIT(WS-IN-IX)
033600     COMPUTE WS-IN-PLANNED-USE(WS-IN-IX) ROUNDED =
033700         WS-PLANNED-SLICES * WS-IN-QTY-PER-UNIT(WS-IN-IX)
033800     MOVE WS-IN-INGREDIENT-ID(WS-IN-IX) TO IS-INGREDIENT-ID
033900     READ INGREDIENT-STOCK-FILE KEY IS IS-INGREDIENT-ID
034000         INVALID KEY
034100             ADD 1 TO WS-MISSING-COUNT
034200             MOVE WS-IN-INGREDIENT-ID(WS-IN-IX)
034300                 TO WS-ML-INGREDIENT
034400             WRITE CR-RECORD FROM WS-MISSING-LINE
034500             GO TO 5100-EXIT
034600     END-READ
034700     MOVE 'N' TO WS-DRAWN-SW
034710     IF WS-RUN-LOCKED
034720         GO TO 5100-PROJECT
034730     END-IF
034800     IF IS-LAST-DRAWN-DATE = WS-RUN-DATE
034900         SET WS-ALREADY-DRAWN TO TRUE
035000     ELSE
035100         SUBTRACT WS-IN-ACTUAL-USE(WS-IN-IX) FROM IS-ON-HAND
035200         MOVE WS-IN-ACTUAL-USE(WS-IN-IX) TO IS-LAST-USAGE
035300         MOVE WS-RUN-DATE TO IS-LAST-DRAWN-DATE
035400         REWRITE INGREDIENT-STOCK-RECORD
035500             INVALID KEY
035600                 DISPLAY "TOAST-CONSUMPTION-BATCH: REWRITE "
035700                     "FAILED FOR " IS-INGREDIENT-ID
035800                 MOVE 8 TO RETURN-CODE
035900         END-REWRITE
036000     END-IF.
036010 5100-PROJECT.
036100     COMPUTE WS-IN-PROJECTED-END(WS-IN-IX) =
036200         IS-ON-HAND - WS-IN-PLANNED-USE(WS-IN-IX)
036300     MOVE IS-INGREDIENT-ID TO WS-UL-INGREDIENT
036400     MOVE IS-STOCK-UNIT TO WS-UL-UNIT
036500     MOVE IS-ON-HAND TO WS-UL-ON-HAND
036600     MOVE WS-IN-ACTUAL-USE(WS-IN-IX) TO WS-UL-USED
036700     MOVE WS-IN-PLANNED-USE(WS-IN-IX) TO WS-UL-PLANNED
036800     MOVE WS-IN-PROJECTED-END(WS-IN-IX) TO WS-UL-PROJECTED
036900     EVALUATE TRUE
037000         WHEN WS-ALREADY-DRAWN
037100             MOVE "DRAWN" TO WS-UL-FLAG
037110         WHEN WS-RUN-LOCKED
037120             MOVE "PRIORADJ" TO WS-UL-FLAG
037200         WHEN IS-ON-HAND < ZERO
037300             MOVE "COUNT" TO WS-UL-FLAG
037400         WHEN OTHER
037500             MOVE SPACES TO WS-UL-FLAG
037600     END-EVALUATE
037700     IF WS-IN-PROJECTED-END(WS-IN-IX) < IS-REORDER-POINT
037800         PERFORM 5200-WRITE-REORDER THRU 5200-EXIT
037900         IF WS-UL-FLAG = SPACES
038000             MOVE "REORDER" TO WS-UL-FLAG
038100         END-IF
038200     END-IF
038300     WRITE CR-RECORD FROM WS-USAGE-LINE.
038400 5100-EXIT.
038500     EXIT.
038600*--------------------------------------------------------------
038700* ORDER THE INGREDIENT'S STANDARD REORDER QUANTITY, OR THE
038800* SHORTFALL TO THE REORDER POINT IF THAT IS MORE.
038900*--------------------------------------------------------------
039000 5200-WRITE-REORDER.
039100     COMPUTE WS-SHORTFALL =
039200         IS-REORDER-POINT - WS-IN-PROJECTED-END(WS-IN-IX)
039300     IF WS-SHORTFALL > IS-REORDER-QTY
039400         MOVE WS-SHORTFALL TO WS-ORDER-QTY
039500     ELSE
039600         MOVE IS-REORDER-QTY TO WS-ORDER-QTY
039700     END-IF
039800     ADD 1 TO WS-REORDER-COUNT
039900     MOVE IS-INGREDIENT-ID TO WS-RL-INGREDIENT
040000     MOVE IS-DESCRIPTION TO WS-RL-DESCRIPTION
040100     MOVE WS-ORDER-QTY TO WS-RL-QTY
040200     MOVE IS-STOCK-UNIT TO WS-RL-UNIT
040300     MOVE WS-IN-PROJECTED-END(WS-IN-IX) TO WS-RL-PROJECTED
040400     WRITE RL-RECORD FROM WS-REORDER-LINE.
040500 5200-EXIT.
040600     EXIT.
040700 9000-TERMINATE.
040800     MOVE WS-INGREDIENT-COUNT TO WS-TL-INGREDIENTS
040900     MOVE WS-REORDER-COUNT TO WS-TL-REORDER
041000     MOVE WS-MISSING-COUNT TO WS-TL-MISSING
041100     WRITE CR-RECORD FROM WS-TOTALS-LINE
041200     CLOSE CONSUMPTION-REPORT-FILE
041300     CLOSE REORDER-LIST-FILE
041310     IF WS-ADJUST-OPEN
041320         CLOSE PRIOR-ADJUSTMENT-FILE
041330     END-IF.
041400 9000-EXIT.
041500     EXIT.
041600 END PROGRAM TOAST-CONSUMPTION-BATCH.
