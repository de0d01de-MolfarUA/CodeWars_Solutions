002400*                    AND THE RUN CLOSES WITH THE MONTH'S SPEND
002500*                    BY CARRIER. THE VOLUMES WERE ALREADY
002600*                    EXACT; NOW THE MONEY IS TOO.
002610*   2026-10-01  LGP  FRTMANIF OPENS WITH THE CARRRATE VERSION THE
002620*                    CONTAINERS WERE COSTED ON (REFTAB-VERSION).
002625*   2026-10-15  LGP  CARRIERS BILLING IN THEIR OWN CURRENCY.
002630*                    CARRRATE ROWS CARRY THE CARRIER'S CURRENCY
002635*                    (BLANK FOR BASE); EACH QUOTE IS PRICED IN
002640*                    IT, CONVERTED TO BASE THROUGH FX-RATE-
002645*                    SERVICE AT THE RUN DATE'S FXRATE RATE, AND
002650*                    CARRIERS ARE COMPARED IN BASE. FRTMANIF
002655*                    (NOW 132 BYTES) SHOWS BOTH AMOUNTS WITH THE
002660*                    RATE AND RATE DATE; A CARRIER WHOSE
002665*                    CURRENCY HAS NO RATE IS SHOWN BUT NOT
002670*                    RECOMMENDED. FRTSPEND KEEPS FS-COST IN BASE
002675*                    AND APPENDS THE CURRENCY, THE CARRIER'S OWN
002680*                    AMOUNT, THE RATE, AND THE RATE DATE; THE
002685*                    MONTH SUMMARY TOTALS IN BASE AND SAYS SO.
002690*   2026-10-15  LGP  FRTMANIF GOES TO THE CARRIERS: END OF STEP
002692*                    LEAVES A CHAINBAL TRAILER FOR IT (PRODUCED,
002694*                    COUNT AND ORDINAL HASH OF EVERY LINE
002696*                    WRITTEN) FOR THE TRANSMISSION REGISTER.
002697*   2026-10-15  LGP  COMPANY SEGREGATION. EACH CONTAINER'S
002698*                    COMPANY COMES FROM ITS LOADPLAN LINE (CO=;
002699*                    BLANK IS THE PARENT COMPANY), SHOWS ON THE
002700*                    RECOMMENDATION LINE, AND IS APPENDED TO THE
002701*                    FRTSPEND ROW (COLUMNS 66-67). THE MONTH
002702*                    SUMMARY LISTS EACH COMPANY'S CARRIER SPEND
002703*                    WITH A COMPANY TOTAL, THEN THE CONSOLIDATED
002704*                    SPEND BY CARRIER AND THE GRAND TOTAL.
002705*   2026-10-15  LGP  A FRTCTL MONTH THAT IS A HARD-CLOSED
002706*                    ACCOUNTING PERIOD (CALENDAR-SERVICE PERIOD
002707*                    STATUS) POSTS NO SPEND: EACH RECOMMENDED
002708*                    CONTAINER'S FRTSPEND ROW IS APPENDED TO
002709*                    PRIORADJ AS A PRIOR-PERIOD ADJUSTMENT
002710*                    INSTEAD, AND THE RUN SAYS HOW MANY ON
002711*                    SYSOUT. THE ROW IS NOW BUILT IN WORKING
002712*                    STORAGE AS WS-SPEND-ROW.
002713*   2026-10-15  LGP  THE CARRRATE ROW LAYOUT MOVES TO THE
002714*                    CARRRATE COPYBOOK, SHARED WITH
002715*                    FREIGHT-BILL-AUDIT.
002722*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 INPUT-OUTPUT SECTION.
004400     SELECT FREIGHT-SPEND-FILE ASSIGN TO "FRTSPEND"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-SPEND-STATUS.
004610     SELECT PRIOR-ADJUSTMENT-FILE ASSIGN TO "PRIORADJ"
004620         ORGANIZATION IS LINE SEQUENTIAL
004630         FILE STATUS IS WS-ADJUST-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  FREIGHT-CONTROL-FILE.
005200 FD  LOAD-PLAN-FILE.
005300 01  LP-RECORD                   PIC X(80).
005400 FD  CARRIER-RATE-FILE.
005500 COPY CARRRATE.
006500 FD  FREIGHT-MANIFEST-FILE.
006600 01  FM-RECORD                   PIC X(132).
006700 FD  FREIGHT-SPEND-FILE.
006800 01  FREIGHT-SPEND-RECORD.
006900     05  FS-MONTH                PIC 9(06).
007100     05  FS-CARRIER              PIC X(08).
007200     05  FILLER                  PIC X(01).
007300     05  FS-COST                 PIC 9(09)V99.
007310     05  FILLER                  PIC X(01).
007320     05  FS-CURRENCY             PIC X(03).
007330     05  FILLER                  PIC X(01).
007340     05  FS-CARRIER-COST         PIC 9(09)V99.
007350     05  FILLER                  PIC X(01).
007360     05  FS-FX-RATE              PIC 9(05)V9(06).
007370     05  FILLER                  PIC X(01).
007380     05  FS-RATE-DATE            PIC 9(08).
007390     05  FILLER                  PIC X(01).
007395     05  FS-COMPANY              PIC X(02).
007396 FD  PRIOR-ADJUSTMENT-FILE.
007397 01  PJ-RECORD                   PIC X(268).
007400 WORKING-STORAGE SECTION.
007500 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
007600     88  WS-CONTROL-OK                           VALUE '00'.
008500 77  WS-SPEND-STATUS             PIC X(02)       VALUE SPACES.
008600     88  WS-SPEND-OK                             VALUE '00'.
008700     88  WS-SPEND-EOF                            VALUE '10'.
008710 77  WS-ADJUST-STATUS            PIC X(02)       VALUE SPACES.
008720     88  WS-ADJUST-OK                            VALUE '00'.
008730 77  WS-MONTH-LOCK-SW            PIC X(01)       VALUE 'N'.
008740     88  WS-MONTH-LOCKED                         VALUE 'Y'.
008750 77  WS-SPEND-DIVERTED           PIC 9(04)       VALUE ZERO COMP.
008800 77  WS-RATE-COUNT               PIC 9(03)       VALUE ZERO COMP.
008900 77  WS-RATE-MAX                 PIC 9(03)       VALUE 50 COMP.
009000 77  WS-RT-IX                    PIC 9(03)       VALUE ZERO COMP.
010000 77  WS-THIS-COST                PIC 9(09)V99    VALUE ZERO.
010100 77  WS-BEST-COST                PIC 9(09)V99    VALUE ZERO.
010200 77  WS-BEST-CARRIER             PIC X(08)       VALUE SPACES.
010210 77  WS-THIS-BASE-COST           PIC 9(09)V99    VALUE ZERO.
010220 77  WS-BEST-BASE-COST           PIC 9(09)V99    VALUE ZERO.
010230 77  WS-BEST-CURRENCY            PIC X(03)       VALUE SPACES.
010240 77  WS-BEST-RATE                PIC 9(05)V9(06) VALUE ZERO.
010250 77  WS-BEST-RATE-DATE           PIC 9(08)       VALUE ZERO.
010260 77  WS-RUN-DATE                 PIC 9(08)       VALUE ZERO.
010270 77  WS-BASE-CURRENCY            PIC X(03)       VALUE SPACES.
010280 77  WS-MANIFEST-WRITTEN         PIC 9(09)       VALUE ZERO COMP.
010290 77  WS-MANIFEST-HASH            PIC 9(12)       VALUE ZERO COMP.
010291 77  WS-COMPANY                  PIC X(02)       VALUE SPACES.
010292 77  WS-COMPANY-COUNT            PIC 9(02)       VALUE ZERO COMP.
010293 77  WS-COMPANY-MAX              PIC 9(02)       VALUE 10 COMP.
010294 77  WS-CO-IX                    PIC 9(02)       VALUE ZERO COMP.
010295 77  WS-CO-MATCH-IX              PIC 9(02)       VALUE ZERO COMP.
010296 77  WS-CS-COUNT                 PIC 9(03)       VALUE ZERO COMP.
010297 77  WS-CS-MAX                   PIC 9(03)       VALUE 100 COMP.
010298 77  WS-CS-IX                    PIC 9(03)       VALUE ZERO COMP.
010299 77  WS-ALL-COST                 PIC 9(11)V99    VALUE ZERO.
010300 01  WS-RATE-TABLE.
010400     05  WS-RT-ENTRY OCCURS 50.
010500         10  WS-RT-CARRIER       PIC X(08).
010700         10  WS-RT-HIGH          PIC 9(09).
010800         10  WS-RT-RATE          PIC 9(05)V99.
010900         10  WS-RT-MINIMUM       PIC 9(05)V99.
010910         10  WS-RT-CURRENCY      PIC X(03).
011000 01  WS-SPEND-TABLE.
011100     05  WS-SP-ENTRY OCCURS 50.
011200         10  WS-SP-CARRIER       PIC X(08).
011300         10  WS-SP-COST          PIC 9(11)V99.
011310 01  WS-COMPANY-TABLE.
011320     05  WS-CO-ENTRY OCCURS 10.
011330         10  WS-CO-COMPANY       PIC X(02).
011340         10  WS-CO-COST          PIC 9(11)V99.
011350 01  WS-COMPANY-SPEND-TABLE.
011360     05  WS-CS-ENTRY OCCURS 100.
011370         10  WS-CS-COMPANY       PIC X(02).
011380         10  WS-CS-CARRIER       PIC X(08).
011390         10  WS-CS-COST          PIC 9(11)V99.
011391 01  WS-SPEND-ROW.
011392     05  WS-SR-MONTH             PIC 9(06).
011393     05  FILLER                  PIC X(01)       VALUE SPACE.
011394     05  WS-SR-CARRIER           PIC X(08).
011395     05  FILLER                  PIC X(01)       VALUE SPACE.
011396     05  WS-SR-COST              PIC 9(09)V99.
011397     05  FILLER                  PIC X(01)       VALUE SPACE.
011398     05  WS-SR-CURRENCY          PIC X(03).
011399     05  FILLER                  PIC X(01)       VALUE SPACE.
011400     05  WS-SR-CARRIER-COST      PIC 9(09)V99.
011401     05  FILLER                  PIC X(01)       VALUE SPACE.
011402     05  WS-SR-FX-RATE           PIC 9(05)V9(06).
011403     05  FILLER                  PIC X(01)       VALUE SPACE.
011404     05  WS-SR-RATE-DATE         PIC 9(08).
011405     05  FILLER                  PIC X(01)       VALUE SPACE.
011406     05  WS-SR-COMPANY           PIC X(02).
011407 01  WS-QUOTE-LINE.
011500     05  FILLER                  PIC X(10)       VALUE
011600             "CONTAINER ".
011700     05  WS-QL-CONTAINER         PIC 9(03).
012000     05  WS-QL-CARRIER           PIC X(08).
012100     05  FILLER                  PIC X(06)       VALUE " COST ".
012200     05  WS-QL-COST              PIC Z(08)9.99.
012207     05  FILLER                  PIC X(05)       VALUE " CUR ".
012214     05  WS-QL-CURRENCY          PIC X(03).
012221     05  FILLER                  PIC X(06)       VALUE " BASE ".
012228     05  WS-QL-BASE-COST         PIC Z(08)9.99.
012235     05  FILLER                  PIC X(01)       VALUE SPACE.
012242     05  WS-QL-BASE-CURRENCY     PIC X(03).
012249     05  FILLER                  PIC X(06)       VALUE " RATE ".
012256     05  WS-QL-RATE              PIC Z(04)9.9(06).
012263     05  FILLER                  PIC X(04)       VALUE " OF ".
012270     05  WS-QL-RATE-DATE         PIC 9(08).
012277     05  FILLER                  PIC X(08)       VALUE SPACES.
012284     05  WS-QL-NO-RATE           PIC X(07)       VALUE SPACES.
012300 01  WS-RECOMMEND-LINE.
012400     05  FILLER                  PIC X(10)       VALUE
012500             "CONTAINER ".
012900     05  WS-RC-CARRIER           PIC X(08).
013000     05  FILLER                  PIC X(06)       VALUE " COST ".
013100     05  WS-RC-COST              PIC Z(08)9.99.
013109     05  FILLER                  PIC X(05)       VALUE " CUR ".
013118     05  WS-RC-CURRENCY          PIC X(03).
013127     05  FILLER                  PIC X(06)       VALUE " BASE ".
013136     05  WS-RC-BASE-COST         PIC Z(08)9.99.
013145     05  FILLER                  PIC X(01)       VALUE SPACE.
013154     05  WS-RC-BASE-CURRENCY     PIC X(03).
013163     05  FILLER                  PIC X(06)       VALUE " RATE ".
013172     05  WS-RC-RATE              PIC Z(04)9.9(06).
013181     05  FILLER                  PIC X(04)       VALUE " OF ".
013190     05  WS-RC-RATE-DATE         PIC 9(08).
013195     05  FILLER                  PIC X(04)       VALUE " CO=".
013196     05  WS-RC-COMPANY           PIC X(02).
013200 01  WS-NO-CARRIER-LINE.
013300     05  FILLER                  PIC X(10)       VALUE
013400             "CONTAINER ".
013900     05  FILLER                  PIC X(26)       VALUE
014000             "CARRIER SPEND FOR MONTH   ".
014100     05  WS-SH-MONTH             PIC 9(06).
014110     05  FILLER                  PIC X(18)       VALUE
014120             " IN BASE CURRENCY ".
014130     05  WS-SH-CURRENCY          PIC X(03).
014200 01  WS-SUMMARY-LINE.
014300     05  FILLER                  PIC X(08)       VALUE
014400             "CARRIER ".
014500     05  WS-SM-CARRIER           PIC X(08).
014600     05  FILLER                  PIC X(07)       VALUE " SPEND ".
014700     05  WS-SM-COST              PIC Z(10)9.99.
014701 01  WS-COMPANY-HEADER.
014702     05  FILLER                  PIC X(08)       VALUE
014703             "COMPANY ".
014704     05  WS-CH-COMPANY           PIC X(02).
014705 01  WS-CONSOLIDATED-HEADER.
014706     05  FILLER                  PIC X(28)       VALUE
014707             "CONSOLIDATED - ALL COMPANIES".
014708 01  WS-COMPANY-TOTAL-LINE.
014709     05  WS-CT-LABEL             PIC X(08).
014710     05  WS-CT-COMPANY           PIC X(02).
014711     05  FILLER                  PIC X(13)       VALUE
014712             " TOTAL SPEND ".
014713     05  WS-CT-COST              PIC Z(10)9.99.
014715 COPY REFTVER.
014720 COPY FXLKP.
014730 COPY CHNTRLR.
014740 COPY COMPANY.
014750 COPY CALSVC.
014760 COPY PRIORADJ.
014800 PROCEDURE DIVISION.
014900 0000-MAINLINE.
015000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016100         AT END MOVE ZERO TO FT-STATEMENT-MONTH
016200     END-READ
016300     CLOSE FREIGHT-CONTROL-FILE
016310     OPEN OUTPUT FREIGHT-MANIFEST-FILE
016320     MOVE "CARRRATE" TO RTV-TABLE-NAME
016330     CALL "REFTAB-VERSION" USING REFTAB-VERSION-REQUEST
016340     WRITE FM-RECORD FROM RTV-HEADER-LINE
016345     PERFORM 5400-TALLY-MANIFEST THRU 5400-EXIT
016350     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
016360     MOVE SPACES TO FXL-CURRENCY
016370     MOVE WS-RUN-DATE TO FXL-AS-OF-DATE
016380     SET FXL-TO-BASE TO TRUE
016390     MOVE ZERO TO FXL-FOREIGN-AMOUNT
016400     CALL "FX-RATE-SERVICE" USING FX-RATE-REQUEST
016410     MOVE FXL-BASE-CURRENCY TO WS-BASE-CURRENCY
016420     IF FT-STATEMENT-MONTH > ZERO
016430         SET CAL-SVC-GET-PERIOD TO TRUE
016440         COMPUTE CAL-SVC-ARGUMENT = FT-STATEMENT-MONTH * 100 + 1
016450         CALL "CALENDAR-SERVICE" USING CALENDAR-SERVICE-REQUEST
016460         IF CAL-SVC-PERIOD-HARD-CLOSED
016470             SET WS-MONTH-LOCKED TO TRUE
016480         END-IF
016490     END-IF.
016500 1000-EXIT.
016600     EXIT.
016700 2000-LOAD-CARRIER-RATES.
018900     MOVE CR-HIGH-VOLUME TO WS-RT-HIGH(WS-RATE-COUNT)
019000     MOVE CR-RATE-PER-KVOL TO WS-RT-RATE(WS-RATE-COUNT)
019100     MOVE CR-PER-CRATE-MIN TO WS-RT-MINIMUM(WS-RATE-COUNT)
019110     IF CR-CURRENCY = SPACES
019120         MOVE WS-BASE-CURRENCY TO WS-RT-CURRENCY(WS-RATE-COUNT)
019130     ELSE
019140         MOVE CR-CURRENCY TO WS-RT-CURRENCY(WS-RATE-COUNT)
019150     END-IF
019200     PERFORM 2100-READ-RATE THRU 2100-EXIT.
019300 2200-EXIT.
019400     EXIT.
022100         GO TO 3200-EXIT
022200     END-IF
022300     COMPUTE WS-CONTAINER = FUNCTION NUMVAL(LP-RECORD(11:3))
022310     IF LP-RECORD(60:4) = " CO="
022320         AND LP-RECORD(64:2) NOT = SPACES
022330         MOVE LP-RECORD(64:2) TO WS-COMPANY
022340     ELSE
022350         MOVE CMP-PARENT-COMPANY TO WS-COMPANY
022360     END-IF
022400     COMPUTE WS-CRATES = FUNCTION NUMVAL(LP-RECORD(22:4))
022500     COMPUTE WS-USED-VOLUME =
022600         FUNCTION NUMVAL(LP-RECORD(32:9))
022700     MOVE ZERO TO WS-BEST-COST
022710     MOVE ZERO TO WS-BEST-BASE-COST
022800     MOVE SPACES TO WS-BEST-CARRIER
022900     PERFORM 3300-QUOTE-ONE-CARRIER THRU 3300-EXIT
023000         VARYING WS-RT-IX FROM 1 BY 1
023200     IF WS-BEST-CARRIER = SPACES
023300         MOVE WS-CONTAINER TO WS-NC-CONTAINER
023400         WRITE FM-RECORD FROM WS-NO-CARRIER-LINE
023450         PERFORM 5400-TALLY-MANIFEST THRU 5400-EXIT
023500     ELSE
023600         MOVE WS-CONTAINER TO WS-RC-CONTAINER
023700         MOVE WS-BEST-CARRIER TO WS-RC-CARRIER
023800         MOVE WS-BEST-COST TO WS-RC-COST
023810         MOVE WS-BEST-CURRENCY TO WS-RC-CURRENCY
023820         MOVE WS-BEST-BASE-COST TO WS-RC-BASE-COST
023830         MOVE WS-BASE-CURRENCY TO WS-RC-BASE-CURRENCY
023840         MOVE WS-BEST-RATE TO WS-RC-RATE
023850         MOVE WS-BEST-RATE-DATE TO WS-RC-RATE-DATE
023860         MOVE WS-COMPANY TO WS-RC-COMPANY
023900         WRITE FM-RECORD FROM WS-RECOMMEND-LINE
023950         PERFORM 5400-TALLY-MANIFEST THRU 5400-EXIT
024000         PERFORM 4000-POST-SPEND THRU 4000-EXIT
024100     END-IF
024200     PERFORM 3100-READ-PLAN THRU 3100-EXIT.
025600     ELSE
025700         MOVE WS-VOLUME-COST TO WS-THIS-COST
025800     END-IF
025810     MOVE WS-RT-CURRENCY(WS-RT-IX) TO FXL-CURRENCY
025820     MOVE WS-RUN-DATE TO FXL-AS-OF-DATE
025830     SET FXL-TO-BASE TO TRUE
025840     MOVE WS-THIS-COST TO FXL-FOREIGN-AMOUNT
025850     CALL "FX-RATE-SERVICE" USING FX-RATE-REQUEST
025860     MOVE FXL-BASE-AMOUNT TO WS-THIS-BASE-COST
025900     MOVE WS-CONTAINER TO WS-QL-CONTAINER
026000     MOVE WS-RT-CARRIER(WS-RT-IX) TO WS-QL-CARRIER
026100     MOVE WS-THIS-COST TO WS-QL-COST
026109     MOVE WS-RT-CURRENCY(WS-RT-IX) TO WS-QL-CURRENCY
026118     MOVE WS-THIS-BASE-COST TO WS-QL-BASE-COST
026127     MOVE WS-BASE-CURRENCY TO WS-QL-BASE-CURRENCY
026136     MOVE FXL-RATE TO WS-QL-RATE
026145     MOVE FXL-RATE-DATE TO WS-QL-RATE-DATE
026154     IF FXL-NOT-FOUND
026163         MOVE "NO RATE" TO WS-QL-NO-RATE
026172     ELSE
026181         MOVE SPACES TO WS-QL-NO-RATE
026190     END-IF
026200     WRITE FM-RECORD FROM WS-QUOTE-LINE
026205     PERFORM 5400-TALLY-MANIFEST THRU 5400-EXIT
026210     IF FXL-NOT-FOUND
026220         GO TO 3300-EXIT
026230     END-IF
026300     IF WS-BEST-CARRIER = SPACES
026400         OR WS-THIS-BASE-COST < WS-BEST-BASE-COST
026500         MOVE WS-THIS-COST TO WS-BEST-COST
026510         MOVE WS-THIS-BASE-COST TO WS-BEST-BASE-COST
026600         MOVE WS-RT-CARRIER(WS-RT-IX) TO WS-BEST-CARRIER
026610         MOVE WS-RT-CURRENCY(WS-RT-IX) TO WS-BEST-CURRENCY
026620         MOVE FXL-RATE TO WS-BEST-RATE
026630         MOVE FXL-RATE-DATE TO WS-BEST-RATE-DATE
026700     END-IF.
026800 3300-EXIT.
026900     EXIT.
026910*--------------------------------------------------------------
026920* A MONTH THAT IS A HARD-CLOSED ACCOUNTING PERIOD HAS SPEND
026930* FINANCE HAS ALREADY REPORTED, SO THE ROW GOES TO PRIORADJ
026940* FOR FINANCE TO BOOK AS A PRIOR-PERIOD ADJUSTMENT, NOT TO
026950* FRTSPEND.
026960*--------------------------------------------------------------
027000 4000-POST-SPEND.
027010     MOVE FT-STATEMENT-MONTH TO WS-SR-MONTH
027020     MOVE WS-BEST-CARRIER TO WS-SR-CARRIER
027030     MOVE WS-BEST-BASE-COST TO WS-SR-COST
027040     MOVE WS-BEST-CURRENCY TO WS-SR-CURRENCY
027050     MOVE WS-BEST-COST TO WS-SR-CARRIER-COST
027060     MOVE WS-BEST-RATE TO WS-SR-FX-RATE
027070     MOVE WS-BEST-RATE-DATE TO WS-SR-RATE-DATE
027080     MOVE WS-COMPANY TO WS-SR-COMPANY
027090     IF WS-MONTH-LOCKED
027100         PERFORM 4100-DIVERT-SPEND THRU 4100-EXIT
027110         GO TO 4000-EXIT
027120     END-IF
027130     MOVE SPACES TO WS-SPEND-STATUS
027140     OPEN EXTEND FREIGHT-SPEND-FILE
027150     IF NOT WS-SPEND-OK
027160         OPEN OUTPUT FREIGHT-SPEND-FILE
027170     END-IF
027180     WRITE FREIGHT-SPEND-RECORD FROM WS-SPEND-ROW
027190     CLOSE FREIGHT-SPEND-FILE.
027200 4000-EXIT.
027210     EXIT.
027220 4100-DIVERT-SPEND.
027230     MOVE SPACES TO WS-ADJUST-STATUS
027240     OPEN EXTEND PRIOR-ADJUSTMENT-FILE
027250     IF NOT WS-ADJUST-OK
027260         OPEN OUTPUT PRIOR-ADJUSTMENT-FILE
027270     END-IF
027280     MOVE FT-STATEMENT-MONTH TO PA-PERIOD
027290     COMPUTE PA-TRANSACTION-DATE = FT-STATEMENT-MONTH * 100 + 1
027300     MOVE "FREIGHT-COSTING-BATCH" TO PA-SOURCE-PROGRAM
027310     MOVE "FRTSPEND" TO PA-SOURCE-FILE
027320     MOVE WS-COMPANY TO PA-COMPANY
027330     MOVE WS-RUN-DATE TO PA-DIVERTED-DATE
027340     MOVE WS-SPEND-ROW TO PA-IMAGE
027350     WRITE PJ-RECORD FROM PRIOR-PERIOD-ADJUSTMENT
027360     CLOSE PRIOR-ADJUSTMENT-FILE
027370     ADD 1 TO WS-SPEND-DIVERTED.
027380 4100-EXIT.
027390     EXIT.
028310*--------------------------------------------------------------
028320* THE MONTH'S SPEND: EACH COMPANY'S CARRIERS AND COMPANY TOTAL,
028330* THEN THE CONSOLIDATED PAGE - EVERY CARRIER ACROSS ALL
028340* COMPANIES AND THE GRAND TOTAL. A FRTSPEND ROW FROM BEFORE
028350* THE COMPANY CODE IS THE PARENT COMPANY'S.
028360*--------------------------------------------------------------
028400 5000-WRITE-MONTH-SUMMARY.
028500     MOVE SPACES TO WS-SPEND-STATUS
028600     OPEN INPUT FREIGHT-SPEND-FILE
029200         UNTIL WS-SPEND-EOF
029300     CLOSE FREIGHT-SPEND-FILE
029400     MOVE FT-STATEMENT-MONTH TO WS-SH-MONTH
029410     MOVE WS-BASE-CURRENCY TO WS-SH-CURRENCY
029500     WRITE FM-RECORD FROM WS-SUMMARY-HEADER
029550     PERFORM 5400-TALLY-MANIFEST THRU 5400-EXIT
029560     PERFORM 5500-WRITE-ONE-COMPANY THRU 5500-EXIT
029570         VARYING WS-CO-IX FROM 1 BY 1
029580         UNTIL WS-CO-IX > WS-COMPANY-COUNT
029590     WRITE FM-RECORD FROM WS-CONSOLIDATED-HEADER
029595     PERFORM 5400-TALLY-MANIFEST THRU 5400-EXIT
029600     PERFORM 5300-WRITE-ONE-CARRIER THRU 5300-EXIT
029700         VARYING WS-SP-IX FROM 1 BY 1
029800         UNTIL WS-SP-IX > WS-SPEND-COUNT
029810     MOVE ZERO TO WS-ALL-COST
029820     PERFORM 5600-ADD-COMPANY-TOTAL THRU 5600-EXIT
029830         VARYING WS-CO-IX FROM 1 BY 1
029840         UNTIL WS-CO-IX > WS-COMPANY-COUNT
029850     MOVE "ALL     " TO WS-CT-LABEL
029860     MOVE CMP-ALL-COMPANIES TO WS-CT-COMPANY
029870     MOVE WS-ALL-COST TO WS-CT-COST
029880     WRITE FM-RECORD FROM WS-COMPANY-TOTAL-LINE
029890     PERFORM 5400-TALLY-MANIFEST THRU 5400-EXIT.
029900 5000-EXIT.
030000     EXIT.
030100 5100-READ-SPEND.
032100         IF WS-MATCH-IX > ZERO
032200             ADD FS-COST TO WS-SP-COST(WS-MATCH-IX)
032300         END-IF
032310         IF FS-COMPANY = SPACES
032320             MOVE CMP-PARENT-COMPANY TO WS-COMPANY
032330         ELSE
032340             MOVE FS-COMPANY TO WS-COMPANY
032350         END-IF
032360         PERFORM 5220-POST-COMPANY-SPEND THRU 5220-EXIT
032400     END-IF
032500     PERFORM 5100-READ-SPEND THRU 5100-EXIT.
032600 5200-EXIT.
033100     END-IF.
033200 5210-EXIT.
033300     EXIT.
033310 5220-POST-COMPANY-SPEND.
033311     MOVE ZERO TO WS-CO-MATCH-IX
033312     PERFORM 5230-SCAN-COMPANY THRU 5230-EXIT
033313         VARYING WS-CO-IX FROM 1 BY 1
033314         UNTIL WS-CO-IX > WS-COMPANY-COUNT
033315            OR WS-CO-MATCH-IX > ZERO
033316     IF WS-CO-MATCH-IX = ZERO
033317         AND WS-COMPANY-COUNT < WS-COMPANY-MAX
033318         ADD 1 TO WS-COMPANY-COUNT
033319         MOVE WS-COMPANY-COUNT TO WS-CO-MATCH-IX
033320         MOVE WS-COMPANY TO WS-CO-COMPANY(WS-CO-MATCH-IX)
033321         MOVE ZERO TO WS-CO-COST(WS-CO-MATCH-IX)
033322     END-IF
033323     IF WS-CO-MATCH-IX > ZERO
033324         ADD FS-COST TO WS-CO-COST(WS-CO-MATCH-IX)
033325     END-IF
033326     MOVE ZERO TO WS-MATCH-IX
033327     PERFORM 5240-SCAN-COMPANY-SPEND THRU 5240-EXIT
033328         VARYING WS-CS-IX FROM 1 BY 1
033329         UNTIL WS-CS-IX > WS-CS-COUNT
033330            OR WS-MATCH-IX > ZERO
033331     IF WS-MATCH-IX = ZERO
033332         AND WS-CS-COUNT < WS-CS-MAX
033333         ADD 1 TO WS-CS-COUNT
033334         MOVE WS-CS-COUNT TO WS-MATCH-IX
033335         MOVE WS-COMPANY TO WS-CS-COMPANY(WS-MATCH-IX)
033336         MOVE FS-CARRIER TO WS-CS-CARRIER(WS-MATCH-IX)
033337         MOVE ZERO TO WS-CS-COST(WS-MATCH-IX)
033338     END-IF
033339     IF WS-MATCH-IX > ZERO
033340         ADD FS-COST TO WS-CS-COST(WS-MATCH-IX)
033341     END-IF.
033342 5220-EXIT.
033343     EXIT.
033344 5230-SCAN-COMPANY.
033345     IF WS-CO-COMPANY(WS-CO-IX) = WS-COMPANY
033346         MOVE WS-CO-IX TO WS-CO-MATCH-IX
033347     END-IF.
033348 5230-EXIT.
033349     EXIT.
033350 5240-SCAN-COMPANY-SPEND.
033351     IF WS-CS-COMPANY(WS-CS-IX) = WS-COMPANY
033352         AND WS-CS-CARRIER(WS-CS-IX) = FS-CARRIER
033353         MOVE WS-CS-IX TO WS-MATCH-IX
033354     END-IF.
033355 5240-EXIT.
033356     EXIT.
033400 5300-WRITE-ONE-CARRIER.
033500     MOVE WS-SP-CARRIER(WS-SP-IX) TO WS-SM-CARRIER
033600     MOVE WS-SP-COST(WS-SP-IX) TO WS-SM-COST
033700     WRITE FM-RECORD FROM WS-SUMMARY-LINE
033750     PERFORM 5400-TALLY-MANIFEST THRU 5400-EXIT.
033800 5300-EXIT.
033900     EXIT.
033910 5400-TALLY-MANIFEST.
033920     ADD 1 TO WS-MANIFEST-WRITTEN
033930     COMPUTE WS-MANIFEST-HASH = FUNCTION MOD(
033940         WS-MANIFEST-HASH + WS-MANIFEST-WRITTEN
033950             * FUNCTION ORD(FM-RECORD(1:1))
033960         1000000000000).
033970 5400-EXIT.
033980     EXIT.
033981 5500-WRITE-ONE-COMPANY.
033982     MOVE WS-CO-COMPANY(WS-CO-IX) TO WS-CH-COMPANY
033983     WRITE FM-RECORD FROM WS-COMPANY-HEADER
033984     PERFORM 5400-TALLY-MANIFEST THRU 5400-EXIT
033985     PERFORM 5510-WRITE-COMPANY-CARRIER THRU 5510-EXIT
033986         VARYING WS-CS-IX FROM 1 BY 1
033987         UNTIL WS-CS-IX > WS-CS-COUNT
033988     MOVE "COMPANY " TO WS-CT-LABEL
033989     MOVE WS-CO-COMPANY(WS-CO-IX) TO WS-CT-COMPANY
033990     MOVE WS-CO-COST(WS-CO-IX) TO WS-CT-COST
033991     WRITE FM-RECORD FROM WS-COMPANY-TOTAL-LINE
033992     PERFORM 5400-TALLY-MANIFEST THRU 5400-EXIT.
033993 5500-EXIT.
033994     EXIT.
033995 5510-WRITE-COMPANY-CARRIER.
033996     IF WS-CS-COMPANY(WS-CS-IX) NOT = WS-CO-COMPANY(WS-CO-IX)
033997         GO TO 5510-EXIT
033998     END-IF
033999     MOVE WS-CS-CARRIER(WS-CS-IX) TO WS-SM-CARRIER
034000     MOVE WS-CS-COST(WS-CS-IX) TO WS-SM-COST
034001     WRITE FM-RECORD FROM WS-SUMMARY-LINE
034002     PERFORM 5400-TALLY-MANIFEST THRU 5400-EXIT.
034003 5510-EXIT.
034004     EXIT.
034005 5600-ADD-COMPANY-TOTAL.
034006     ADD WS-CO-COST(WS-CO-IX) TO WS-ALL-COST.
034007 5600-EXIT.
034008     EXIT.
034018 9000-TERMINATE.
034100     CLOSE FREIGHT-MANIFEST-FILE
034101     IF WS-SPEND-DIVERTED > ZERO
034102         DISPLAY "FREIGHT-COSTING-BATCH: MONTH "
034103             FT-STATEMENT-MONTH " IS HARD-CLOSED, "
034104             WS-SPEND-DIVERTED " SPEND ROWS TO PRIORADJ"
034105     END-IF
034110     MOVE "FRTMANIF" TO CHN-FILE-NAME
034120     MOVE "PROD" TO CHN-ROLE
034130     MOVE "FRTCOST " TO CHN-PROGRAM-ID
034140     MOVE WS-MANIFEST-WRITTEN TO CHN-RECORD-COUNT
034150     MOVE WS-MANIFEST-HASH TO CHN-HASH-TOTAL
034160     CALL "CHAIN-TRAILER" USING CHAIN-TRAILER-REQUEST.
034200 9000-EXIT.
034300     EXIT.
034400 END PROGRAM FREIGHT-COSTING-BATCH.
