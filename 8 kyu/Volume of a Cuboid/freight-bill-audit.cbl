000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FREIGHT-BILL-AUDIT.
000300 AUTHOR. LOGISTICS-PLANNING.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-09-17.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-09-17  LGP  INITIAL VERSION - FREIGHT-BILL AUDIT FOR
001000*                    ACCOUNTS PAYABLE. FREIGHT-COSTING-BATCH
001100*                    KNOWS WHAT EACH CONTAINER SHOULD COST, BUT
001200*                    THE CARRIER'S BILL WAS PAID AS RENDERED.
001300*                    EACH FRTINV CARRIER INVOICE LINE (CARRIER,
001400*                    INVOICE, SHIPMENT - THE LOADPLAN CONTAINER
001500*                    NUMBER - BILLED WEIGHT AND VOLUME,
001600*                    ACCESSORIALS, AMOUNT) IS RE-RATED FROM THE
001700*                    CARRIER'S CARRRATE BRACKET FOR THE
001800*                    CONTAINER'S PLANNED LOADPLAN VOLUME, BY THE
001900*                    SAME RULE THE COSTING RUN USES. BILLED
002000*                    VOLUME OVER PLAN, BILLED WEIGHT OVER THE
002100*                    DIMENSIONAL WEIGHT OF THE PLANNED VOLUME,
002200*                    AND ACCESSORIALS OVER THE FAUDCTL ALLOWANCE
002300*                    ARE CALLED OUT. A LINE WITHIN TOLERANCE OF
002400*                    THE RE-RATED AMOUNT GOES TO FRTAPPR TO BE
002500*                    PAID IN FULL; ONE OVER IS SHORT-PAID AT THE
002600*                    RE-RATED AMOUNT (FRTAPPR) AND THE VARIANCE
002700*                    DISPUTED WITH ITS REASON (FRTDISP). A
002800*                    SHIPMENT NOT ON THE PLAN, NOT RATEABLE, OR
002900*                    BILLED TWICE IS DISPUTED IN FULL. FRTAUDR
003000*                    SUMMARISES EACH CARRIER'S BILLING ACCURACY.
003010*   2026-10-01  LGP  FRTAUDR'S HEADER IS FOLLOWED BY THE CARRRATE
003020*                    VERSION THE BILLS WERE RE-RATED ON
003030*                    (REFTAB-VERSION).
003040*   2026-10-15  LGP  CARRRATE ROWS ARE READ THROUGH THE CARRRATE
003041*                    COPYBOOK (48 BYTES, WITH THE CARRIER'S
003042*                    CURRENCY; BLANK IS BASE). FRTINV LINES CARRY
003043*                    THE COMPANY (BLANK IS THE PARENT) AND THE
003044*                    INVOICE DATE; FRTAPPR AND FRTDISP CARRY THE
003045*                    CURRENCY THE BILL WAS RE-RATED IN AND THE
003046*                    COMPANY. AN INVOICE DATED INTO A HARD-CLOSED
003047*                    ACCOUNTING PERIOD (CALENDAR-SERVICE PERIOD
003048*                    STATUS) IS NOT AUDITED FOR PAYMENT BUT
003049*                    APPENDED TO PRIORADJ AS A PRIOR-PERIOD
003050*                    ADJUSTMENT, AND FRTAUDR SAYS HOW MANY.
003100*--------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT AUDIT-CONTROL-FILE ASSIGN TO "FAUDCTL"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-CONTROL-STATUS.
003900     SELECT LOAD-PLAN-FILE ASSIGN TO "LOADPLAN"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-PLAN-STATUS.
004200     SELECT CARRIER-RATE-FILE ASSIGN TO "CARRRATE"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-RATE-STATUS.
004500     SELECT CARRIER-INVOICE-FILE ASSIGN TO "FRTINV"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-INVOICE-STATUS.
004800     SELECT APPROVED-PAY-FILE ASSIGN TO "FRTAPPR"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-APPROVED-STATUS.
005100     SELECT DISPUTE-FILE ASSIGN TO "FRTDISP"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-DISPUTE-STATUS.
005400     SELECT AUDIT-REPORT-FILE ASSIGN TO "FRTAUDR"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-REPORT-STATUS.
005610     SELECT PRIOR-ADJUSTMENT-FILE ASSIGN TO "PRIORADJ"
005620         ORGANIZATION IS LINE SEQUENTIAL
005630         FILE STATUS IS WS-ADJUST-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  AUDIT-CONTROL-FILE.
006000 01  AUDIT-CONTROL-CARD.
006100     05  AC-TOLERANCE            PIC 9(03)V99.
006200     05  FILLER                  PIC X(01).
006300     05  AC-DIM-FACTOR           PIC 9(05).
006400     05  FILLER                  PIC X(01).
006500     05  AC-ACCESSORIAL-ALLOW    PIC 9(05)V99.
006600 FD  LOAD-PLAN-FILE.
006700 01  LP-RECORD                   PIC X(80).
006800 FD  CARRIER-RATE-FILE.
006900 COPY CARRRATE.
007900 FD  CARRIER-INVOICE-FILE.
008000 01  CARRIER-INVOICE-RECORD.
008100     05  FI-CARRIER              PIC X(08).
008200     05  FILLER                  PIC X(01).
008300     05  FI-INVOICE-ID           PIC X(10).
008400     05  FILLER                  PIC X(01).
008500     05  FI-SHIPMENT-ID          PIC 9(03).
008600     05  FILLER                  PIC X(01).
008700     05  FI-BILLED-WEIGHT        PIC 9(07).
008800     05  FILLER                  PIC X(01).
008900     05  FI-BILLED-VOLUME        PIC 9(09).
009000     05  FILLER                  PIC X(01).
009100     05  FI-ACCESSORIALS         PIC 9(05)V99.
009200     05  FILLER                  PIC X(01).
009300     05  FI-AMOUNT               PIC 9(07)V99.
009310     05  FILLER                  PIC X(01).
009320     05  FI-COMPANY              PIC X(02).
009330     05  FILLER                  PIC X(01).
009340     05  FI-INVOICE-DATE         PIC 9(08).
009400 FD  APPROVED-PAY-FILE.
009500 01  APPROVED-PAY-RECORD.
009600     05  FA-CARRIER              PIC X(08).
009700     05  FILLER                  PIC X(01).
009800     05  FA-INVOICE-ID           PIC X(10).
009900     05  FILLER                  PIC X(01).
010000     05  FA-SHIPMENT-ID          PIC 9(03).
010100     05  FILLER                  PIC X(01).
010200     05  FA-BILLED-AMOUNT        PIC 9(07)V99.
010300     05  FILLER                  PIC X(01).
010400     05  FA-PAY-AMOUNT           PIC 9(07)V99.
010500     05  FILLER                  PIC X(01).
010600     05  FA-PAY-TYPE             PIC X(01).
010700         88  FA-PAID-IN-FULL                 VALUE 'F'.
010800         88  FA-SHORT-PAID                   VALUE 'S'.
010810     05  FILLER                  PIC X(01).
010820     05  FA-CURRENCY             PIC X(03).
010830     05  FILLER                  PIC X(01).
010840     05  FA-COMPANY              PIC X(02).
010900 FD  DISPUTE-FILE.
011000 01  DISPUTE-RECORD.
011100     05  FD-CARRIER              PIC X(08).
011200     05  FILLER                  PIC X(01).
011300     05  FD-INVOICE-ID           PIC X(10).
011400     05  FILLER                  PIC X(01).
011500     05  FD-SHIPMENT-ID          PIC 9(03).
011600     05  FILLER                  PIC X(01).
011700     05  FD-BILLED-AMOUNT        PIC 9(07)V99.
011800     05  FILLER                  PIC X(01).
011900     05  FD-ALLOWED-AMOUNT       PIC 9(07)V99.
012000     05  FILLER                  PIC X(01).
012100     05  FD-VARIANCE             PIC 9(07)V99.
012200     05  FILLER                  PIC X(01).
012300     05  FD-REASON               PIC X(26).
012310     05  FILLER                  PIC X(01).
012320     05  FD-CURRENCY             PIC X(03).
012330     05  FILLER                  PIC X(01).
012340     05  FD-COMPANY              PIC X(02).
012400 FD  AUDIT-REPORT-FILE.
012500 01  AR-RECORD                   PIC X(80).
012510 FD  PRIOR-ADJUSTMENT-FILE.
012520 01  PJ-RECORD                   PIC X(268).
012600 WORKING-STORAGE SECTION.
012700 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
012800     88  WS-CONTROL-OK                           VALUE '00'.
012900 77  WS-PLAN-STATUS              PIC X(02)       VALUE SPACES.
013000     88  WS-PLAN-OK                              VALUE '00'.
013100     88  WS-PLAN-EOF                             VALUE '10'.
013200 77  WS-RATE-STATUS              PIC X(02)       VALUE SPACES.
013300     88  WS-RATE-OK                              VALUE '00'.
013400     88  WS-RATE-EOF                             VALUE '10'.
013500 77  WS-INVOICE-STATUS           PIC X(02)       VALUE SPACES.
013600     88  WS-INVOICE-OK                           VALUE '00'.
013700     88  WS-INVOICE-EOF                          VALUE '10'.
013800 77  WS-APPROVED-STATUS          PIC X(02)       VALUE SPACES.
013900     88  WS-APPROVED-OK                          VALUE '00'.
014000 77  WS-DISPUTE-STATUS           PIC X(02)       VALUE SPACES.
014100     88  WS-DISPUTE-OK                           VALUE '00'.
014200 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
014300     88  WS-REPORT-OK                            VALUE '00'.
014310 77  WS-ADJUST-STATUS            PIC X(02)       VALUE SPACES.
014320     88  WS-ADJUST-OK                            VALUE '00'.
014400 77  WS-RATE-COUNT               PIC 9(03)       VALUE ZERO COMP.
014500 77  WS-RATE-MAX                 PIC 9(03)       VALUE 50 COMP.
014600 77  WS-RT-IX                    PIC 9(03)       VALUE ZERO COMP.
014700 77  WS-PLAN-COUNT               PIC 9(03)       VALUE ZERO COMP.
014800 77  WS-PLAN-MAX                 PIC 9(03)       VALUE 100 COMP.
014900 77  WS-PL-IX                    PIC 9(03)       VALUE ZERO COMP.
015000 77  WS-BILLED-COUNT             PIC 9(04)       VALUE ZERO COMP.
015100 77  WS-BILLED-MAX               PIC 9(04)       VALUE 1000 COMP.
015200 77  WS-BL-IX                    PIC 9(04)       VALUE ZERO COMP.
015300 77  WS-CARRIER-COUNT            PIC 9(03)       VALUE ZERO COMP.
015400 77  WS-CARRIER-MAX              PIC 9(03)       VALUE 50 COMP.
015500 77  WS-CA-IX                    PIC 9(03)       VALUE ZERO COMP.
015600 77  WS-MATCH-IX                 PIC 9(04)       VALUE ZERO COMP.
015700 77  WS-INVOICES-READ            PIC 9(06)       VALUE ZERO COMP.
015710 77  WS-BILLS-DIVERTED           PIC 9(06)       VALUE ZERO COMP.
015800 77  WS-TOLERANCE                PIC 9(03)V99    VALUE 1.00.
015900 77  WS-DIM-FACTOR               PIC 9(05)       VALUE 5000.
016000 77  WS-ACCESSORIAL-ALLOW        PIC 9(05)V99    VALUE ZERO.
016100 77  WS-CONTAINER                PIC 9(03)       VALUE ZERO.
016200 77  WS-PLAN-CRATES              PIC 9(04)       VALUE ZERO.
016300 77  WS-PLAN-VOLUME              PIC 9(09)       VALUE ZERO.
016400 77  WS-DIM-WEIGHT               PIC 9(07)       VALUE ZERO.
016500 77  WS-VOLUME-COST              PIC 9(09)V99    VALUE ZERO.
016600 77  WS-MINIMUM-COST             PIC 9(09)V99    VALUE ZERO.
016700 77  WS-RERATED-AMOUNT           PIC 9(09)V99    VALUE ZERO.
016800 77  WS-ALLOWED-ACCESSORIAL      PIC 9(05)V99    VALUE ZERO.
016900 77  WS-ALLOWED-AMOUNT           PIC 9(09)V99    VALUE ZERO.
017000 77  WS-VARIANCE                 PIC 9(09)V99    VALUE ZERO.
017010 77  WS-PAY-AMOUNT               PIC 9(09)V99    VALUE ZERO.
017020 77  WS-PAY-TYPE                 PIC X(01)       VALUE SPACE.
017100 77  WS-ACCURACY-PCT             PIC 9(03)V9     VALUE ZERO.
017200 77  WS-REASON                   PIC X(26)       VALUE SPACES.
017210 77  WS-RUN-DATE                 PIC 9(08)       VALUE ZERO.
017220 77  WS-BASE-CURRENCY            PIC X(03)       VALUE SPACES.
017230 77  WS-BILL-CURRENCY            PIC X(03)       VALUE SPACES.
017240 77  WS-BILL-COMPANY             PIC X(02)       VALUE SPACES.
017300 77  WS-RATED-SW                 PIC X(01)       VALUE 'N'.
017400     88  WS-RATED                                VALUE 'Y'.
017500 01  WS-PLAN-TABLE.
017600     05  WS-PL-ENTRY OCCURS 100.
017700         10  WS-PL-CONTAINER     PIC 9(03).
017800         10  WS-PL-CRATES        PIC 9(04).
017900         10  WS-PL-VOLUME        PIC 9(09).
018000 01  WS-RATE-TABLE.
018100     05  WS-RT-ENTRY OCCURS 50.
018200         10  WS-RT-CARRIER       PIC X(08).
018300         10  WS-RT-LOW           PIC 9(09).
018400         10  WS-RT-HIGH          PIC 9(09).
018500         10  WS-RT-RATE          PIC 9(05)V99.
018600         10  WS-RT-MINIMUM       PIC 9(05)V99.
018610         10  WS-RT-CURRENCY      PIC X(03).
018700 01  WS-BILLED-TABLE.
018800     05  WS-BL-ENTRY OCCURS 1000.
018900         10  WS-BL-CARRIER       PIC X(08).
019000         10  WS-BL-SHIPMENT-ID   PIC 9(03).
019100 01  WS-CARRIER-TABLE.
019200     05  WS-CA-ENTRY OCCURS 51.
019300         10  WS-CA-CARRIER       PIC X(08).
019400         10  WS-CA-BILLS         PIC 9(05).
019500         10  WS-CA-CLEAN         PIC 9(05).
019600         10  WS-CA-DISPUTED      PIC 9(05).
019700         10  WS-CA-BILLED        PIC 9(09)V99.
019800         10  WS-CA-APPROVED      PIC 9(09)V99.
019900         10  WS-CA-VARIANCE      PIC 9(09)V99.
020000 01  WS-GRAND-TOTALS.
020100     05  WS-GT-BILLS             PIC 9(05).
020200     05  WS-GT-CLEAN             PIC 9(05).
020300     05  WS-GT-DISPUTED          PIC 9(05).
020400     05  WS-GT-BILLED            PIC 9(09)V99.
020500     05  WS-GT-APPROVED          PIC 9(09)V99.
020600     05  WS-GT-VARIANCE          PIC 9(09)V99.
020700 01  WS-REPORT-HEADER.
020800     05  FILLER                  PIC X(40)       VALUE
020900             "FREIGHT BILL AUDIT - CARRIER ACCURACY".
021000 01  WS-REPORT-COLUMNS.
021100     05  FILLER                  PIC X(40)       VALUE
021200             "CARRIER  BILLS CLEAN DISP        BILLED ".
021300     05  FILLER                  PIC X(40)       VALUE
021400             "     APPROVED      DISPUTED  ACC%".
021500 01  WS-CARRIER-LINE.
021600     05  WS-CL-CARRIER           PIC X(08).
021700     05  FILLER                  PIC X(01)       VALUE SPACE.
021800     05  WS-CL-BILLS             PIC ZZZZ9.
021900     05  FILLER                  PIC X(01)       VALUE SPACE.
022000     05  WS-CL-CLEAN             PIC ZZZZ9.
022100     05  FILLER                  PIC X(01)       VALUE SPACE.
022200     05  WS-CL-DISPUTED          PIC ZZZ9.
022300     05  FILLER                  PIC X(01)       VALUE SPACE.
022400     05  WS-CL-BILLED            PIC Z(09)9.99.
022500     05  FILLER                  PIC X(01)       VALUE SPACE.
022600     05  WS-CL-APPROVED          PIC Z(09)9.99.
022700     05  FILLER                  PIC X(01)       VALUE SPACE.
022800     05  WS-CL-VARIANCE          PIC Z(09)9.99.
022900     05  FILLER                  PIC X(01)       VALUE SPACE.
023000     05  WS-CL-ACCURACY          PIC ZZ9.9.
023001 01  WS-DIVERTED-LINE.
023002     05  FILLER                  PIC X(40)       VALUE
023003             "BILLS IN CLOSED PERIODS TO PRIORADJ".
023004     05  WS-DL-BILLS             PIC ZZZZZ9.
023010 COPY REFTVER.
023011 COPY FXLKP.
023012 COPY COMPANY.
023013 COPY CALSVC.
023014 COPY PRIORADJ.
023100 PROCEDURE DIVISION.
023200 0000-MAINLINE.
023300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023400     PERFORM 2000-LOAD-LOAD-PLAN THRU 2000-EXIT.
023500     PERFORM 2500-LOAD-CARRIER-RATES THRU 2500-EXIT.
023600     PERFORM 3000-AUDIT-INVOICES THRU 3000-EXIT.
023700     PERFORM 5000-WRITE-ACCURACY THRU 5000-EXIT.
023800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023900     STOP RUN.
024000 0000-EXIT.
024100     EXIT.
024200 1000-INITIALIZE.
024300     MOVE SPACES TO AUDIT-CONTROL-CARD
024400     OPEN INPUT AUDIT-CONTROL-FILE
024500     IF WS-CONTROL-OK
024600         READ AUDIT-CONTROL-FILE
024700             AT END MOVE SPACES TO AUDIT-CONTROL-CARD
024800         END-READ
024900         CLOSE AUDIT-CONTROL-FILE
025000     END-IF
025100     IF AC-TOLERANCE IS NUMERIC
025200         MOVE AC-TOLERANCE TO WS-TOLERANCE
025300     END-IF
025400     IF AC-DIM-FACTOR IS NUMERIC AND AC-DIM-FACTOR > ZERO
025500         MOVE AC-DIM-FACTOR TO WS-DIM-FACTOR
025600     END-IF
025700     IF AC-ACCESSORIAL-ALLOW IS NUMERIC
025800         MOVE AC-ACCESSORIAL-ALLOW TO WS-ACCESSORIAL-ALLOW
025900     END-IF
026000     MOVE ZERO TO WS-GRAND-TOTALS
026001     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
026002     MOVE SPACES TO FXL-CURRENCY
026003     MOVE WS-RUN-DATE TO FXL-AS-OF-DATE
026004     SET FXL-TO-BASE TO TRUE
026005     MOVE ZERO TO FXL-FOREIGN-AMOUNT
026006     CALL "FX-RATE-SERVICE" USING FX-RATE-REQUEST
026007     MOVE FXL-BASE-CURRENCY TO WS-BASE-CURRENCY
026010     COMPUTE WS-CA-IX = WS-CARRIER-MAX + 1
026020     MOVE "*OTHERS*" TO WS-CA-CARRIER(WS-CA-IX)
026030     MOVE ZERO TO WS-CA-BILLS(WS-CA-IX)
026040     MOVE ZERO TO WS-CA-CLEAN(WS-CA-IX)
026050     MOVE ZERO TO WS-CA-DISPUTED(WS-CA-IX)
026060     MOVE ZERO TO WS-CA-BILLED(WS-CA-IX)
026070     MOVE ZERO TO WS-CA-APPROVED(WS-CA-IX)
026080     MOVE ZERO TO WS-CA-VARIANCE(WS-CA-IX)
026100     OPEN OUTPUT APPROVED-PAY-FILE
026200     OPEN OUTPUT DISPUTE-FILE
026300     OPEN OUTPUT AUDIT-REPORT-FILE.
026400 1000-EXIT.
026500     EXIT.
026600*--------------------------------------------------------------
026700* THE CONTAINER SUMMARY LINES ON LOADPLAN, AS THE COSTING RUN
026800* READS THEM: CRATE COUNT AT COLUMN 22, USED VOLUME AT 32.
026900*--------------------------------------------------------------
027000 2000-LOAD-LOAD-PLAN.
027100     OPEN INPUT LOAD-PLAN-FILE
027200     IF NOT WS-PLAN-OK
027300         GO TO 2000-EXIT
027400     END-IF
027500     PERFORM 2100-READ-PLAN THRU 2100-EXIT
027600     PERFORM 2200-STORE-ONE-CONTAINER THRU 2200-EXIT
027700         UNTIL WS-PLAN-EOF
027800            OR WS-PLAN-COUNT >= WS-PLAN-MAX
027900     CLOSE LOAD-PLAN-FILE.
028000 2000-EXIT.
028100     EXIT.
028200 2100-READ-PLAN.
028300     READ LOAD-PLAN-FILE
028400         AT END SET WS-PLAN-EOF TO TRUE
028500     END-READ.
028600 2100-EXIT.
028700     EXIT.
028800 2200-STORE-ONE-CONTAINER.
028900     IF LP-RECORD(1:10) = "CONTAINER "
029000         AND LP-RECORD(14:8) = " CRATES="
029100         ADD 1 TO WS-PLAN-COUNT
029200         COMPUTE WS-PL-CONTAINER(WS-PLAN-COUNT) =
029300             FUNCTION NUMVAL(LP-RECORD(11:3))
029400         COMPUTE WS-PL-CRATES(WS-PLAN-COUNT) =
029500             FUNCTION NUMVAL(LP-RECORD(22:4))
029600         COMPUTE WS-PL-VOLUME(WS-PLAN-COUNT) =
029700             FUNCTION NUMVAL(LP-RECORD(32:9))
029800     END-IF
029900     PERFORM 2100-READ-PLAN THRU 2100-EXIT.
030000 2200-EXIT.
030100     EXIT.
030200 2500-LOAD-CARRIER-RATES.
030300     OPEN INPUT CARRIER-RATE-FILE
030400     IF NOT WS-RATE-OK
030500         GO TO 2500-EXIT
030600     END-IF
030700     PERFORM 2600-READ-RATE THRU 2600-EXIT
030800     PERFORM 2700-STORE-ONE-RATE THRU 2700-EXIT
030900         UNTIL WS-RATE-EOF
031000            OR WS-RATE-COUNT >= WS-RATE-MAX
031100     CLOSE CARRIER-RATE-FILE.
031200 2500-EXIT.
031300     EXIT.
031400 2600-READ-RATE.
031500     READ CARRIER-RATE-FILE
031600         AT END SET WS-RATE-EOF TO TRUE
031700     END-READ.
031800 2600-EXIT.
031900     EXIT.
032000 2700-STORE-ONE-RATE.
032100     ADD 1 TO WS-RATE-COUNT
032200     MOVE CR-CARRIER TO WS-RT-CARRIER(WS-RATE-COUNT)
032300     MOVE CR-LOW-VOLUME TO WS-RT-LOW(WS-RATE-COUNT)
032400     MOVE CR-HIGH-VOLUME TO WS-RT-HIGH(WS-RATE-COUNT)
032500     MOVE CR-RATE-PER-KVOL TO WS-RT-RATE(WS-RATE-COUNT)
032600     MOVE CR-PER-CRATE-MIN TO WS-RT-MINIMUM(WS-RATE-COUNT)
032610     IF CR-CURRENCY = SPACES
032620         MOVE WS-BASE-CURRENCY TO WS-RT-CURRENCY(WS-RATE-COUNT)
032630     ELSE
032640         MOVE CR-CURRENCY TO WS-RT-CURRENCY(WS-RATE-COUNT)
032650     END-IF
032700     PERFORM 2600-READ-RATE THRU 2600-EXIT.
032800 2700-EXIT.
032900     EXIT.
033000 3000-AUDIT-INVOICES.
033100     OPEN INPUT CARRIER-INVOICE-FILE
033200     IF NOT WS-INVOICE-OK
033300         GO TO 3000-EXIT
033400     END-IF
033500     PERFORM 3100-READ-INVOICE THRU 3100-EXIT
033600     PERFORM 3200-AUDIT-ONE-INVOICE THRU 3200-EXIT
033700         UNTIL WS-INVOICE-EOF
033800     CLOSE CARRIER-INVOICE-FILE.
033900 3000-EXIT.
034000     EXIT.
034100 3100-READ-INVOICE.
034200     READ CARRIER-INVOICE-FILE
034300         AT END SET WS-INVOICE-EOF TO TRUE
034400     END-READ
034500     IF NOT WS-INVOICE-EOF
034600         ADD 1 TO WS-INVOICES-READ
034700     END-IF.
034800 3100-EXIT.
034900     EXIT.
035000*--------------------------------------------------------------
035100* A BILL THAT CANNOT BE RE-RATED AT ALL IS DISPUTED IN FULL.
035200* OTHERWISE THE FIRST VARIANCE FOUND NAMES THE REASON, AND THE
035300* AMOUNT DECIDES: WITHIN TOLERANCE OF THE RE-RATED AMOUNT PAYS
035400* AS BILLED, OVER IT IS SHORT-PAID. AN INVOICE DATED INTO A
035410* HARD-CLOSED PERIOD IS NOT AUDITED AT ALL: IT GOES TO PRIORADJ.
035420* THE CURRENCY IS THE CARRIER'S FIRST CARRRATE ROW'S UNTIL THE
035430* RE-RATE FINDS THE BRACKET.
035500*--------------------------------------------------------------
035600 3200-AUDIT-ONE-INVOICE.
035601     IF FI-COMPANY = SPACES
035602         MOVE CMP-PARENT-COMPANY TO WS-BILL-COMPANY
035603     ELSE
035604         MOVE FI-COMPANY TO WS-BILL-COMPANY
035605     END-IF
035606     PERFORM 3250-CHECK-PERIOD THRU 3250-EXIT
035607     IF CAL-SVC-PERIOD-HARD-CLOSED
035608         PERFORM 3260-DIVERT-INVOICE THRU 3260-EXIT
035609         GO TO 3200-NEXT
035610     END-IF
035611     MOVE WS-BASE-CURRENCY TO WS-BILL-CURRENCY
035612     MOVE ZERO TO WS-MATCH-IX
035613     PERFORM 3270-SCAN-CURRENCY THRU 3270-EXIT
035614         VARYING WS-RT-IX FROM 1 BY 1
035615         UNTIL WS-RT-IX > WS-RATE-COUNT
035616            OR WS-MATCH-IX > ZERO
035700     PERFORM 3300-POST-CARRIER THRU 3300-EXIT
035800     IF FI-AMOUNT IS NOT NUMERIC
035900         OR FI-SHIPMENT-ID IS NOT NUMERIC
036000         OR FI-BILLED-WEIGHT IS NOT NUMERIC
036100         OR FI-BILLED-VOLUME IS NOT NUMERIC
036200         OR FI-ACCESSORIALS IS NOT NUMERIC
036300         MOVE ZERO TO WS-ALLOWED-AMOUNT
036400         MOVE "INVOICE LINE NOT NUMERIC" TO WS-REASON
036500         PERFORM 3800-WRITE-FULL-DISPUTE THRU 3800-EXIT
036600         GO TO 3200-NEXT
036700     END-IF
036800     ADD FI-AMOUNT TO WS-CA-BILLED(WS-CA-IX)
036900     ADD FI-AMOUNT TO WS-GT-BILLED
037000     PERFORM 3400-CHECK-DUPLICATE THRU 3400-EXIT
037100     IF WS-MATCH-IX > ZERO
037200         MOVE ZERO TO WS-ALLOWED-AMOUNT
037300         MOVE "DUPLICATE BILL" TO WS-REASON
037400         PERFORM 3800-WRITE-FULL-DISPUTE THRU 3800-EXIT
037500         GO TO 3200-NEXT
037600     END-IF
037700     MOVE ZERO TO WS-MATCH-IX
037800     PERFORM 3510-SCAN-PLAN THRU 3510-EXIT
037900         VARYING WS-PL-IX FROM 1 BY 1
038000         UNTIL WS-PL-IX > WS-PLAN-COUNT
038100            OR WS-MATCH-IX > ZERO
038200     IF WS-MATCH-IX = ZERO
038300         MOVE ZERO TO WS-ALLOWED-AMOUNT
038400         MOVE "SHIPMENT NOT ON LOADPLAN" TO WS-REASON
038500         PERFORM 3800-WRITE-FULL-DISPUTE THRU 3800-EXIT
038600         GO TO 3200-NEXT
038700     END-IF
038800     MOVE WS-PL-CONTAINER(WS-MATCH-IX) TO WS-CONTAINER
038900     MOVE WS-PL-CRATES(WS-MATCH-IX) TO WS-PLAN-CRATES
039000     MOVE WS-PL-VOLUME(WS-MATCH-IX) TO WS-PLAN-VOLUME
039100     PERFORM 3600-RERATE-SHIPMENT THRU 3600-EXIT
039200     IF NOT WS-RATED
039300         MOVE ZERO TO WS-ALLOWED-AMOUNT
039400         MOVE "NO CARRRATE FOR VOLUME" TO WS-REASON
039500         PERFORM 3800-WRITE-FULL-DISPUTE THRU 3800-EXIT
039600         GO TO 3200-NEXT
039700     END-IF
039800     PERFORM 3700-FIND-VARIANCE THRU 3700-EXIT
039900     IF FI-AMOUNT <= WS-ALLOWED-AMOUNT + WS-TOLERANCE
040000         ADD 1 TO WS-CA-CLEAN(WS-CA-IX)
040100         ADD 1 TO WS-GT-CLEAN
040200         ADD FI-AMOUNT TO WS-CA-APPROVED(WS-CA-IX)
040300         ADD FI-AMOUNT TO WS-GT-APPROVED
040400         MOVE FI-AMOUNT TO WS-PAY-AMOUNT
040500         MOVE 'F' TO WS-PAY-TYPE
040600         PERFORM 3900-WRITE-APPROVED THRU 3900-EXIT
040700         GO TO 3200-NEXT
040800     END-IF
040900     IF WS-REASON = SPACES
041000         MOVE "AMOUNT OVER RE-RATE" TO WS-REASON
041100     END-IF
041200     ADD WS-ALLOWED-AMOUNT TO WS-CA-APPROVED(WS-CA-IX)
041300     ADD WS-ALLOWED-AMOUNT TO WS-GT-APPROVED
041400     MOVE WS-ALLOWED-AMOUNT TO WS-PAY-AMOUNT
041500     MOVE 'S' TO WS-PAY-TYPE
041600     PERFORM 3900-WRITE-APPROVED THRU 3900-EXIT
041700     PERFORM 3850-WRITE-DISPUTE THRU 3850-EXIT.
041800 3200-NEXT.
041900     PERFORM 3100-READ-INVOICE THRU 3100-EXIT.
042000 3200-EXIT.
042100     EXIT.
042110 3250-CHECK-PERIOD.
042120     MOVE SPACE TO CAL-SVC-PERIOD-STATUS
042130     IF FI-INVOICE-DATE IS NOT NUMERIC
042140         OR FI-INVOICE-DATE = ZERO
042150         GO TO 3250-EXIT
042160     END-IF
042170     SET CAL-SVC-GET-PERIOD TO TRUE
042180     MOVE FI-INVOICE-DATE TO CAL-SVC-ARGUMENT
042190     CALL "CALENDAR-SERVICE" USING CALENDAR-SERVICE-REQUEST.
042191 3250-EXIT.
042192     EXIT.
042193 3260-DIVERT-INVOICE.
042194     MOVE SPACES TO WS-ADJUST-STATUS
042195     OPEN EXTEND PRIOR-ADJUSTMENT-FILE
042196     IF NOT WS-ADJUST-OK
042197         OPEN OUTPUT PRIOR-ADJUSTMENT-FILE
042198     END-IF
042199     DIVIDE FI-INVOICE-DATE BY 100 GIVING PA-PERIOD
042200     MOVE FI-INVOICE-DATE TO PA-TRANSACTION-DATE
042201     MOVE "FREIGHT-BILL-AUDIT" TO PA-SOURCE-PROGRAM
042202     MOVE "FRTINV" TO PA-SOURCE-FILE
042203     MOVE WS-BILL-COMPANY TO PA-COMPANY
042204     MOVE WS-RUN-DATE TO PA-DIVERTED-DATE
042205     MOVE CARRIER-INVOICE-RECORD TO PA-IMAGE
042206     WRITE PJ-RECORD FROM PRIOR-PERIOD-ADJUSTMENT
042207     CLOSE PRIOR-ADJUSTMENT-FILE
042208     ADD 1 TO WS-BILLS-DIVERTED.
042209 3260-EXIT.
042210     EXIT.
042211 3270-SCAN-CURRENCY.
042212     IF WS-RT-CARRIER(WS-RT-IX) = FI-CARRIER
042213         MOVE WS-RT-CURRENCY(WS-RT-IX) TO WS-BILL-CURRENCY
042214         MOVE WS-RT-IX TO WS-MATCH-IX
042215     END-IF.
042216 3270-EXIT.
042217     EXIT.
042218 3300-POST-CARRIER.
042300     ADD 1 TO WS-GT-BILLS
042400     MOVE ZERO TO WS-MATCH-IX
042500     PERFORM 3310-SCAN-CARRIERS THRU 3310-EXIT
042600         VARYING WS-CA-IX FROM 1 BY 1
042700         UNTIL WS-CA-IX > WS-CARRIER-COUNT
042800            OR WS-MATCH-IX > ZERO
042900     IF WS-MATCH-IX = ZERO
043000         AND WS-CARRIER-COUNT < WS-CARRIER-MAX
043100         ADD 1 TO WS-CARRIER-COUNT
043200         MOVE WS-CARRIER-COUNT TO WS-MATCH-IX
043300         MOVE FI-CARRIER TO WS-CA-CARRIER(WS-MATCH-IX)
043400         MOVE ZERO TO WS-CA-BILLS(WS-MATCH-IX)
043500         MOVE ZERO TO WS-CA-CLEAN(WS-MATCH-IX)
043600         MOVE ZERO TO WS-CA-DISPUTED(WS-MATCH-IX)
043700         MOVE ZERO TO WS-CA-BILLED(WS-MATCH-IX)
043800         MOVE ZERO TO WS-CA-APPROVED(WS-MATCH-IX)
043900         MOVE ZERO TO WS-CA-VARIANCE(WS-MATCH-IX)
044600     END-IF
044610     IF WS-MATCH-IX = ZERO
044620         COMPUTE WS-MATCH-IX = WS-CARRIER-MAX + 1
044630     END-IF
044700     MOVE WS-MATCH-IX TO WS-CA-IX
044800     ADD 1 TO WS-CA-BILLS(WS-CA-IX).
044900 3300-EXIT.
045000     EXIT.
045100 3310-SCAN-CARRIERS.
045200     IF WS-CA-CARRIER(WS-CA-IX) = FI-CARRIER
045300         MOVE WS-CA-IX TO WS-MATCH-IX
045400     END-IF.
045500 3310-EXIT.
045600     EXIT.
045700*--------------------------------------------------------------
045800* THE SAME CARRIER BILLING THE SAME SHIPMENT AGAIN IS A
045900* DUPLICATE, WHATEVER THE INVOICE NUMBER SAYS.
046000*--------------------------------------------------------------
046100 3400-CHECK-DUPLICATE.
046200     MOVE ZERO TO WS-MATCH-IX
046300     PERFORM 3410-SCAN-BILLED THRU 3410-EXIT
046400         VARYING WS-BL-IX FROM 1 BY 1
046500         UNTIL WS-BL-IX > WS-BILLED-COUNT
046600            OR WS-MATCH-IX > ZERO
046700     IF WS-MATCH-IX = ZERO
046800         AND WS-BILLED-COUNT < WS-BILLED-MAX
046900         ADD 1 TO WS-BILLED-COUNT
047000         MOVE FI-CARRIER TO WS-BL-CARRIER(WS-BILLED-COUNT)
047100         MOVE FI-SHIPMENT-ID
047200             TO WS-BL-SHIPMENT-ID(WS-BILLED-COUNT)
047300     END-IF.
047400 3400-EXIT.
047500     EXIT.
047600 3410-SCAN-BILLED.
047700     IF WS-BL-CARRIER(WS-BL-IX) = FI-CARRIER
047800         AND WS-BL-SHIPMENT-ID(WS-BL-IX) = FI-SHIPMENT-ID
047900         MOVE WS-BL-IX TO WS-MATCH-IX
048000     END-IF.
048100 3410-EXIT.
048200     EXIT.
048300 3510-SCAN-PLAN.
048400     IF WS-PL-CONTAINER(WS-PL-IX) = FI-SHIPMENT-ID
048500         MOVE WS-PL-IX TO WS-MATCH-IX
048600     END-IF.
048700 3510-EXIT.
048800     EXIT.
048900*--------------------------------------------------------------
049000* SAME RULE AS FREIGHT-COSTING-BATCH: THE BILLING CARRIER'S
049100* BRACKET COVERING THE PLANNED VOLUME, VOLUME TIMES THE RATE
049200* PER THOUSAND OR THE PER-CRATE MINIMUM, WHICHEVER IS GREATER.
049300*--------------------------------------------------------------
049400 3600-RERATE-SHIPMENT.
049500     MOVE 'N' TO WS-RATED-SW
049600     MOVE ZERO TO WS-RERATED-AMOUNT
049700     PERFORM 3610-TRY-ONE-RATE THRU 3610-EXIT
049800         VARYING WS-RT-IX FROM 1 BY 1
049900         UNTIL WS-RT-IX > WS-RATE-COUNT
050000            OR WS-RATED.
050100 3600-EXIT.
050200     EXIT.
050300 3610-TRY-ONE-RATE.
050400     IF WS-RT-CARRIER(WS-RT-IX) NOT = FI-CARRIER
050500         OR WS-PLAN-VOLUME < WS-RT-LOW(WS-RT-IX)
050600         OR WS-PLAN-VOLUME > WS-RT-HIGH(WS-RT-IX)
050700         GO TO 3610-EXIT
050800     END-IF
050900     COMPUTE WS-VOLUME-COST ROUNDED =
051000         WS-PLAN-VOLUME * WS-RT-RATE(WS-RT-IX) / 1000
051100     COMPUTE WS-MINIMUM-COST =
051200         WS-PLAN-CRATES * WS-RT-MINIMUM(WS-RT-IX)
051300     IF WS-MINIMUM-COST > WS-VOLUME-COST
051400         MOVE WS-MINIMUM-COST TO WS-RERATED-AMOUNT
051500     ELSE
051600         MOVE WS-VOLUME-COST TO WS-RERATED-AMOUNT
051700     END-IF
051710     MOVE WS-RT-CURRENCY(WS-RT-IX) TO WS-BILL-CURRENCY
051800     SET WS-RATED TO TRUE.
051900 3610-EXIT.
052000     EXIT.
052100*--------------------------------------------------------------
052200* DIMENSIONAL WEIGHT OF THE PLANNED VOLUME, ROUNDED UP TO THE
052300* NEXT WHOLE UNIT AS THE CARRIERS ROUND IT.
052400*--------------------------------------------------------------
052500 3700-FIND-VARIANCE.
052600     MOVE SPACES TO WS-REASON
052700     COMPUTE WS-DIM-WEIGHT =
052800         (WS-PLAN-VOLUME + WS-DIM-FACTOR - 1) / WS-DIM-FACTOR
052900     IF FI-ACCESSORIALS > WS-ACCESSORIAL-ALLOW
053000         MOVE WS-ACCESSORIAL-ALLOW TO WS-ALLOWED-ACCESSORIAL
053100     ELSE
053200         MOVE FI-ACCESSORIALS TO WS-ALLOWED-ACCESSORIAL
053300     END-IF
053400     COMPUTE WS-ALLOWED-AMOUNT =
053500         WS-RERATED-AMOUNT + WS-ALLOWED-ACCESSORIAL
053600     EVALUATE TRUE
053700         WHEN FI-BILLED-WEIGHT > WS-DIM-WEIGHT
053800             MOVE "DIM WEIGHT OVER PLAN" TO WS-REASON
053900         WHEN FI-BILLED-VOLUME > WS-PLAN-VOLUME
054000             MOVE "BILLED VOLUME OVER PLAN" TO WS-REASON
054100         WHEN FI-ACCESSORIALS > WS-ACCESSORIAL-ALLOW
054200             MOVE "ACCESSORIALS OVER ALLOWANCE" TO WS-REASON
054300     END-EVALUATE.
054400 3700-EXIT.
054500     EXIT.
054600 3800-WRITE-FULL-DISPUTE.
054700     IF FI-AMOUNT IS NUMERIC
054800         MOVE FI-AMOUNT TO WS-VARIANCE
054900     ELSE
055000         MOVE ZERO TO WS-VARIANCE
055100     END-IF
055200     PERFORM 3860-WRITE-DISPUTE-LINE THRU 3860-EXIT.
055300 3800-EXIT.
055400     EXIT.
055500 3850-WRITE-DISPUTE.
055600     COMPUTE WS-VARIANCE = FI-AMOUNT - WS-ALLOWED-AMOUNT
055700     PERFORM 3860-WRITE-DISPUTE-LINE THRU 3860-EXIT.
055800 3850-EXIT.
055900     EXIT.
056000 3860-WRITE-DISPUTE-LINE.
056100     ADD 1 TO WS-CA-DISPUTED(WS-CA-IX)
056200     ADD 1 TO WS-GT-DISPUTED
056300     ADD WS-VARIANCE TO WS-CA-VARIANCE(WS-CA-IX)
056400     ADD WS-VARIANCE TO WS-GT-VARIANCE
056500     MOVE SPACES TO DISPUTE-RECORD
056600     MOVE FI-CARRIER TO FD-CARRIER
056700     MOVE FI-INVOICE-ID TO FD-INVOICE-ID
056800     IF FI-SHIPMENT-ID IS NUMERIC
056900         MOVE FI-SHIPMENT-ID TO FD-SHIPMENT-ID
057000     ELSE
057100         MOVE ZERO TO FD-SHIPMENT-ID
057200     END-IF
057300     IF FI-AMOUNT IS NUMERIC
057400         MOVE FI-AMOUNT TO FD-BILLED-AMOUNT
057500     ELSE
057600         MOVE ZERO TO FD-BILLED-AMOUNT
057700     END-IF
057800     MOVE WS-ALLOWED-AMOUNT TO FD-ALLOWED-AMOUNT
057900     MOVE WS-VARIANCE TO FD-VARIANCE
058000     MOVE WS-REASON TO FD-REASON
058010     MOVE WS-BILL-CURRENCY TO FD-CURRENCY
058020     MOVE WS-BILL-COMPANY TO FD-COMPANY
058100     WRITE DISPUTE-RECORD.
058200 3860-EXIT.
058300     EXIT.
058400 3900-WRITE-APPROVED.
058410     MOVE SPACES TO APPROVED-PAY-RECORD
058500     MOVE FI-CARRIER TO FA-CARRIER
058600     MOVE FI-INVOICE-ID TO FA-INVOICE-ID
058700     MOVE FI-SHIPMENT-ID TO FA-SHIPMENT-ID
058800     MOVE FI-AMOUNT TO FA-BILLED-AMOUNT
058900     MOVE WS-PAY-AMOUNT TO FA-PAY-AMOUNT
059000     MOVE WS-PAY-TYPE TO FA-PAY-TYPE
059010     MOVE WS-BILL-CURRENCY TO FA-CURRENCY
059020     MOVE WS-BILL-COMPANY TO FA-COMPANY
059400     WRITE APPROVED-PAY-RECORD.
059500 3900-EXIT.
059600     EXIT.
059700*--------------------------------------------------------------
059800* ACCURACY IS THE SHARE OF A CARRIER'S BILLS PAID AS RENDERED.
059900*--------------------------------------------------------------
060000 5000-WRITE-ACCURACY.
060100     WRITE AR-RECORD FROM WS-REPORT-HEADER
060110     MOVE "CARRRATE" TO RTV-TABLE-NAME
060120     CALL "REFTAB-VERSION" USING REFTAB-VERSION-REQUEST
060130     WRITE AR-RECORD FROM RTV-HEADER-LINE
060200     WRITE AR-RECORD FROM WS-REPORT-COLUMNS
060300     PERFORM 5100-WRITE-ONE-CARRIER THRU 5100-EXIT
060400         VARYING WS-CA-IX FROM 1 BY 1
060500         UNTIL WS-CA-IX > WS-CARRIER-COUNT
060510     COMPUTE WS-CA-IX = WS-CARRIER-MAX + 1
060520     IF WS-CA-BILLS(WS-CA-IX) > ZERO
060530         PERFORM 5100-WRITE-ONE-CARRIER THRU 5100-EXIT
060540     END-IF
060600     MOVE "ALL" TO WS-CL-CARRIER
060700     MOVE WS-GT-BILLS TO WS-CL-BILLS
060800     MOVE WS-GT-CLEAN TO WS-CL-CLEAN
060900     MOVE WS-GT-DISPUTED TO WS-CL-DISPUTED
061000     MOVE WS-GT-BILLED TO WS-CL-BILLED
061100     MOVE WS-GT-APPROVED TO WS-CL-APPROVED
061200     MOVE WS-GT-VARIANCE TO WS-CL-VARIANCE
061300     MOVE ZERO TO WS-ACCURACY-PCT
061400     IF WS-GT-BILLS > ZERO
061500         COMPUTE WS-ACCURACY-PCT ROUNDED =
061600             WS-GT-CLEAN * 100 / WS-GT-BILLS
061700     END-IF
061800     MOVE WS-ACCURACY-PCT TO WS-CL-ACCURACY
061900     WRITE AR-RECORD FROM WS-CARRIER-LINE
061910     IF WS-BILLS-DIVERTED > ZERO
061920         MOVE WS-BILLS-DIVERTED TO WS-DL-BILLS
061930         WRITE AR-RECORD FROM WS-DIVERTED-LINE
061940     END-IF.
062000 5000-EXIT.
062100     EXIT.
062200 5100-WRITE-ONE-CARRIER.
062300     MOVE WS-CA-CARRIER(WS-CA-IX) TO WS-CL-CARRIER
062400     MOVE WS-CA-BILLS(WS-CA-IX) TO WS-CL-BILLS
062500     MOVE WS-CA-CLEAN(WS-CA-IX) TO WS-CL-CLEAN
062600     MOVE WS-CA-DISPUTED(WS-CA-IX) TO WS-CL-DISPUTED
062700     MOVE WS-CA-BILLED(WS-CA-IX) TO WS-CL-BILLED
062800     MOVE WS-CA-APPROVED(WS-CA-IX) TO WS-CL-APPROVED
062900     MOVE WS-CA-VARIANCE(WS-CA-IX) TO WS-CL-VARIANCE
063000     MOVE ZERO TO WS-ACCURACY-PCT
063100     IF WS-CA-BILLS(WS-CA-IX) > ZERO
063200         COMPUTE WS-ACCURACY-PCT ROUNDED =
063300             WS-CA-CLEAN(WS-CA-IX) * 100 / WS-CA-BILLS(WS-CA-IX)
063400     END-IF
063500     MOVE WS-ACCURACY-PCT TO WS-CL-ACCURACY
063600     WRITE AR-RECORD FROM WS-CARRIER-LINE.
063700 5100-EXIT.
063800     EXIT.
063900 9000-TERMINATE.
064000     CLOSE APPROVED-PAY-FILE
064100     CLOSE DISPUTE-FILE
064200     CLOSE AUDIT-REPORT-FILE.
064300 9000-EXIT.
064400     EXIT.
064500 END PROGRAM FREIGHT-BILL-AUDIT.
