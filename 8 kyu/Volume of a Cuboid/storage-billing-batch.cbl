000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STORAGE-BILLING-BATCH.
000300 AUTHOR. WAREHOUSE-SYSTEMS.
000400 INSTALLATION. SHIPPING.
000500 DATE-WRITTEN. 2026-09-17.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-09-17  WHS  INITIAL VERSION - MONTHLY STORAGE BILLING
001000*                    BY CUBIC-VOLUME-DAYS, REPLACING THE FLAT
001100*                    PER-PALLET CHARGE. EVERY STAY ON THE STGLEDG
001200*                    STORAGE LEDGER THAT OVERLAPS THE STGCTL
001300*                    BILLING MONTH (THE PREVIOUS CALENDAR MONTH
001400*                    WHEN ABSENT) IS CHARGED ITS VOLUME TIMES
001500*                    THE DAYS IN STORE THAT MONTH AT ITS ZONE'S
001600*                    STGRATE RATE PER THOUSAND VOLUME-DAYS. THE
001700*                    RECEIPT DAY IS BILLED AND THE RELEASE DAY IS
001800*                    NOT; A SAME-DAY STAY IS BILLED ONE DAY. DAYS
001900*                    PAST THE ZONE'S LONG-STAY THRESHOLD (COUNTED
002000*                    FROM RECEIPT) CARRY THE LONG-STAY SURCHARGE
002100*                    PERCENTAGE ON TOP, AND A CRATE WHOSE MONTH
002200*                    COMES TO LESS THAN THE ZONE'S MINIMUM IS
002300*                    CHARGED THE MINIMUM. STGINV CARRIES ONE
002400*                    INVOICE PER CUSTOMER (IN CUSTOMER ORDER,
002500*                    CRATE DETAIL THEN TOTALS); STGOCC SUMMARISES
002600*                    SPACE OCCUPANCY BY WAREHOUSE ZONE - CRATES
002700*                    AND VOLUME IN STORE AT MONTH END, VOLUME-
002800*                    DAYS, AVERAGE OCCUPIED VOLUME AND PERCENT OF
002900*                    ZONE CAPACITY - AND LISTS ANY STAY LEFT
003000*                    UNBILLED BECAUSE ITS ZONE HAS NO RATE.
003010*   2026-10-15  WHS  THE INVOICE HEADER CARRIES THE SHARED
003020*                    MASTER CUSTOMER ID BESIDE THE STORAGE ONE,
003030*                    LOOKED UP ON CUSTXREF THROUGH CUSTOMER-XREF
003040*                    UNDER SOURCE STORAGE (BLANK UNTIL CUSTOMER-
003050*                    MATCH HAS REGISTERED THE CUSTOMER).
003053*   2026-10-15  WHS  INVOICES IN THE CUSTOMER'S OWN CURRENCY.
003056*                    CHARGES ARE STILL RATED IN BASE CURRENCY;
003059*                    THE HEADER NOW NAMES THE CUSTOMER'S
003062*                    CURRENCY (CUSTMAST, THROUGH CUSTOMER-XREF)
003065*                    AND A FOREIGN-CURRENCY INVOICE CLOSES WITH
003068*                    ITS TOTAL IN THAT CURRENCY AND THE FXRATE
003071*                    RATE AND RATE DATE USED, TAKEN AT THE LAST
003074*                    DAY OF THE BILLING MONTH (FX-RATE-SERVICE).
003077*                    SUCH AN INVOICE IS ALSO APPENDED TO THE
003080*                    FXITEMS RECEIVABLES REGISTER FOR MONTH-END
003083*                    REVALUATION; ONE WHOSE CURRENCY HAS NO RATE
003086*                    IS BILLED IN BASE AND SAYS SO.
003087*   2026-10-15  WHS  INVOICES BY COMPANY. A CUSTOMER'S STAYS ARE
003088*                    INVOICED SEPARATELY FOR EACH COMPANY THAT
003089*                    OWNS THEM (SL-COMPANY, BLANK MEANS THE
003090*                    PARENT COMPANY); STGINV RUNS IN COMPANY THEN
003091*                    CUSTOMER ORDER AND THE INVOICE HEADER NAMES
003092*                    THE COMPANY.
003093*   2026-10-15  WHS  EVERY INVOICE WITH A CHARGE, IN ANY
003094*                    CURRENCY, IS ALSO APPENDED TO THE ARITEMS
003095*                    RECEIVABLES REGISTER (SOURCE STORAGE, KEYED
003096*                    BY STORAGE CUSTOMER ID AND BILLING MONTH,
003101*                    DATED THE MONTH END, AMOUNT IN BASE) FOR
003106*                    THE MONTHLY CUSTOMER STATEMENTS AND DUNNING.
003111*   2026-10-15  WHS  A BILLING MONTH WHOSE ACCOUNTING PERIOD IS
003116*                    HARD-CLOSED (CALENDAR-SERVICE PERIOD STATUS
003121*                    OF THE MONTH END) INVOICES NOTHING: EACH
003126*                    PRICED STAY IS APPENDED TO PRIORADJ AS A
003131*                    PRIOR-PERIOD ADJUSTMENT INSTEAD, NOTHING IS
003136*                    WRITTEN TO STGINV, FXITEMS OR ARITEMS FOR
003141*                    IT, AND STGOCC COUNTS AND TOTALS THEM.
003146*--------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT BILLING-CONTROL-FILE ASSIGN TO "STGCTL"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-CONTROL-STATUS.
003900     SELECT STORAGE-RATE-FILE ASSIGN TO "STGRATE"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-RATE-STATUS.
004200     SELECT STORAGE-LEDGER-FILE ASSIGN TO "STGLEDG"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS SL-KEY
004600         FILE STATUS IS WS-LEDGER-STATUS.
004700     SELECT STORAGE-INVOICE-FILE ASSIGN TO "STGINV"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-INVOICE-STATUS.
005000     SELECT OCCUPANCY-REPORT-FILE ASSIGN TO "STGOCC"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-REPORT-STATUS.
005210     SELECT FX-ITEM-FILE ASSIGN TO "FXITEMS"
005220         ORGANIZATION IS LINE SEQUENTIAL
005230         FILE STATUS IS WS-ITEM-STATUS.
005240     SELECT AR-ITEM-FILE ASSIGN TO "ARITEMS"
005250         ORGANIZATION IS LINE SEQUENTIAL
005260         FILE STATUS IS WS-AR-STATUS.
005270     SELECT PRIOR-ADJUSTMENT-FILE ASSIGN TO "PRIORADJ"
005280         ORGANIZATION IS LINE SEQUENTIAL
005290         FILE STATUS IS WS-ADJUST-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  BILLING-CONTROL-FILE.
005600 01  BILLING-CONTROL-CARD.
005700     05  SC-BILL-MONTH           PIC 9(06).
005800     05  SC-BILL-MONTH-X         REDEFINES SC-BILL-MONTH.
005900         10  SC-BILL-YEAR        PIC 9(04).
006000         10  SC-BILL-MM          PIC 9(02).
006100 FD  STORAGE-RATE-FILE.
006200 01  STORAGE-RATE-RECORD.
006300     05  SR-ZONE                 PIC X(04).
006400     05  FILLER                  PIC X(01).
006500     05  SR-RATE-PER-KVD         PIC 9(03)V9999.
006600     05  FILLER                  PIC X(01).
006700     05  SR-MINIMUM-CHARGE       PIC 9(05)V99.
006800     05  FILLER                  PIC X(01).
006900     05  SR-LONG-STAY-DAYS       PIC 9(04).
007000     05  FILLER                  PIC X(01).
007100     05  SR-SURCHARGE-PCT        PIC 9(03).
007200     05  FILLER                  PIC X(01).
007300     05  SR-CAPACITY             PIC 9(10).
007400 FD  STORAGE-LEDGER-FILE.
007500 COPY STGLEDG.
007600 FD  STORAGE-INVOICE-FILE.
007700 01  SI-RECORD                   PIC X(90).
007800 FD  OCCUPANCY-REPORT-FILE.
007900 01  SO-RECORD                   PIC X(80).
007910 FD  FX-ITEM-FILE.
007920 COPY FXITEM.
007930 FD  AR-ITEM-FILE.
007940 COPY ARITEM.
007950 FD  PRIOR-ADJUSTMENT-FILE.
007960 01  PJ-RECORD                   PIC X(268).
008000 WORKING-STORAGE SECTION.
008100 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
008200     88  WS-CONTROL-OK                           VALUE '00'.
008300 77  WS-RATE-STATUS              PIC X(02)       VALUE SPACES.
008400     88  WS-RATE-OK                              VALUE '00'.
008500     88  WS-RATE-EOF                             VALUE '10'.
008600 77  WS-LEDGER-STATUS            PIC X(02)       VALUE SPACES.
008700     88  WS-LEDGER-OK                            VALUE '00'.
008800 77  WS-INVOICE-STATUS           PIC X(02)       VALUE SPACES.
008900     88  WS-INVOICE-OK                           VALUE '00'.
009000 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
009100     88  WS-REPORT-OK                            VALUE '00'.
009110 77  WS-ITEM-STATUS              PIC X(02)       VALUE SPACES.
009120     88  WS-ITEM-OK                              VALUE '00'.
009130 77  WS-AR-STATUS                PIC X(02)       VALUE SPACES.
009140     88  WS-AR-OK                                VALUE '00'.
009150 77  WS-ADJUST-STATUS            PIC X(02)       VALUE SPACES.
009160     88  WS-ADJUST-OK                            VALUE '00'.
009170 77  WS-ADJUST-OPEN-SW           PIC X(01)       VALUE 'N'.
009180     88  WS-ADJUST-OPEN                          VALUE 'Y'.
009190 77  WS-PERIOD-CLOSED-SW         PIC X(01)       VALUE 'N'.
009195     88  WS-PERIOD-CLOSED                        VALUE 'Y'.
009200 77  WS-WALK-DONE-SW             PIC X(01)       VALUE 'N'.
009300     88  WS-WALK-DONE                            VALUE 'Y'.
009400 77  WS-ZONE-COUNT               PIC 9(03)       VALUE ZERO COMP.
009500 77  WS-ZONE-MAX                 PIC 9(03)       VALUE 50 COMP.
009600 77  WS-ZN-IX                    PIC 9(03)       VALUE ZERO COMP.
009700 77  WS-CUSTOMER-COUNT           PIC 9(03)       VALUE ZERO COMP.
009800 77  WS-CUSTOMER-MAX             PIC 9(03)       VALUE 200 COMP.
009900 77  WS-CU-IX                    PIC 9(03)       VALUE ZERO COMP.
010000 77  WS-DETAIL-COUNT             PIC 9(04)       VALUE ZERO COMP.
010100 77  WS-DETAIL-MAX               PIC 9(04)       VALUE 2000 COMP.
010200 77  WS-DT-IX                    PIC 9(04)       VALUE ZERO COMP.
010300 77  WS-MATCH-IX                 PIC 9(04)       VALUE ZERO COMP.
010400 77  WS-OUTER-SUB                PIC 9(04)       VALUE ZERO COMP.
010500 77  WS-INNER-SUB                PIC 9(04)       VALUE ZERO COMP.
010600 77  WS-STAYS-READ               PIC 9(06)       VALUE ZERO COMP.
010700 77  WS-STAYS-BILLED             PIC 9(06)       VALUE ZERO COMP.
010800 77  WS-STAYS-UNRATED            PIC 9(06)       VALUE ZERO COMP.
010900 77  WS-STAYS-DIVERTED           PIC 9(06)       VALUE ZERO COMP.
010950 77  WS-DIVERTED-CHARGE          PIC 9(11)V99    VALUE ZERO.
011000 77  WS-FIRST-INT                PIC 9(07)       VALUE ZERO.
011100 77  WS-NEXT-INT                 PIC 9(07)       VALUE ZERO.
011200 77  WS-DAYS-IN-MONTH            PIC 9(02)       VALUE ZERO.
011300 77  WS-STAY-START-INT           PIC 9(07)       VALUE ZERO.
011400 77  WS-STAY-END-INT             PIC 9(07)       VALUE ZERO.
011500 77  WS-FROM-INT                 PIC 9(07)       VALUE ZERO.
011600 77  WS-TO-INT                   PIC 9(07)       VALUE ZERO.
011700 77  WS-LONG-FROM-INT            PIC 9(07)       VALUE ZERO.
011800 77  WS-BILL-DAYS                PIC 9(03)       VALUE ZERO.
011900 77  WS-LONG-DAYS                PIC 9(03)       VALUE ZERO.
012000 77  WS-VOLUME-DAYS              PIC 9(11)       VALUE ZERO.
012100 77  WS-BASE-CHARGE              PIC 9(09)V99    VALUE ZERO.
012200 77  WS-SURCHARGE                PIC 9(09)V99    VALUE ZERO.
012300 77  WS-MINIMUM-UPLIFT           PIC 9(07)V99    VALUE ZERO.
012400 77  WS-STAY-CHARGE              PIC 9(09)V99    VALUE ZERO.
012410 77  WS-STAY-COMPANY             PIC X(02)       VALUE SPACES.
012500 77  WS-AVERAGE-VOLUME           PIC 9(12)       VALUE ZERO.
012600 77  WS-CAPACITY-PCT             PIC 9(03)V9     VALUE ZERO.
012700 77  WS-GRAND-CHARGE             PIC 9(11)V99    VALUE ZERO.
012710 77  WS-MONTH-END                PIC 9(08)       VALUE ZERO.
012720 77  WS-BASE-CURRENCY            PIC X(03)       VALUE SPACES.
012800 01  WS-BILL-MONTH               PIC 9(06)       VALUE ZERO.
012900 01  WS-BILL-MONTH-X             REDEFINES WS-BILL-MONTH.
013000     05  WS-BILL-YEAR            PIC 9(04).
013100     05  WS-BILL-MM              PIC 9(02).
013200 01  WS-MONTH-FIRST.
013300     05  WS-MF-YYYYMM            PIC 9(06).
013400     05  WS-MF-DD                PIC 9(02)       VALUE 01.
013500 01  WS-MONTH-FIRST-N            REDEFINES WS-MONTH-FIRST
013600                                 PIC 9(08).
013700 01  WS-NEXT-FIRST.
013800     05  WS-NF-YEAR              PIC 9(04).
013900     05  WS-NF-MM                PIC 9(02).
014000     05  WS-NF-DD                PIC 9(02)       VALUE 01.
014100 01  WS-NEXT-FIRST-N             REDEFINES WS-NEXT-FIRST
014200                                 PIC 9(08).
014300 01  WS-ZONE-TABLE.
014400     05  WS-ZN-ENTRY OCCURS 50.
014500         10  WS-ZN-ZONE          PIC X(04).
014600         10  WS-ZN-RATED-SW      PIC X(01).
014700             88  WS-ZN-RATED                     VALUE 'Y'.
014800         10  WS-ZN-RATE          PIC 9(03)V9999.
014900         10  WS-ZN-MINIMUM       PIC 9(05)V99.
015000         10  WS-ZN-LONG-DAYS     PIC 9(04).
015100         10  WS-ZN-SURCHARGE-PCT PIC 9(03).
015200         10  WS-ZN-CAPACITY      PIC 9(10).
015300         10  WS-ZN-END-CRATES    PIC 9(05).
015400         10  WS-ZN-END-VOLUME    PIC 9(12).
015500         10  WS-ZN-VOLUME-DAYS   PIC 9(13).
015600         10  WS-ZN-CHARGE        PIC 9(11)V99.
015700 01  WS-CUSTOMER-TABLE.
015800     05  WS-CU-ENTRY OCCURS 200.
015810         10  WS-CU-KEY.
015820             15  WS-CU-COMPANY   PIC X(02).
015900             15  WS-CU-CUSTOMER-ID
015910                                 PIC X(10).
016000         10  WS-CU-CRATES        PIC 9(05).
016100         10  WS-CU-VOLUME-DAYS   PIC 9(13).
016200         10  WS-CU-BASE          PIC 9(11)V99.
016300         10  WS-CU-SURCHARGE     PIC 9(11)V99.
016400         10  WS-CU-UPLIFT        PIC 9(11)V99.
016500         10  WS-CU-TOTAL         PIC 9(11)V99.
016600 01  WS-SWAP-HOLD                PIC X(82).
016700 01  WS-DETAIL-TABLE.
016800     05  WS-DT-ENTRY OCCURS 2000.
016810         10  WS-DT-COMPANY       PIC X(02).
016900         10  WS-DT-CUSTOMER-ID   PIC X(10).
017000         10  WS-DT-CRATE-ID      PIC X(10).
017100         10  WS-DT-ZONE          PIC X(04).
017200         10  WS-DT-RECEIPT-DATE  PIC 9(08).
017300         10  WS-DT-RELEASE-DATE  PIC 9(08).
017400         10  WS-DT-DAYS          PIC 9(03).
017500         10  WS-DT-LONG-DAYS     PIC 9(03).
017600         10  WS-DT-VOLUME-DAYS   PIC 9(11).
017700         10  WS-DT-CHARGE        PIC 9(09)V99.
017800 01  WS-INVOICE-HEADER.
017900     05  FILLER                  PIC X(17)       VALUE
018000             "STORAGE INVOICE  ".
018100     05  WS-IH-CUSTOMER-ID       PIC X(10).
018200     05  FILLER                  PIC X(07)       VALUE " MONTH ".
018300     05  WS-IH-MONTH             PIC 9(06).
018400     05  FILLER                  PIC X(08)       VALUE " CRATES ".
018500     05  WS-IH-CRATES            PIC ZZZZ9.
018510     05  FILLER                  PIC X(08)       VALUE
018520             " MASTER ".
018530     05  WS-IH-MASTER-ID         PIC X(10).
018540     05  FILLER                  PIC X(05)       VALUE " CUR ".
018550     05  WS-IH-CURRENCY          PIC X(03).
018560     05  FILLER                  PIC X(04)       VALUE " CO=".
018570     05  WS-IH-COMPANY           PIC X(02).
018600 01  WS-INVOICE-COLUMNS.
018700     05  FILLER                  PIC X(40)       VALUE
018800             "  CRATE      ZONE RECEIVED RELEASED DAYS".
018900     05  FILLER                  PIC X(40)       VALUE
019000             "  VOLUME-DAYS       CHARGE".
019100 01  WS-INVOICE-DETAIL.
019200     05  FILLER                  PIC X(02)       VALUE SPACES.
019300     05  WS-ID-CRATE-ID          PIC X(10).
019400     05  FILLER                  PIC X(01)       VALUE SPACE.
019500     05  WS-ID-ZONE              PIC X(04).
019600     05  FILLER                  PIC X(01)       VALUE SPACE.
019700     05  WS-ID-RECEIPT-DATE      PIC 9(08).
019800     05  FILLER                  PIC X(01)       VALUE SPACE.
019900     05  WS-ID-RELEASE-DATE      PIC X(08).
020000     05  FILLER                  PIC X(01)       VALUE SPACE.
020100     05  WS-ID-DAYS              PIC ZZZ9.
020200     05  FILLER                  PIC X(01)       VALUE SPACE.
020300     05  WS-ID-VOLUME-DAYS       PIC Z(11)9.
020400     05  FILLER                  PIC X(01)       VALUE SPACE.
020500     05  WS-ID-CHARGE            PIC Z(08)9.99.
020600     05  FILLER                  PIC X(01)       VALUE SPACE.
020700     05  WS-ID-LONG-FLAG         PIC X(04).
020800 01  WS-INVOICE-TOTAL-LINE.
020900     05  FILLER                  PIC X(02)       VALUE SPACES.
021000     05  WS-IT-LABEL             PIC X(28).
021100     05  WS-IT-AMOUNT            PIC Z(10)9.99.
021104 01  WS-INVOICE-FX-LINE.
021108     05  FILLER                  PIC X(19)       VALUE
021112             "  INVOICE TOTAL IN ".
021116     05  WS-IF-CURRENCY          PIC X(03).
021120     05  FILLER                  PIC X(08)       VALUE SPACES.
021124     05  WS-IF-AMOUNT            PIC Z(10)9.99.
021128 01  WS-INVOICE-RATE-LINE.
021132     05  FILLER                  PIC X(10)       VALUE
021136             "  AT RATE ".
021140     05  WS-IR-RATE              PIC Z(04)9.9(06).
021144     05  FILLER                  PIC X(01)       VALUE SPACE.
021148     05  WS-IR-BASE-CURRENCY     PIC X(03).
021152     05  FILLER                  PIC X(05)       VALUE " PER ".
021156     05  WS-IR-CURRENCY          PIC X(03).
021160     05  FILLER                  PIC X(04)       VALUE " OF ".
021164     05  WS-IR-RATE-DATE         PIC 9(08).
021168 01  WS-INVOICE-NO-RATE-LINE.
021172     05  FILLER                  PIC X(26)       VALUE
021176             "  NO EXCHANGE RATE ON FILE".
021180     05  FILLER                  PIC X(05)       VALUE " FOR ".
021184     05  WS-IN-CURRENCY          PIC X(03).
021188     05  FILLER                  PIC X(17)       VALUE
021192             " - BILLED IN BASE".
021200 01  WS-OCCUPANCY-HEADER.
021300     05  FILLER                  PIC X(30)       VALUE
021400             "STORAGE OCCUPANCY FOR MONTH   ".
021500     05  WS-OH-MONTH             PIC 9(06).
021600     05  FILLER                  PIC X(07)       VALUE "  DAYS ".
021700     05  WS-OH-DAYS              PIC Z9.
021800 01  WS-UNRATED-LINE.
021810     05  FILLER                  PIC X(09)       VALUE
021820             "UNBILLED ".
022000     05  WS-UL-CRATE-ID          PIC X(10).
022100     05  FILLER                  PIC X(01)       VALUE SPACE.
022200     05  WS-UL-CUSTOMER-ID       PIC X(10).
022300     05  FILLER                  PIC X(06)       VALUE " ZONE ".
022400     05  WS-UL-ZONE              PIC X(04).
022500     05  FILLER                  PIC X(01)       VALUE SPACE.
022600     05  WS-UL-REASON            PIC X(24).
022700 01  WS-OCCUPANCY-COLUMNS.
022800     05  FILLER                  PIC X(40)       VALUE
022900             "ZONE CRATES   END VOLUME   VOLUME-DAYS ".
023000     05  FILLER                  PIC X(40)       VALUE
023100             " AVG VOLUME  CAP%         CHARGE".
023200 01  WS-OCCUPANCY-LINE.
023300     05  WS-OL-ZONE              PIC X(04).
023400     05  FILLER                  PIC X(01)       VALUE SPACE.
023500     05  WS-OL-CRATES            PIC ZZZZZ9.
023600     05  FILLER                  PIC X(01)       VALUE SPACE.
023700     05  WS-OL-END-VOLUME        PIC Z(11)9.
023800     05  FILLER                  PIC X(01)       VALUE SPACE.
023900     05  WS-OL-VOLUME-DAYS       PIC Z(12)9.
024000     05  FILLER                  PIC X(01)       VALUE SPACE.
024100     05  WS-OL-AVERAGE           PIC Z(11)9.
024200     05  FILLER                  PIC X(01)       VALUE SPACE.
024300     05  WS-OL-CAPACITY-PCT      PIC ZZ9.9.
024400     05  WS-OL-NO-CAPACITY       REDEFINES WS-OL-CAPACITY-PCT
024500                                 PIC X(05).
024600     05  FILLER                  PIC X(01)       VALUE SPACE.
024700     05  WS-OL-CHARGE            PIC Z(10)9.99.
024800 01  WS-TOTALS-LINE.
024900     05  FILLER                  PIC X(06)       VALUE "STAYS ".
025000     05  WS-TL-READ              PIC ZZZZZ9.
025100     05  FILLER                  PIC X(08)       VALUE
025200             "  BILLED".
025300     05  WS-TL-BILLED            PIC ZZZZZ9.
025400     05  FILLER                  PIC X(10)       VALUE
025500             "  UNBILLED".
025600     05  WS-TL-UNRATED           PIC ZZZZZ9.
025700     05  FILLER                  PIC X(08)       VALUE
025800             "  CHARGE".
025900     05  WS-TL-CHARGE            PIC Z(10)9.99.
025901 01  WS-DIVERTED-LINE.
025902     05  FILLER                  PIC X(30)       VALUE
025903             "CLOSED PERIOD - PRIORADJ STAYS".
025904     05  WS-DL-COUNT             PIC ZZZZZ9.
025905     05  FILLER                  PIC X(08)       VALUE
025906             "  CHARGE".
025907     05  WS-DL-CHARGE            PIC Z(10)9.99.
025910 COPY CUSTLKP.
025920 COPY FXLKP.
025930 COPY COMPANY.
025940 COPY CALSVC.
025950 COPY PRIORADJ.
026000 PROCEDURE DIVISION.
026100 0000-MAINLINE.
026200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026300     PERFORM 2000-LOAD-RATES THRU 2000-EXIT.
026400     PERFORM 3000-BILL-LEDGER THRU 3000-EXIT.
026500     PERFORM 4000-SORT-CUSTOMERS THRU 4000-EXIT.
026600     PERFORM 5000-WRITE-INVOICES THRU 5000-EXIT.
026700     PERFORM 6000-WRITE-OCCUPANCY THRU 6000-EXIT.
026800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026900     STOP RUN.
027000 0000-EXIT.
027100     EXIT.
027200*--------------------------------------------------------------
027300* THE BILLING MONTH RUNS FROM ITS FIRST DAY UP TO (NOT
027400* INCLUDING) THE FIRST DAY OF THE NEXT MONTH.
027500*--------------------------------------------------------------
027600 1000-INITIALIZE.
027700     MOVE ZERO TO BILLING-CONTROL-CARD
027800     OPEN INPUT BILLING-CONTROL-FILE
027900     IF WS-CONTROL-OK
028000         READ BILLING-CONTROL-FILE
028100             AT END MOVE ZERO TO BILLING-CONTROL-CARD
028200         END-READ
028300         CLOSE BILLING-CONTROL-FILE
028400     END-IF
028500     IF SC-BILL-MONTH IS NUMERIC
028600         AND SC-BILL-YEAR > ZERO
028700         AND SC-BILL-MM >= 1 AND SC-BILL-MM <= 12
028800         MOVE SC-BILL-MONTH TO WS-BILL-MONTH
028900     ELSE
029000         MOVE FUNCTION CURRENT-DATE(1:6) TO WS-BILL-MONTH
029100         IF WS-BILL-MM = 1
029200             SUBTRACT 1 FROM WS-BILL-YEAR
029300             MOVE 12 TO WS-BILL-MM
029400         ELSE
029500             SUBTRACT 1 FROM WS-BILL-MM
029600         END-IF
029700     END-IF
029800     MOVE WS-BILL-MONTH TO WS-MF-YYYYMM
029900     MOVE WS-BILL-YEAR TO WS-NF-YEAR
030000     IF WS-BILL-MM = 12
030100         ADD 1 TO WS-NF-YEAR
030200         MOVE 1 TO WS-NF-MM
030300     ELSE
030400         COMPUTE WS-NF-MM = WS-BILL-MM + 1
030500     END-IF
030600     COMPUTE WS-FIRST-INT =
030700         FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST-N)
030800     COMPUTE WS-NEXT-INT =
030900         FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST-N)
031000     COMPUTE WS-DAYS-IN-MONTH = WS-NEXT-INT - WS-FIRST-INT
031007     COMPUTE WS-MONTH-END =
031014         FUNCTION DATE-OF-INTEGER(WS-NEXT-INT - 1)
031021     MOVE SPACES TO FXL-CURRENCY
031028     MOVE WS-MONTH-END TO FXL-AS-OF-DATE
031035     SET FXL-TO-FOREIGN TO TRUE
031042     MOVE ZERO TO FXL-BASE-AMOUNT
031049     CALL "FX-RATE-SERVICE" USING FX-RATE-REQUEST
031056     MOVE FXL-BASE-CURRENCY TO WS-BASE-CURRENCY
031057     MOVE SPACE TO CAL-SVC-PERIOD-STATUS
031058     SET CAL-SVC-GET-PERIOD TO TRUE
031059     MOVE WS-MONTH-END TO CAL-SVC-ARGUMENT
031060     CALL "CALENDAR-SERVICE" USING CALENDAR-SERVICE-REQUEST
031061     IF CAL-SVC-PERIOD-HARD-CLOSED
031063         SET WS-PERIOD-CLOSED TO TRUE
031065     END-IF
031067     MOVE SPACES TO WS-ITEM-STATUS
031070     OPEN EXTEND FX-ITEM-FILE
031077     IF NOT WS-ITEM-OK
031084         OPEN OUTPUT FX-ITEM-FILE
031091     END-IF
031092     OPEN EXTEND AR-ITEM-FILE
031093     IF NOT WS-AR-OK
031094         OPEN OUTPUT AR-ITEM-FILE
031095     END-IF
031100     OPEN OUTPUT STORAGE-INVOICE-FILE
031200     OPEN OUTPUT OCCUPANCY-REPORT-FILE
031300     MOVE WS-BILL-MONTH TO WS-OH-MONTH
031400     MOVE WS-DAYS-IN-MONTH TO WS-OH-DAYS
031500     WRITE SO-RECORD FROM WS-OCCUPANCY-HEADER.
031600 1000-EXIT.
031700     EXIT.
031800 2000-LOAD-RATES.
031900     OPEN INPUT STORAGE-RATE-FILE
032000     IF NOT WS-RATE-OK
032100         GO TO 2000-EXIT
032200     END-IF
032300     PERFORM 2100-READ-RATE THRU 2100-EXIT
032400     PERFORM 2200-STORE-ONE-RATE THRU 2200-EXIT
032500         UNTIL WS-RATE-EOF
032600            OR WS-ZONE-COUNT >= WS-ZONE-MAX
032700     CLOSE STORAGE-RATE-FILE.
032800 2000-EXIT.
032900     EXIT.
033000 2100-READ-RATE.
033100     READ STORAGE-RATE-FILE
033200         AT END SET WS-RATE-EOF TO TRUE
033300     END-READ.
033400 2100-EXIT.
033500     EXIT.
033600 2200-STORE-ONE-RATE.
033700     IF SR-RATE-PER-KVD IS NOT NUMERIC
033800         OR SR-MINIMUM-CHARGE IS NOT NUMERIC
033900         OR SR-LONG-STAY-DAYS IS NOT NUMERIC
034000         OR SR-SURCHARGE-PCT IS NOT NUMERIC
034100         GO TO 2200-NEXT
034200     END-IF
034300     ADD 1 TO WS-ZONE-COUNT
034400     MOVE SR-ZONE TO WS-ZN-ZONE(WS-ZONE-COUNT)
034500     MOVE 'Y' TO WS-ZN-RATED-SW(WS-ZONE-COUNT)
034600     MOVE SR-RATE-PER-KVD TO WS-ZN-RATE(WS-ZONE-COUNT)
034700     MOVE SR-MINIMUM-CHARGE TO WS-ZN-MINIMUM(WS-ZONE-COUNT)
034800     MOVE SR-LONG-STAY-DAYS TO WS-ZN-LONG-DAYS(WS-ZONE-COUNT)
034900     MOVE SR-SURCHARGE-PCT
035000         TO WS-ZN-SURCHARGE-PCT(WS-ZONE-COUNT)
035100     IF SR-CAPACITY IS NUMERIC
035200         MOVE SR-CAPACITY TO WS-ZN-CAPACITY(WS-ZONE-COUNT)
035300     ELSE
035400         MOVE ZERO TO WS-ZN-CAPACITY(WS-ZONE-COUNT)
035500     END-IF
035600     MOVE ZERO TO WS-ZN-END-CRATES(WS-ZONE-COUNT)
035700     MOVE ZERO TO WS-ZN-END-VOLUME(WS-ZONE-COUNT)
035800     MOVE ZERO TO WS-ZN-VOLUME-DAYS(WS-ZONE-COUNT)
035900     MOVE ZERO TO WS-ZN-CHARGE(WS-ZONE-COUNT).
036000 2200-NEXT.
036100     PERFORM 2100-READ-RATE THRU 2100-EXIT.
036200 2200-EXIT.
036300     EXIT.
036400 3000-BILL-LEDGER.
036500     OPEN INPUT STORAGE-LEDGER-FILE
036600     IF NOT WS-LEDGER-OK
036700         DISPLAY "STORAGE-BILLING-BATCH: STGLEDG WILL NOT OPEN, "
036800             "STATUS " WS-LEDGER-STATUS
036900         MOVE 8 TO RETURN-CODE
037000         GO TO 3000-EXIT
037100     END-IF
037200     MOVE LOW-VALUES TO SL-KEY
037300     START STORAGE-LEDGER-FILE KEY IS NOT LESS THAN SL-KEY
037400         INVALID KEY SET WS-WALK-DONE TO TRUE
037500     END-START
037600     PERFORM 3100-BILL-ONE-STAY THRU 3100-EXIT
037700         UNTIL WS-WALK-DONE
037800     CLOSE STORAGE-LEDGER-FILE.
037900 3000-EXIT.
038000     EXIT.
038100*--------------------------------------------------------------
038200* CLIP THE STAY TO THE BILLING MONTH. A STAY STILL IN STORE,
038300* OR RELEASED ON OR AFTER THE FIRST OF NEXT MONTH, RUNS TO THE
038400* MONTH'S END AND COUNTS AS OCCUPYING ITS ZONE AT MONTH END.
038500*--------------------------------------------------------------
038600 3100-BILL-ONE-STAY.
038700     READ STORAGE-LEDGER-FILE NEXT RECORD
038800         AT END SET WS-WALK-DONE TO TRUE
038900     END-READ
039000     IF WS-WALK-DONE
039100         GO TO 3100-EXIT
039200     END-IF
039300     ADD 1 TO WS-STAYS-READ
039400     IF SL-RECEIPT-DATE IS NOT NUMERIC
039500         OR SL-RECEIPT-DATE >= WS-NEXT-FIRST-N
039600         GO TO 3100-EXIT
039700     END-IF
039800     COMPUTE WS-STAY-START-INT =
039900         FUNCTION INTEGER-OF-DATE(SL-RECEIPT-DATE)
040000     IF SL-IN-STORE
040100         MOVE WS-NEXT-INT TO WS-STAY-END-INT
040200     ELSE
040300         COMPUTE WS-STAY-END-INT =
040400             FUNCTION INTEGER-OF-DATE(SL-RELEASE-DATE)
040500         IF WS-STAY-END-INT = WS-STAY-START-INT
040600             ADD 1 TO WS-STAY-END-INT
040700         END-IF
040800     END-IF
040900     IF WS-STAY-START-INT > WS-FIRST-INT
041000         MOVE WS-STAY-START-INT TO WS-FROM-INT
041100     ELSE
041200         MOVE WS-FIRST-INT TO WS-FROM-INT
041300     END-IF
041400     IF WS-STAY-END-INT < WS-NEXT-INT
041500         MOVE WS-STAY-END-INT TO WS-TO-INT
041600     ELSE
041700         MOVE WS-NEXT-INT TO WS-TO-INT
041800     END-IF
041900     IF WS-TO-INT NOT > WS-FROM-INT
042000         GO TO 3100-EXIT
042100     END-IF
042200     COMPUTE WS-BILL-DAYS = WS-TO-INT - WS-FROM-INT
042300     COMPUTE WS-VOLUME-DAYS = SL-VOLUME * WS-BILL-DAYS
042400     PERFORM 3200-FIND-ZONE THRU 3200-EXIT
042500     IF WS-MATCH-IX = ZERO
042600         MOVE "ZONE TABLE FULL" TO WS-UL-REASON
042700         PERFORM 3900-WRITE-UNBILLED THRU 3900-EXIT
042800         GO TO 3100-EXIT
042900     END-IF
043000     MOVE WS-MATCH-IX TO WS-ZN-IX
043100     ADD WS-VOLUME-DAYS TO WS-ZN-VOLUME-DAYS(WS-ZN-IX)
043200     IF WS-TO-INT = WS-NEXT-INT
043300         ADD 1 TO WS-ZN-END-CRATES(WS-ZN-IX)
043400         ADD SL-VOLUME TO WS-ZN-END-VOLUME(WS-ZN-IX)
043500     END-IF
043600     IF NOT WS-ZN-RATED(WS-ZN-IX)
043700         MOVE "NO STGRATE FOR ZONE" TO WS-UL-REASON
043800         PERFORM 3900-WRITE-UNBILLED THRU 3900-EXIT
043900         GO TO 3100-EXIT
044000     END-IF
044100     PERFORM 3300-PRICE-STAY THRU 3300-EXIT
044110     IF SL-COMPANY = SPACES OR LOW-VALUES
044120         MOVE CMP-PARENT-COMPANY TO WS-STAY-COMPANY
044130     ELSE
044140         MOVE SL-COMPANY TO WS-STAY-COMPANY
044150     END-IF
044160     IF WS-PERIOD-CLOSED
044170         PERFORM 3500-DIVERT-STAY THRU 3500-EXIT
044180         GO TO 3100-EXIT
044190     END-IF
044200     PERFORM 3400-POST-CUSTOMER THRU 3400-EXIT
044300     IF WS-MATCH-IX = ZERO
044400         MOVE "CUSTOMER TABLE FULL" TO WS-UL-REASON
044500         PERFORM 3900-WRITE-UNBILLED THRU 3900-EXIT
044600         GO TO 3100-EXIT
044700     END-IF
044800     IF WS-DETAIL-COUNT >= WS-DETAIL-MAX
044900         MOVE "INVOICE DETAIL FULL" TO WS-UL-REASON
045000         PERFORM 3900-WRITE-UNBILLED THRU 3900-EXIT
045100         GO TO 3100-EXIT
045200     END-IF
045300     ADD 1 TO WS-STAYS-BILLED
045400     ADD WS-STAY-CHARGE TO WS-ZN-CHARGE(WS-ZN-IX)
045500     ADD WS-STAY-CHARGE TO WS-GRAND-CHARGE
045600     MOVE WS-MATCH-IX TO WS-CU-IX
045700     ADD 1 TO WS-CU-CRATES(WS-CU-IX)
045800     ADD WS-VOLUME-DAYS TO WS-CU-VOLUME-DAYS(WS-CU-IX)
045900     ADD WS-BASE-CHARGE TO WS-CU-BASE(WS-CU-IX)
046000     ADD WS-SURCHARGE TO WS-CU-SURCHARGE(WS-CU-IX)
046100     ADD WS-MINIMUM-UPLIFT TO WS-CU-UPLIFT(WS-CU-IX)
046200     ADD WS-STAY-CHARGE TO WS-CU-TOTAL(WS-CU-IX)
046300     ADD 1 TO WS-DETAIL-COUNT
046400     MOVE SL-CUSTOMER-ID TO WS-DT-CUSTOMER-ID(WS-DETAIL-COUNT)
046410     MOVE WS-STAY-COMPANY TO WS-DT-COMPANY(WS-DETAIL-COUNT)
046500     MOVE SL-CRATE-ID TO WS-DT-CRATE-ID(WS-DETAIL-COUNT)
046600     MOVE SL-ZONE TO WS-DT-ZONE(WS-DETAIL-COUNT)
046700     MOVE SL-RECEIPT-DATE
046800         TO WS-DT-RECEIPT-DATE(WS-DETAIL-COUNT)
046900     MOVE SL-RELEASE-DATE
047000         TO WS-DT-RELEASE-DATE(WS-DETAIL-COUNT)
047100     MOVE WS-BILL-DAYS TO WS-DT-DAYS(WS-DETAIL-COUNT)
047200     MOVE WS-LONG-DAYS TO WS-DT-LONG-DAYS(WS-DETAIL-COUNT)
047300     MOVE WS-VOLUME-DAYS
047400         TO WS-DT-VOLUME-DAYS(WS-DETAIL-COUNT)
047500     MOVE WS-STAY-CHARGE TO WS-DT-CHARGE(WS-DETAIL-COUNT).
047600 3100-EXIT.
047700     EXIT.
047800*--------------------------------------------------------------
047900* A ZONE SEEN ON THE LEDGER BUT NOT ON STGRATE IS STILL ADDED,
048000* UNRATED, SO ITS OCCUPANCY IS REPORTED.
048100*--------------------------------------------------------------
048200 3200-FIND-ZONE.
048300     MOVE ZERO TO WS-MATCH-IX
048400     PERFORM 3210-SCAN-ZONES THRU 3210-EXIT
048500         VARYING WS-ZN-IX FROM 1 BY 1
048600         UNTIL WS-ZN-IX > WS-ZONE-COUNT
048700            OR WS-MATCH-IX > ZERO
048800     IF WS-MATCH-IX = ZERO
048900         AND WS-ZONE-COUNT < WS-ZONE-MAX
049000         ADD 1 TO WS-ZONE-COUNT
049100         MOVE WS-ZONE-COUNT TO WS-MATCH-IX
049200         MOVE SL-ZONE TO WS-ZN-ZONE(WS-MATCH-IX)
049300         MOVE 'N' TO WS-ZN-RATED-SW(WS-MATCH-IX)
049400         MOVE ZERO TO WS-ZN-RATE(WS-MATCH-IX)
049500         MOVE ZERO TO WS-ZN-MINIMUM(WS-MATCH-IX)
049600         MOVE ZERO TO WS-ZN-LONG-DAYS(WS-MATCH-IX)
049700         MOVE ZERO TO WS-ZN-SURCHARGE-PCT(WS-MATCH-IX)
049800         MOVE ZERO TO WS-ZN-CAPACITY(WS-MATCH-IX)
049900         MOVE ZERO TO WS-ZN-END-CRATES(WS-MATCH-IX)
050000         MOVE ZERO TO WS-ZN-END-VOLUME(WS-MATCH-IX)
050100         MOVE ZERO TO WS-ZN-VOLUME-DAYS(WS-MATCH-IX)
050200         MOVE ZERO TO WS-ZN-CHARGE(WS-MATCH-IX)
050300     END-IF.
050400 3200-EXIT.
050500     EXIT.
050600 3210-SCAN-ZONES.
050700     IF WS-ZN-ZONE(WS-ZN-IX) = SL-ZONE
050800         MOVE WS-ZN-IX TO WS-MATCH-IX
050900     END-IF.
051000 3210-EXIT.
051100     EXIT.
051200*--------------------------------------------------------------
051300* DAY N OF THE STAY (THE RECEIPT DAY BEING DAY 1) IS A LONG-
051400* STAY DAY WHEN N EXCEEDS THE ZONE'S THRESHOLD; A ZERO
051500* THRESHOLD MEANS THE ZONE HAS NO LONG-STAY TIER. THE MINIMUM
051600* APPLIES TO EACH CRATE'S MONTH.
051700*--------------------------------------------------------------
051800 3300-PRICE-STAY.
051900     MOVE ZERO TO WS-LONG-DAYS
052000     IF WS-ZN-LONG-DAYS(WS-ZN-IX) > ZERO
052100         COMPUTE WS-LONG-FROM-INT =
052200             WS-STAY-START-INT + WS-ZN-LONG-DAYS(WS-ZN-IX)
052300         IF WS-LONG-FROM-INT < WS-FROM-INT
052400             MOVE WS-FROM-INT TO WS-LONG-FROM-INT
052500         END-IF
052600         IF WS-LONG-FROM-INT < WS-TO-INT
052700             COMPUTE WS-LONG-DAYS =
052800                 WS-TO-INT - WS-LONG-FROM-INT
052900         END-IF
053000     END-IF
053100     COMPUTE WS-BASE-CHARGE ROUNDED =
053200         WS-VOLUME-DAYS * WS-ZN-RATE(WS-ZN-IX) / 1000
053300     COMPUTE WS-SURCHARGE ROUNDED =
053400         SL-VOLUME * WS-LONG-DAYS * WS-ZN-RATE(WS-ZN-IX)
053500         * WS-ZN-SURCHARGE-PCT(WS-ZN-IX) / 100000
053600     MOVE ZERO TO WS-MINIMUM-UPLIFT
053700     IF WS-BASE-CHARGE + WS-SURCHARGE < WS-ZN-MINIMUM(WS-ZN-IX)
053800         COMPUTE WS-MINIMUM-UPLIFT =
053900             WS-ZN-MINIMUM(WS-ZN-IX)
054000             - WS-BASE-CHARGE - WS-SURCHARGE
054100     END-IF
054200     COMPUTE WS-STAY-CHARGE =
054300         WS-BASE-CHARGE + WS-SURCHARGE + WS-MINIMUM-UPLIFT.
054400 3300-EXIT.
054500     EXIT.
054600 3400-POST-CUSTOMER.
054700     MOVE ZERO TO WS-MATCH-IX
054800     PERFORM 3410-SCAN-CUSTOMERS THRU 3410-EXIT
054900         VARYING WS-CU-IX FROM 1 BY 1
055000         UNTIL WS-CU-IX > WS-CUSTOMER-COUNT
055100            OR WS-MATCH-IX > ZERO
055200     IF WS-MATCH-IX = ZERO
055300         AND WS-CUSTOMER-COUNT < WS-CUSTOMER-MAX
055400         ADD 1 TO WS-CUSTOMER-COUNT
055500         MOVE WS-CUSTOMER-COUNT TO WS-MATCH-IX
055600         MOVE SL-CUSTOMER-ID TO WS-CU-CUSTOMER-ID(WS-MATCH-IX)
055610         MOVE WS-STAY-COMPANY TO WS-CU-COMPANY(WS-MATCH-IX)
055700         MOVE ZERO TO WS-CU-CRATES(WS-MATCH-IX)
055800         MOVE ZERO TO WS-CU-VOLUME-DAYS(WS-MATCH-IX)
055900         MOVE ZERO TO WS-CU-BASE(WS-MATCH-IX)
056000         MOVE ZERO TO WS-CU-SURCHARGE(WS-MATCH-IX)
056100         MOVE ZERO TO WS-CU-UPLIFT(WS-MATCH-IX)
056200         MOVE ZERO TO WS-CU-TOTAL(WS-MATCH-IX)
056300     END-IF.
056400 3400-EXIT.
056500     EXIT.
056600 3410-SCAN-CUSTOMERS.
056700     IF WS-CU-CUSTOMER-ID(WS-CU-IX) = SL-CUSTOMER-ID
056710         AND WS-CU-COMPANY(WS-CU-IX) = WS-STAY-COMPANY
056800         MOVE WS-CU-IX TO WS-MATCH-IX
056900     END-IF.
057000 3410-EXIT.
057100     EXIT.
057110*--------------------------------------------------------------
057120* A HARD-CLOSED BILLING MONTH: THE PRICED STAY GOES TO PRIORADJ
057130* UNDER ITS OWNING COMPANY. IT STILL COUNTS TOWARD ITS ZONE'S
057140* OCCUPANCY BUT NOT THE ZONE'S BILLED CHARGE.
057150*--------------------------------------------------------------
057160 3500-DIVERT-STAY.
057165     IF NOT WS-ADJUST-OPEN
057170         MOVE SPACES TO WS-ADJUST-STATUS
057175         OPEN EXTEND PRIOR-ADJUSTMENT-FILE
057180         IF NOT WS-ADJUST-OK
057182             OPEN OUTPUT PRIOR-ADJUSTMENT-FILE
057184         END-IF
057186         SET WS-ADJUST-OPEN TO TRUE
057188     END-IF
057190     MOVE WS-BILL-MONTH TO PA-PERIOD
057191     MOVE WS-MONTH-END TO PA-TRANSACTION-DATE
057192     MOVE "STORAGE-BILLING-BATCH" TO PA-SOURCE-PROGRAM
057193     MOVE "STGLEDG" TO PA-SOURCE-FILE
057194     MOVE WS-STAY-COMPANY TO PA-COMPANY
057195     MOVE FUNCTION CURRENT-DATE(1:8) TO PA-DIVERTED-DATE
057196     MOVE STORAGE-LEDGER-RECORD TO PA-IMAGE
057206     WRITE PJ-RECORD FROM PRIOR-PERIOD-ADJUSTMENT
057216     ADD 1 TO WS-STAYS-DIVERTED
057226     ADD WS-STAY-CHARGE TO WS-DIVERTED-CHARGE.
057236 3500-EXIT.
057246     EXIT.
057256 3900-WRITE-UNBILLED.
057300     ADD 1 TO WS-STAYS-UNRATED
057400     MOVE SL-CRATE-ID TO WS-UL-CRATE-ID
057500     MOVE SL-CUSTOMER-ID TO WS-UL-CUSTOMER-ID
057600     MOVE SL-ZONE TO WS-UL-ZONE
057700     WRITE SO-RECORD FROM WS-UNRATED-LINE.
057800 3900-EXIT.
057900     EXIT.
058000*--------------------------------------------------------------
058100* COMPANY THEN CUSTOMER ORDER - SAME EXCHANGE SORT AS THE LOAD
058110* PLANNER.
058200*--------------------------------------------------------------
058300 4000-SORT-CUSTOMERS.
058400     PERFORM 4100-SORT-ONE-PASS THRU 4100-EXIT
058500         VARYING WS-OUTER-SUB FROM 1 BY 1
058600         UNTIL WS-OUTER-SUB >= WS-CUSTOMER-COUNT.
058700 4000-EXIT.
058800     EXIT.
058900 4100-SORT-ONE-PASS.
059000     PERFORM 4110-COMPARE-ONE-PAIR THRU 4110-EXIT
059100         VARYING WS-INNER-SUB FROM 1 BY 1
059200         UNTIL WS-INNER-SUB >= WS-CUSTOMER-COUNT.
059300 4100-EXIT.
059400     EXIT.
059500 4110-COMPARE-ONE-PAIR.
059600     IF WS-CU-KEY(WS-INNER-SUB)
059700         > WS-CU-KEY(WS-INNER-SUB + 1)
059800         MOVE WS-CU-ENTRY(WS-INNER-SUB) TO WS-SWAP-HOLD
059900         MOVE WS-CU-ENTRY(WS-INNER-SUB + 1)
060000             TO WS-CU-ENTRY(WS-INNER-SUB)
060100         MOVE WS-SWAP-HOLD
060200             TO WS-CU-ENTRY(WS-INNER-SUB + 1)
060300     END-IF.
060400 4110-EXIT.
060500     EXIT.
060600 5000-WRITE-INVOICES.
060700     PERFORM 5100-WRITE-ONE-INVOICE THRU 5100-EXIT
060800         VARYING WS-CU-IX FROM 1 BY 1
060900         UNTIL WS-CU-IX > WS-CUSTOMER-COUNT.
061000 5000-EXIT.
061100     EXIT.
061200 5100-WRITE-ONE-INVOICE.
061300     MOVE WS-CU-CUSTOMER-ID(WS-CU-IX) TO WS-IH-CUSTOMER-ID
061400     MOVE WS-BILL-MONTH TO WS-IH-MONTH
061500     MOVE WS-CU-CRATES(WS-CU-IX) TO WS-IH-CRATES
061505     MOVE WS-CU-COMPANY(WS-CU-IX) TO WS-IH-COMPANY
061510     MOVE "STORAGE " TO CL-SOURCE
061520     MOVE WS-CU-CUSTOMER-ID(WS-CU-IX) TO CL-SOURCE-ID
061530     CALL "CUSTOMER-XREF" USING CUSTOMER-LOOKUP-REQUEST
061540     MOVE CL-CUSTOMER-ID TO WS-IH-MASTER-ID
061550     IF CL-CURRENCY = SPACES
061560         MOVE WS-BASE-CURRENCY TO WS-IH-CURRENCY
061570     ELSE
061580         MOVE CL-CURRENCY TO WS-IH-CURRENCY
061590     END-IF
061600     WRITE SI-RECORD FROM WS-INVOICE-HEADER
061700     WRITE SI-RECORD FROM WS-INVOICE-COLUMNS
061800     PERFORM 5200-WRITE-ONE-DETAIL THRU 5200-EXIT
061900         VARYING WS-DT-IX FROM 1 BY 1
062000         UNTIL WS-DT-IX > WS-DETAIL-COUNT
062100     MOVE "STORAGE CHARGE" TO WS-IT-LABEL
062200     MOVE WS-CU-BASE(WS-CU-IX) TO WS-IT-AMOUNT
062300     WRITE SI-RECORD FROM WS-INVOICE-TOTAL-LINE
062400     MOVE "LONG-STAY SURCHARGE" TO WS-IT-LABEL
062500     MOVE WS-CU-SURCHARGE(WS-CU-IX) TO WS-IT-AMOUNT
062600     WRITE SI-RECORD FROM WS-INVOICE-TOTAL-LINE
062700     MOVE "MINIMUM CHARGE ADJUSTMENT" TO WS-IT-LABEL
062800     MOVE WS-CU-UPLIFT(WS-CU-IX) TO WS-IT-AMOUNT
062900     WRITE SI-RECORD FROM WS-INVOICE-TOTAL-LINE
063000     MOVE "INVOICE TOTAL" TO WS-IT-LABEL
063100     MOVE WS-CU-TOTAL(WS-CU-IX) TO WS-IT-AMOUNT
063110     WRITE SI-RECORD FROM WS-INVOICE-TOTAL-LINE
063115     PERFORM 5400-REGISTER-RECEIVABLE THRU 5400-EXIT
063120     IF WS-IH-CURRENCY NOT = WS-BASE-CURRENCY
063130         PERFORM 5300-CONVERT-INVOICE THRU 5300-EXIT
063140     END-IF.
063300 5100-EXIT.
063400     EXIT.
063500 5200-WRITE-ONE-DETAIL.
063600     IF WS-DT-CUSTOMER-ID(WS-DT-IX)
063700         NOT = WS-CU-CUSTOMER-ID(WS-CU-IX)
063710         OR WS-DT-COMPANY(WS-DT-IX)
063720         NOT = WS-CU-COMPANY(WS-CU-IX)
063800         GO TO 5200-EXIT
063900     END-IF
064000     MOVE WS-DT-CRATE-ID(WS-DT-IX) TO WS-ID-CRATE-ID
064100     MOVE WS-DT-ZONE(WS-DT-IX) TO WS-ID-ZONE
064200     MOVE WS-DT-RECEIPT-DATE(WS-DT-IX) TO WS-ID-RECEIPT-DATE
064300     IF WS-DT-RELEASE-DATE(WS-DT-IX) = ZERO
064400         MOVE "IN STORE" TO WS-ID-RELEASE-DATE
064500     ELSE
064600         MOVE WS-DT-RELEASE-DATE(WS-DT-IX)
064700             TO WS-ID-RELEASE-DATE
064800     END-IF
064900     MOVE WS-DT-DAYS(WS-DT-IX) TO WS-ID-DAYS
065000     MOVE WS-DT-VOLUME-DAYS(WS-DT-IX) TO WS-ID-VOLUME-DAYS
065100     MOVE WS-DT-CHARGE(WS-DT-IX) TO WS-ID-CHARGE
065200     IF WS-DT-LONG-DAYS(WS-DT-IX) > ZERO
065300         MOVE "LONG" TO WS-ID-LONG-FLAG
065400     ELSE
065500         MOVE SPACES TO WS-ID-LONG-FLAG
065600     END-IF
065700     WRITE SI-RECORD FROM WS-INVOICE-DETAIL.
065800 5200-EXIT.
065900     EXIT.
065902*--------------------------------------------------------------
065904* A FOREIGN-CURRENCY CUSTOMER: THE TOTAL IN THEIR CURRENCY AT
065906* THE MONTH-END RATE, AND THE INVOICE ONTO FXITEMS UNDER THE
065908* STORAGE CUSTOMER ID AND BILLING MONTH.
065910*--------------------------------------------------------------
065912 5300-CONVERT-INVOICE.
065914     MOVE WS-IH-CURRENCY TO FXL-CURRENCY
065916     MOVE WS-MONTH-END TO FXL-AS-OF-DATE
065918     SET FXL-TO-FOREIGN TO TRUE
065920     MOVE WS-CU-TOTAL(WS-CU-IX) TO FXL-BASE-AMOUNT
065922     CALL "FX-RATE-SERVICE" USING FX-RATE-REQUEST
065924     IF FXL-NOT-FOUND
065926         MOVE WS-IH-CURRENCY TO WS-IN-CURRENCY
065928         WRITE SI-RECORD FROM WS-INVOICE-NO-RATE-LINE
065930         GO TO 5300-EXIT
065932     END-IF
065934     MOVE WS-IH-CURRENCY TO WS-IF-CURRENCY
065936     MOVE FXL-FOREIGN-AMOUNT TO WS-IF-AMOUNT
065938     WRITE SI-RECORD FROM WS-INVOICE-FX-LINE
065940     MOVE FXL-RATE TO WS-IR-RATE
065942     MOVE WS-BASE-CURRENCY TO WS-IR-BASE-CURRENCY
065944     MOVE WS-IH-CURRENCY TO WS-IR-CURRENCY
065946     MOVE FXL-RATE-DATE TO WS-IR-RATE-DATE
065948     WRITE SI-RECORD FROM WS-INVOICE-RATE-LINE
065950     MOVE SPACES TO FX-ITEM-RECORD
065952     MOVE "STORAGE " TO FO-SOURCE
065954     MOVE WS-CU-CUSTOMER-ID(WS-CU-IX) TO FO-DOCUMENT-ID
065956     MOVE WS-BILL-MONTH TO FO-DOCUMENT-ID(11:6)
065958     MOVE WS-CU-CUSTOMER-ID(WS-CU-IX) TO FO-CUSTOMER-ID
065960     MOVE WS-IH-MASTER-ID TO FO-MASTER-ID
065962     MOVE WS-MONTH-END TO FO-DOCUMENT-DATE
065964     MOVE WS-IH-CURRENCY TO FO-CURRENCY
065966     MOVE FXL-FOREIGN-AMOUNT TO FO-FOREIGN-AMOUNT
065968     MOVE WS-CU-TOTAL(WS-CU-IX) TO FO-BASE-AMOUNT
065970     MOVE FXL-RATE TO FO-FX-RATE
065972     MOVE FXL-RATE-DATE TO FO-RATE-DATE
065974     WRITE FX-ITEM-RECORD.
065976 5300-EXIT.
065978     EXIT.
065980 5400-REGISTER-RECEIVABLE.
065981     IF WS-CU-TOTAL(WS-CU-IX) = ZERO
065982         GO TO 5400-EXIT
065983     END-IF
065984     MOVE SPACES TO AR-ITEM-RECORD
065985     SET AR-SOURCE-STORAGE TO TRUE
065986     MOVE WS-CU-CUSTOMER-ID(WS-CU-IX) TO AR-DOCUMENT-ID
065987     MOVE WS-BILL-MONTH TO AR-DOCUMENT-ID(11:6)
065988     MOVE WS-CU-CUSTOMER-ID(WS-CU-IX) TO AR-CUSTOMER-ID
065989     MOVE WS-IH-MASTER-ID TO AR-MASTER-ID
065990     MOVE WS-MONTH-END TO AR-DOCUMENT-DATE
065991     MOVE WS-CU-TOTAL(WS-CU-IX) TO AR-AMOUNT
065992     MOVE WS-CU-COMPANY(WS-CU-IX) TO AR-COMPANY
065993     WRITE AR-ITEM-RECORD.
065994 5400-EXIT.
065995     EXIT.
066000*--------------------------------------------------------------
066100* AVERAGE OCCUPIED VOLUME IS THE ZONE'S VOLUME-DAYS SPREAD
066200* OVER EVERY DAY OF THE MONTH; PERCENT OF CAPACITY IS SHOWN
066300* ONLY WHERE STGRATE GIVES THE ZONE A CAPACITY.
066400*--------------------------------------------------------------
066500 6000-WRITE-OCCUPANCY.
066600     WRITE SO-RECORD FROM WS-OCCUPANCY-COLUMNS
066700     PERFORM 6100-WRITE-ONE-ZONE THRU 6100-EXIT
066800         VARYING WS-ZN-IX FROM 1 BY 1
066900         UNTIL WS-ZN-IX > WS-ZONE-COUNT.
067000 6000-EXIT.
067100     EXIT.
067200 6100-WRITE-ONE-ZONE.
067300     COMPUTE WS-AVERAGE-VOLUME ROUNDED =
067400         WS-ZN-VOLUME-DAYS(WS-ZN-IX) / WS-DAYS-IN-MONTH
067500     MOVE WS-ZN-ZONE(WS-ZN-IX) TO WS-OL-ZONE
067600     MOVE WS-ZN-END-CRATES(WS-ZN-IX) TO WS-OL-CRATES
067700     MOVE WS-ZN-END-VOLUME(WS-ZN-IX) TO WS-OL-END-VOLUME
067800     MOVE WS-ZN-VOLUME-DAYS(WS-ZN-IX) TO WS-OL-VOLUME-DAYS
067900     MOVE WS-AVERAGE-VOLUME TO WS-OL-AVERAGE
068000     IF WS-ZN-CAPACITY(WS-ZN-IX) > ZERO
068100         COMPUTE WS-CAPACITY-PCT ROUNDED =
068200             WS-AVERAGE-VOLUME * 100 / WS-ZN-CAPACITY(WS-ZN-IX)
068300             ON SIZE ERROR MOVE 999.9 TO WS-CAPACITY-PCT
068400         END-COMPUTE
068500         MOVE WS-CAPACITY-PCT TO WS-OL-CAPACITY-PCT
068600     ELSE
068700         MOVE "  N/A" TO WS-OL-NO-CAPACITY
068800     END-IF
068900     MOVE WS-ZN-CHARGE(WS-ZN-IX) TO WS-OL-CHARGE
069000     WRITE SO-RECORD FROM WS-OCCUPANCY-LINE.
069100 6100-EXIT.
069200     EXIT.
069300 9000-TERMINATE.
069400     MOVE WS-STAYS-READ TO WS-TL-READ
069500     MOVE WS-STAYS-BILLED TO WS-TL-BILLED
069600     MOVE WS-STAYS-UNRATED TO WS-TL-UNRATED
069700     MOVE WS-GRAND-CHARGE TO WS-TL-CHARGE
069800     WRITE SO-RECORD FROM WS-TOTALS-LINE
069810     IF WS-STAYS-DIVERTED > ZERO
069820         MOVE WS-STAYS-DIVERTED TO WS-DL-COUNT
069830         MOVE WS-DIVERTED-CHARGE TO WS-DL-CHARGE
069840         WRITE SO-RECORD FROM WS-DIVERTED-LINE
069850     END-IF
069900     CLOSE STORAGE-INVOICE-FILE
069910     CLOSE OCCUPANCY-REPORT-FILE
069920     CLOSE FX-ITEM-FILE
069930     CLOSE AR-ITEM-FILE
069940     IF WS-ADJUST-OPEN
069950         CLOSE PRIOR-ADJUSTMENT-FILE
069960     END-IF.
070100 9000-EXIT.
070200     EXIT.
070300 END PROGRAM STORAGE-BILLING-BATCH.
