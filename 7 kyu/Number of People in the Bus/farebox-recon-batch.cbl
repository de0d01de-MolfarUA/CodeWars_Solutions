000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FAREBOX-RECON-BATCH.
000300 AUTHOR. TRANSIT-AUDIT.
000400 INSTALLATION. FAREBOX-RECONCILIATION.
000500 DATE-WRITTEN. 2026-09-17.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-09-17  TRA  INITIAL VERSION - FARE-BOX CASH AGAINST
001000*                    THE ROUTE REVENUE ESTIMATE. FINANCE USED
001100*                    TO TICK THE DEPOSIT SLIPS AGAINST REVRPT
001200*                    BY HAND AT QUARTER-END. THE ESTIMATES COME
001300*                    OFF THE REVRPT LINES ROUTE-REVENUE-BATCH
001400*                    WRITES (ONE OR MORE DAYS' REPORTS, EACH
001500*                    HEADED BY ITS TRIP DATE); THE DEPOSITS
001600*                    COME FROM FAREBOX (ROUTE, TRIP DATE,
001700*                    VEHICLE, AMOUNT DEPOSITED), SUMMED BY
001800*                    ROUTE AND DATE ACROSS VEHICLES. FBXVAR
001900*                    SHOWS ESTIMATE, CASH, AND VARIANCE PER
002000*                    ROUTE AND DATE, GRADED IN BAND, SHORT, OR
002100*                    OVER AGAINST A TOLERANCE OF A PERCENTAGE
002200*                    OF THE ESTIMATE (RUNOPTS KEY TOLERANCE-
002300*                    PCT, DEFAULT 2). FBXEXC LISTS ROUTES THAT
002400*                    RAN TRIPS BUT DEPOSITED NOTHING, AND
002500*                    DEPOSITS WITH NO TRIP ON FILE FOR THAT
002600*                    ROUTE AND DATE.
002610*   2026-10-15  TRA  REVRPT NOW HAS A SECTION OF ROUTE LINES PER
002620*                    OPERATING COMPANY (90 BYTES). FAREBOX CASH
002630*                    CARRIES NO COMPANY, SO A ROUTE RUN BY MORE
002640*                    THAN ONE COMPANY ON A DATE IS ONE ESTIMATE
002650*                    (TRIPS AND REVENUE SUMMED) AGAINST ITS CASH,
002660*                    NOT A MATCHED LINE AND A MISSING DEPOSIT.
002670*                    A TRIP DATE IN A HARD-CLOSED ACCOUNTING
002680*                    PERIOD (CALENDAR-SERVICE PERIOD STATUS) IS
002690*                    NOT RECONCILED: ITS ESTIMATES ARE PASSED
002691*                    OVER AND ITS DEPOSITS APPENDED TO PRIORADJ
002692*                    AS PRIOR-PERIOD ADJUSTMENTS; FBXVAR COUNTS
002693*                    BOTH.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT REVENUE-REPORT-FILE ASSIGN TO "REVRPT"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-REVENUE-STATUS.
003500     SELECT DEPOSIT-INPUT-FILE ASSIGN TO "FAREBOX"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-DEPOSIT-STATUS.
003800     SELECT VARIANCE-REPORT-FILE ASSIGN TO "FBXVAR"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-REPORT-STATUS.
004100     SELECT EXCEPTION-FILE ASSIGN TO "FBXEXC"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-EXCEPT-STATUS.
004310     SELECT PRIOR-ADJUSTMENT-FILE ASSIGN TO "PRIORADJ"
004320         ORGANIZATION IS LINE SEQUENTIAL
004330         FILE STATUS IS WS-ADJUST-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  REVENUE-REPORT-FILE.
004700 01  RV-RECORD                   PIC X(90).
004800 FD  DEPOSIT-INPUT-FILE.
004900 01  DEPOSIT-INPUT-RECORD.
005000     05  FD-ROUTE-ID             PIC X(06).
005100     05  FILLER                  PIC X(01).
005200     05  FD-TRIP-DATE            PIC X(08).
005300     05  FILLER                  PIC X(01).
005400     05  FD-VEHICLE-ID           PIC X(08).
005500     05  FILLER                  PIC X(01).
005600     05  FD-AMOUNT               PIC 9(07)V99.
005700 FD  VARIANCE-REPORT-FILE.
005800 01  VR-RECORD                   PIC X(80).
005900 FD  EXCEPTION-FILE.
006000 01  EX-RECORD                   PIC X(80).
006010 FD  PRIOR-ADJUSTMENT-FILE.
006020 01  PJ-RECORD                   PIC X(268).
006100 WORKING-STORAGE SECTION.
006200 77  WS-REVENUE-STATUS           PIC X(02)       VALUE SPACES.
006300     88  WS-REVENUE-OK                           VALUE '00'.
006400     88  WS-REVENUE-EOF                          VALUE '10'.
006500 77  WS-DEPOSIT-STATUS           PIC X(02)       VALUE SPACES.
006600     88  WS-DEPOSIT-OK                           VALUE '00'.
006700     88  WS-DEPOSIT-EOF                          VALUE '10'.
006800 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
006900     88  WS-REPORT-OK                            VALUE '00'.
007000 77  WS-EXCEPT-STATUS            PIC X(02)       VALUE SPACES.
007100     88  WS-EXCEPT-OK                            VALUE '00'.
007110 77  WS-ADJUST-STATUS            PIC X(02)       VALUE SPACES.
007120     88  WS-ADJUST-OK                            VALUE '00'.
007130 77  WS-ADJUST-OPEN-SW           PIC X(01)       VALUE 'N'.
007140     88  WS-ADJUST-OPEN                          VALUE 'Y'.
007150 77  WS-DATE-CLOSED-SW           PIC X(01)       VALUE 'N'.
007160     88  WS-DATE-CLOSED                          VALUE 'Y'.
007200 77  WS-ESTIMATE-COUNT           PIC 9(03)       VALUE ZERO COMP.
007300 77  WS-ESTIMATE-MAX             PIC 9(03)       VALUE 500 COMP.
007400 77  WS-ES-IX                    PIC 9(03)       VALUE ZERO COMP.
007500 77  WS-MATCH-IX                 PIC 9(03)       VALUE ZERO COMP.
007600 77  WS-TOLERANCE-PCT            PIC 9(10)       VALUE 2.
007700 77  WS-CURRENT-DATE             PIC 9(08)       VALUE ZERO.
007800 77  WS-VARIANCE                 PIC S9(11)V99   VALUE ZERO.
007900 77  WS-BAND                     PIC 9(11)V99    VALUE ZERO.
008000 77  WS-DEPOSITS-READ            PIC 9(07)       VALUE ZERO.
008100 77  WS-DEPOSITS-MATCHED         PIC 9(07)       VALUE ZERO.
008200 77  WS-DEPOSITS-UNMATCHED       PIC 9(07)       VALUE ZERO.
008300 77  WS-ROUTES-MISSING           PIC 9(07)       VALUE ZERO.
008400 77  WS-ROUTES-SHORT             PIC 9(07)       VALUE ZERO.
008500 77  WS-ROUTES-OVER              PIC 9(07)       VALUE ZERO.
008600 77  WS-ROUTES-IN-BAND           PIC 9(07)       VALUE ZERO.
008700 77  WS-TOTAL-ESTIMATE           PIC 9(11)V99    VALUE ZERO.
008800 77  WS-TOTAL-DEPOSITED          PIC 9(11)V99    VALUE ZERO.
008810 77  WS-ESTIMATES-CLOSED         PIC 9(07)       VALUE ZERO.
008820 77  WS-DEPOSITS-DIVERTED        PIC 9(07)       VALUE ZERO.
008900 01  WS-SEARCH-KEY.
009000     05  WS-SK-ROUTE             PIC X(06).
009100     05  WS-SK-DATE              PIC 9(08).
009200 COPY RUNOPTS.
009210 COPY CALSVC.
009220 COPY PRIORADJ.
009300 01  WS-ESTIMATE-TABLE.
009400     05  WS-ES-ENTRY OCCURS 500.
009500         10  WS-ES-ROUTE         PIC X(06).
009600         10  WS-ES-DATE          PIC 9(08).
009700         10  WS-ES-TRIPS         PIC 9(05).
009800         10  WS-ES-ESTIMATE      PIC 9(11)V99.
009900         10  WS-ES-DEPOSITED     PIC 9(11)V99.
010000         10  WS-ES-DEPOSIT-SEEN  PIC X(01).
010100 01  WS-REPORT-HEADER.
010200     05  FILLER                  PIC X(40)       VALUE
010300             "FARE-BOX RECONCILIATION - TOLERANCE PCT ".
010400     05  WS-RH-TOLERANCE         PIC Z(02)9.
010500 01  WS-VARIANCE-LINE.
010600     05  FILLER                  PIC X(06)       VALUE "ROUTE ".
010700     05  WS-VL-ROUTE             PIC X(06).
010800     05  FILLER                  PIC X(01)       VALUE SPACE.
010900     05  WS-VL-DATE              PIC 9(08).
011000     05  FILLER                  PIC X(05)       VALUE " EST ".
011100     05  WS-VL-ESTIMATE          PIC Z(07)9.99.
011200     05  FILLER                  PIC X(06)       VALUE " CASH ".
011300     05  WS-VL-DEPOSITED         PIC Z(07)9.99.
011400     05  FILLER                  PIC X(05)       VALUE " VAR ".
011500     05  WS-VL-VARIANCE          PIC -(07)9.99.
011600     05  FILLER                  PIC X(01)       VALUE SPACE.
011700     05  WS-VL-VERDICT           PIC X(07).
011800 01  WS-EXCEPTION-LINE.
011900     05  WS-EL-REASON            PIC X(16).
012000     05  FILLER                  PIC X(07)       VALUE " ROUTE ".
012100     05  WS-EL-ROUTE             PIC X(06).
012200     05  FILLER                  PIC X(06)       VALUE " DATE ".
012300     05  WS-EL-DATE              PIC X(08).
012400     05  FILLER                  PIC X(09)       VALUE
012500             " VEHICLE ".
012600     05  WS-EL-VEHICLE           PIC X(08).
012700     05  FILLER                  PIC X(05)       VALUE " AMT ".
012800     05  WS-EL-AMOUNT            PIC Z(06)9.99.
012900 01  WS-TOTAL-LINE.
013000     05  WS-TL-LABEL             PIC X(24).
013100     05  WS-TL-AMOUNT            PIC -(10)9.99.
013200 01  WS-COUNT-LINE.
013300     05  WS-CL-LABEL             PIC X(24).
013400     05  WS-CL-COUNT             PIC Z(06)9.
013500 PROCEDURE DIVISION.
013600 0000-MAINLINE.
013700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013800     PERFORM 2000-LOAD-ESTIMATES THRU 2000-EXIT.
013900     PERFORM 3000-MATCH-DEPOSITS THRU 3000-EXIT.
014000     PERFORM 4000-WRITE-VARIANCES THRU 4000-EXIT.
014100     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
014200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014300     STOP RUN.
014400 0000-EXIT.
014500     EXIT.
014600 1000-INITIALIZE.
014700     MOVE "FBXRECON" TO OPT-PROGRAM-ID
014800     MOVE "TOLERANCE-PCT   " TO OPT-KEY
014900     MOVE WS-TOLERANCE-PCT TO OPT-DEFAULT-VALUE
015000     CALL "OPTIONS-LOADER" USING RUN-OPTIONS-REQUEST
015100     MOVE OPT-VALUE TO WS-TOLERANCE-PCT
015200     DISPLAY "FBXRECON OPTIONS TOLERANCE-PCT="
015300         WS-TOLERANCE-PCT
015400     MOVE WS-TOLERANCE-PCT TO WS-RH-TOLERANCE
015500     OPEN OUTPUT VARIANCE-REPORT-FILE
015600     OPEN OUTPUT EXCEPTION-FILE
015700     WRITE VR-RECORD FROM WS-REPORT-HEADER.
015800 1000-EXIT.
015900     EXIT.
016000*--------------------------------------------------------------
016100* REVRPT LINES: THE HEADER CARRIES THE TRIP DATE AT COLUMN
016200* 58 (A REPORT FROM BEFORE THE DATE WAS ADDED IS TAKEN AS
016300* TODAY'S); EACH ROUTE LINE HAS THE ROUTE AT COLUMN 7, TRIPS
016400* AT COLUMN 35, AND THE REVENUE ESTIMATE AT COLUMN 45. EACH
016410* COMPANY RUNNING THE ROUTE HAS ITS OWN LINE; THEY ARE SUMMED
016420* INTO ONE ESTIMATE FOR THE ROUTE AND DATE. A DATE IN A
016430* HARD-CLOSED PERIOD LOADS NOTHING.
016500*--------------------------------------------------------------
016600 2000-LOAD-ESTIMATES.
016700     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
016710     PERFORM 2300-CHECK-ESTIMATE-DATE THRU 2300-EXIT
016800     OPEN INPUT REVENUE-REPORT-FILE
016900     IF NOT WS-REVENUE-OK
017000         MOVE "REVRPT NOT AVAILABLE - NO ESTIMATES LOADED"
017100             TO VR-RECORD
017200         WRITE VR-RECORD
017300         GO TO 2000-EXIT
017400     END-IF
017500     PERFORM 2100-READ-REVENUE THRU 2100-EXIT
017600     PERFORM 2200-STORE-ONE-LINE THRU 2200-EXIT
017700         UNTIL WS-REVENUE-EOF
017800            OR WS-ESTIMATE-COUNT >= WS-ESTIMATE-MAX
017900     CLOSE REVENUE-REPORT-FILE.
018000 2000-EXIT.
018100     EXIT.
018200 2100-READ-REVENUE.
018300     READ REVENUE-REPORT-FILE
018400         AT END SET WS-REVENUE-EOF TO TRUE
018500     END-READ.
018600 2100-EXIT.
018700     EXIT.
018800 2200-STORE-ONE-LINE.
018900     IF RV-RECORD(1:23) = "ROUTE REVENUE ESTIMATE "
019000         IF RV-RECORD(58:8) IS NUMERIC
019100             MOVE RV-RECORD(58:8) TO WS-CURRENT-DATE
019200         ELSE
019300             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
019400         END-IF
019410         PERFORM 2300-CHECK-ESTIMATE-DATE THRU 2300-EXIT
019500         PERFORM 2100-READ-REVENUE THRU 2100-EXIT
019600         GO TO 2200-EXIT
019700     END-IF
019800     IF RV-RECORD(1:6) NOT = "ROUTE "
019900         PERFORM 2100-READ-REVENUE THRU 2100-EXIT
020000         GO TO 2200-EXIT
020100     END-IF
020110     IF WS-DATE-CLOSED
020120         ADD 1 TO WS-ESTIMATES-CLOSED
020130         PERFORM 2100-READ-REVENUE THRU 2100-EXIT
020140         GO TO 2200-EXIT
020150     END-IF
020160     MOVE ZERO TO WS-MATCH-IX
020170     MOVE RV-RECORD(7:6) TO WS-SK-ROUTE
020180     MOVE WS-CURRENT-DATE TO WS-SK-DATE
020190     PERFORM 3300-SCAN-ESTIMATES THRU 3300-EXIT
020191         VARYING WS-ES-IX FROM 1 BY 1
020192         UNTIL WS-ES-IX > WS-ESTIMATE-COUNT
020193            OR WS-MATCH-IX > ZERO
020194     IF WS-MATCH-IX > ZERO
020195         COMPUTE WS-ES-TRIPS(WS-MATCH-IX) =
020196             WS-ES-TRIPS(WS-MATCH-IX)
020197             + FUNCTION NUMVAL(RV-RECORD(35:5))
020198         COMPUTE WS-ES-ESTIMATE(WS-MATCH-IX) =
020199             WS-ES-ESTIMATE(WS-MATCH-IX)
020200             + FUNCTION NUMVAL(RV-RECORD(45:13))
020201         PERFORM 2100-READ-REVENUE THRU 2100-EXIT
020202         GO TO 2200-EXIT
020203     END-IF
020204     ADD 1 TO WS-ESTIMATE-COUNT
020300     MOVE RV-RECORD(7:6) TO WS-ES-ROUTE(WS-ESTIMATE-COUNT)
020400     MOVE WS-CURRENT-DATE TO WS-ES-DATE(WS-ESTIMATE-COUNT)
020500     COMPUTE WS-ES-TRIPS(WS-ESTIMATE-COUNT) =
020600         FUNCTION NUMVAL(RV-RECORD(35:5))
020700     COMPUTE WS-ES-ESTIMATE(WS-ESTIMATE-COUNT) =
020800         FUNCTION NUMVAL(RV-RECORD(45:13))
020900     MOVE ZERO TO WS-ES-DEPOSITED(WS-ESTIMATE-COUNT)
021000     MOVE 'N' TO WS-ES-DEPOSIT-SEEN(WS-ESTIMATE-COUNT)
021100     PERFORM 2100-READ-REVENUE THRU 2100-EXIT.
021200 2200-EXIT.
021300     EXIT.
021310 2300-CHECK-ESTIMATE-DATE.
021320     MOVE 'N' TO WS-DATE-CLOSED-SW
021330     SET CAL-SVC-GET-PERIOD TO TRUE
021340     MOVE WS-CURRENT-DATE TO CAL-SVC-ARGUMENT
021350     CALL "CALENDAR-SERVICE" USING CALENDAR-SERVICE-REQUEST
021360     IF CAL-SVC-PERIOD-HARD-CLOSED
021370         SET WS-DATE-CLOSED TO TRUE
021380     END-IF.
021390 2300-EXIT.
021395     EXIT.
021400 3000-MATCH-DEPOSITS.
021500     OPEN INPUT DEPOSIT-INPUT-FILE
021600     IF NOT WS-DEPOSIT-OK
021700         GO TO 3000-EXIT
021800     END-IF
021900     PERFORM 3100-READ-DEPOSIT THRU 3100-EXIT
022000     PERFORM 3200-POST-ONE-DEPOSIT THRU 3200-EXIT
022100         UNTIL WS-DEPOSIT-EOF
022200     CLOSE DEPOSIT-INPUT-FILE.
022300 3000-EXIT.
022400     EXIT.
022500 3100-READ-DEPOSIT.
022600     READ DEPOSIT-INPUT-FILE
022700         AT END SET WS-DEPOSIT-EOF TO TRUE
022800     END-READ
022900     IF NOT WS-DEPOSIT-EOF
023000         ADD 1 TO WS-DEPOSITS-READ
023100     END-IF.
023200 3100-EXIT.
023300     EXIT.
023400 3200-POST-ONE-DEPOSIT.
023500     IF FD-AMOUNT IS NOT NUMERIC
023600         MOVE "BAD AMOUNT" TO WS-EL-REASON
023700         PERFORM 3400-WRITE-DEPOSIT-EXC THRU 3400-EXIT
023800         PERFORM 3100-READ-DEPOSIT THRU 3100-EXIT
023900         GO TO 3200-EXIT
024000     END-IF
024010     PERFORM 3500-CHECK-DEPOSIT-DATE THRU 3500-EXIT
024020     IF CAL-SVC-PERIOD-HARD-CLOSED
024030         PERFORM 3600-DIVERT-DEPOSIT THRU 3600-EXIT
024040         PERFORM 3100-READ-DEPOSIT THRU 3100-EXIT
024050         GO TO 3200-EXIT
024060     END-IF
024100     MOVE ZERO TO WS-MATCH-IX
024200     IF FD-TRIP-DATE IS NUMERIC
024300         MOVE FD-ROUTE-ID TO WS-SK-ROUTE
024400         MOVE FD-TRIP-DATE TO WS-SK-DATE
024500         PERFORM 3300-SCAN-ESTIMATES THRU 3300-EXIT
024600             VARYING WS-ES-IX FROM 1 BY 1
024700             UNTIL WS-ES-IX > WS-ESTIMATE-COUNT
024800                OR WS-MATCH-IX > ZERO
024900     END-IF
025000     IF WS-MATCH-IX > ZERO
025100         ADD FD-AMOUNT TO WS-ES-DEPOSITED(WS-MATCH-IX)
025200         MOVE 'Y' TO WS-ES-DEPOSIT-SEEN(WS-MATCH-IX)
025300         ADD 1 TO WS-DEPOSITS-MATCHED
025400     ELSE
025500         MOVE "NO TRIP ON FILE" TO WS-EL-REASON
025600         PERFORM 3400-WRITE-DEPOSIT-EXC THRU 3400-EXIT
025700     END-IF
025800     PERFORM 3100-READ-DEPOSIT THRU 3100-EXIT.
025900 3200-EXIT.
026000     EXIT.
026100 3300-SCAN-ESTIMATES.
026200     IF WS-ES-ROUTE(WS-ES-IX) = WS-SK-ROUTE
026300         AND WS-ES-DATE(WS-ES-IX) = WS-SK-DATE
026400         MOVE WS-ES-IX TO WS-MATCH-IX
026500     END-IF.
026600 3300-EXIT.
026700     EXIT.
026800 3400-WRITE-DEPOSIT-EXC.
026900     MOVE FD-ROUTE-ID TO WS-EL-ROUTE
027000     MOVE FD-TRIP-DATE TO WS-EL-DATE
027100     MOVE FD-VEHICLE-ID TO WS-EL-VEHICLE
027200     IF FD-AMOUNT IS NUMERIC
027300         MOVE FD-AMOUNT TO WS-EL-AMOUNT
027400     ELSE
027500         MOVE ZERO TO WS-EL-AMOUNT
027600     END-IF
027700     WRITE EX-RECORD FROM WS-EXCEPTION-LINE
027800     ADD 1 TO WS-DEPOSITS-UNMATCHED.
027900 3400-EXIT.
028000     EXIT.
028001*--------------------------------------------------------------
028002* CASH FOR A TRIP DATE IN A HARD-CLOSED PERIOD HAS ALREADY BEEN
028003* REPORTED BY FINANCE; IT GOES TO PRIORADJ TO BE BOOKED AS A
028004* PRIOR-PERIOD ADJUSTMENT INSTEAD OF BEING RECONCILED.
028005*--------------------------------------------------------------
028010 3500-CHECK-DEPOSIT-DATE.
028020     MOVE SPACE TO CAL-SVC-PERIOD-STATUS
028030     IF FD-TRIP-DATE IS NOT NUMERIC
028040         GO TO 3500-EXIT
028050     END-IF
028060     SET CAL-SVC-GET-PERIOD TO TRUE
028070     MOVE FD-TRIP-DATE TO CAL-SVC-ARGUMENT
028080     CALL "CALENDAR-SERVICE" USING CALENDAR-SERVICE-REQUEST.
028090 3500-EXIT.
028091     EXIT.
028092 3600-DIVERT-DEPOSIT.
028093     IF NOT WS-ADJUST-OPEN
028094         MOVE SPACES TO WS-ADJUST-STATUS
028095         OPEN EXTEND PRIOR-ADJUSTMENT-FILE
028096         IF NOT WS-ADJUST-OK
028097             OPEN OUTPUT PRIOR-ADJUSTMENT-FILE
028098         END-IF
028099         SET WS-ADJUST-OPEN TO TRUE
028100     END-IF
028101     MOVE FD-TRIP-DATE TO PA-TRANSACTION-DATE
028102     DIVIDE PA-TRANSACTION-DATE BY 100 GIVING PA-PERIOD
028103     MOVE "FAREBOX-RECON-BATCH" TO PA-SOURCE-PROGRAM
028104     MOVE "FAREBOX" TO PA-SOURCE-FILE
028105     MOVE SPACES TO PA-COMPANY
028106     MOVE FUNCTION CURRENT-DATE(1:8) TO PA-DIVERTED-DATE
028107     MOVE DEPOSIT-INPUT-RECORD TO PA-IMAGE
028108     WRITE PJ-RECORD FROM PRIOR-PERIOD-ADJUSTMENT
028109     ADD 1 TO WS-DEPOSITS-DIVERTED.
028110 3600-EXIT.
028111     EXIT.
028121*--------------------------------------------------------------
028200* VARIANCE IS CASH LESS ESTIMATE. THE BAND IS THE TOLERANCE
028300* PERCENTAGE OF THE ESTIMATE EITHER SIDE. A ROUTE THAT RAN
028400* TRIPS AND DEPOSITED NOTHING ALSO GOES TO THE EXCEPTIONS.
028500*--------------------------------------------------------------
028600 4000-WRITE-VARIANCES.
028700     PERFORM 4100-WRITE-ONE-ROUTE THRU 4100-EXIT
028800         VARYING WS-ES-IX FROM 1 BY 1
028900         UNTIL WS-ES-IX > WS-ESTIMATE-COUNT.
029000 4000-EXIT.
029100     EXIT.
029200 4100-WRITE-ONE-ROUTE.
029300     COMPUTE WS-VARIANCE =
029400         WS-ES-DEPOSITED(WS-ES-IX) - WS-ES-ESTIMATE(WS-ES-IX)
029500     COMPUTE WS-BAND ROUNDED =
029600         WS-ES-ESTIMATE(WS-ES-IX) * WS-TOLERANCE-PCT / 100
029700     EVALUATE TRUE
029800         WHEN WS-VARIANCE < ZERO
029900             AND (ZERO - WS-VARIANCE) > WS-BAND
030000             MOVE "SHORT" TO WS-VL-VERDICT
030100             ADD 1 TO WS-ROUTES-SHORT
030200         WHEN WS-VARIANCE > WS-BAND
030300             MOVE "OVER" TO WS-VL-VERDICT
030400             ADD 1 TO WS-ROUTES-OVER
030500         WHEN OTHER
030600             MOVE "IN BAND" TO WS-VL-VERDICT
030700             ADD 1 TO WS-ROUTES-IN-BAND
030800     END-EVALUATE
030900     MOVE WS-ES-ROUTE(WS-ES-IX) TO WS-VL-ROUTE
031000     MOVE WS-ES-DATE(WS-ES-IX) TO WS-VL-DATE
031100     MOVE WS-ES-ESTIMATE(WS-ES-IX) TO WS-VL-ESTIMATE
031200     MOVE WS-ES-DEPOSITED(WS-ES-IX) TO WS-VL-DEPOSITED
031300     MOVE WS-VARIANCE TO WS-VL-VARIANCE
031400     WRITE VR-RECORD FROM WS-VARIANCE-LINE
031500     ADD WS-ES-ESTIMATE(WS-ES-IX) TO WS-TOTAL-ESTIMATE
031600     ADD WS-ES-DEPOSITED(WS-ES-IX) TO WS-TOTAL-DEPOSITED
031700     IF WS-ES-DEPOSIT-SEEN(WS-ES-IX) = 'N'
031800         AND WS-ES-TRIPS(WS-ES-IX) > ZERO
031900         MOVE "MISSING DEPOSIT" TO WS-EL-REASON
032000         MOVE WS-ES-ROUTE(WS-ES-IX) TO WS-EL-ROUTE
032100         MOVE WS-ES-DATE(WS-ES-IX) TO WS-EL-DATE
032200         MOVE SPACES TO WS-EL-VEHICLE
032300         MOVE ZERO TO WS-EL-AMOUNT
032400         WRITE EX-RECORD FROM WS-EXCEPTION-LINE
032500         ADD 1 TO WS-ROUTES-MISSING
032600     END-IF.
032700 4100-EXIT.
032800     EXIT.
032900 8000-WRITE-TOTALS.
033000     MOVE "TOTAL ESTIMATE" TO WS-TL-LABEL
033100     MOVE WS-TOTAL-ESTIMATE TO WS-TL-AMOUNT
033200     WRITE VR-RECORD FROM WS-TOTAL-LINE
033300     MOVE "TOTAL DEPOSITED" TO WS-TL-LABEL
033400     MOVE WS-TOTAL-DEPOSITED TO WS-TL-AMOUNT
033500     WRITE VR-RECORD FROM WS-TOTAL-LINE
033600     MOVE "NET VARIANCE" TO WS-TL-LABEL
033700     COMPUTE WS-VARIANCE =
033800         WS-TOTAL-DEPOSITED - WS-TOTAL-ESTIMATE
033900     MOVE WS-VARIANCE TO WS-TL-AMOUNT
034000     WRITE VR-RECORD FROM WS-TOTAL-LINE
034100     MOVE "ROUTE-DAYS IN BAND" TO WS-CL-LABEL
034200     MOVE WS-ROUTES-IN-BAND TO WS-CL-COUNT
034300     WRITE VR-RECORD FROM WS-COUNT-LINE
034400     MOVE "ROUTE-DAYS SHORT" TO WS-CL-LABEL
034500     MOVE WS-ROUTES-SHORT TO WS-CL-COUNT
034600     WRITE VR-RECORD FROM WS-COUNT-LINE
034700     MOVE "ROUTE-DAYS OVER" TO WS-CL-LABEL
034800     MOVE WS-ROUTES-OVER TO WS-CL-COUNT
034900     WRITE VR-RECORD FROM WS-COUNT-LINE
035000     MOVE "MISSING DEPOSITS" TO WS-CL-LABEL
035100     MOVE WS-ROUTES-MISSING TO WS-CL-COUNT
035200     WRITE VR-RECORD FROM WS-COUNT-LINE
035300     MOVE "DEPOSITS READ" TO WS-CL-LABEL
035400     MOVE WS-DEPOSITS-READ TO WS-CL-COUNT
035500     WRITE VR-RECORD FROM WS-COUNT-LINE
035600     MOVE "DEPOSITS UNMATCHED" TO WS-CL-LABEL
035700     MOVE WS-DEPOSITS-UNMATCHED TO WS-CL-COUNT
035800     WRITE VR-RECORD FROM WS-COUNT-LINE
035810     MOVE "CLOSED-PERIOD ESTIMATES" TO WS-CL-LABEL
035820     MOVE WS-ESTIMATES-CLOSED TO WS-CL-COUNT
035830     WRITE VR-RECORD FROM WS-COUNT-LINE
035840     MOVE "DEPOSITS TO PRIORADJ" TO WS-CL-LABEL
035850     MOVE WS-DEPOSITS-DIVERTED TO WS-CL-COUNT
035860     WRITE VR-RECORD FROM WS-COUNT-LINE.
035900 8000-EXIT.
036000     EXIT.
036100 9000-TERMINATE.
036200     CLOSE VARIANCE-REPORT-FILE
036300     CLOSE EXCEPTION-FILE
036310     IF WS-ADJUST-OPEN
036320         CLOSE PRIOR-ADJUSTMENT-FILE
036330     END-IF.
036400 9000-EXIT.
036500     EXIT.
036600 END PROGRAM FAREBOX-RECON-BATCH.
