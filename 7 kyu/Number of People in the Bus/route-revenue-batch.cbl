002300*                    THE CONFIGURED FLOOR (RUNOPTS KEY
002400*                    REVENUE-FLOOR, DEFAULT 100). PLANNING
002500*                    RETIRES ITS SPREADSHEET.
002510*   2026-09-17  TRA  REVRPT HEADER NOW CARRIES THE TRIP DATE
002520*                    THE COUNTS COVER, FROM THE NEW REVCTL
002530*                    CARD (CURRENT DATE WHEN ABSENT), SO
002540*                    FAREBOX-RECON-BATCH CAN MATCH DEPOSITS
002550*                    TO THE ESTIMATE BY ROUTE AND DATE.
002558*   2026-10-01  TRA  REVRPT'S HEADER IS FOLLOWED BY THE FARETAB
002566*                    VERSION THE ESTIMATES WERE PRICED FROM
002574*                    (REFTAB-VERSION). THE LINE DOES NOT START
002582*                    "ROUTE ", SO FAREBOX-RECON-BATCH PASSES
002590*                    OVER IT.
002591*   2026-10-15  TRA  REVENUE BY OPERATING COMPANY. TRIPIN CARRIES
002592*                    THE TRIP'S COMPANY (BLANK MEANS THE PARENT);
002593*                    ROUTES ARE TALLIED PER COMPANY AT THE SAME
002594*                    FARETAB FARE. REVRPT GIVES EACH COMPANY A
002595*                    SECTION OF ROUTE LINES, RANKED AND ENDING
002596*                    WITH THE COMPANY, AND A COMPANY TOTAL, THEN
002597*                    A CONSOLIDATED PAGE OF COMPANY TOTALS AND
002598*                    THE GRAND TOTAL. ONLY ROUTE LINES START
002599*                    "ROUTE ", SO EACH IS STILL POSTED ONCE.
002600*   2026-10-15  TRA  TRIPIN NOW ENDS WITH THE SERVICE DATE AND
002610*                    DEPARTURE TIME FOR THE DEMAND HISTORY; NOT
002620*                    USED HERE, SO CARRIED AS FILLER.
002630*   2026-10-15  TRA  A REVCTL TRIP DATE IN A HARD-CLOSED
002640*                    ACCOUNTING PERIOD (CALENDAR-SERVICE PERIOD
002650*                    STATUS) TALLIES NO REVENUE: EVERY TRIPIN
002660*                    RECORD IS APPENDED TO PRIORADJ AS A PRIOR-
002670*                    PERIOD ADJUSTMENT, AND REVRPT ENDS WITH HOW
002680*                    MANY.
002690*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003010     SELECT REVENUE-CONTROL-FILE ASSIGN TO "REVCTL"
003020         ORGANIZATION IS LINE SEQUENTIAL
003030         FILE STATUS IS WS-CONTROL-STATUS.
003100     SELECT FARE-TABLE-FILE ASSIGN TO "FARETAB"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-FARE-STATUS.
003700     SELECT REVENUE-REPORT-FILE ASSIGN TO "REVRPT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-REPORT-STATUS.
003910     SELECT PRIOR-ADJUSTMENT-FILE ASSIGN TO "PRIORADJ"
003920         ORGANIZATION IS LINE SEQUENTIAL
003930         FILE STATUS IS WS-ADJUST-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004110 FD  REVENUE-CONTROL-FILE.
004120 01  REVENUE-CONTROL-CARD.
004130     05  RC-TRIP-DATE            PIC 9(08).
004200 FD  FARE-TABLE-FILE.
004300 01  FARE-TABLE-RECORD.
004400     05  FT-ROUTE-ID             PIC X(06).
005200     05  TI-STOP-SEQ             PIC 9(03).
005300     05  TI-PEOPLE-IN            PIC 9(03).
005400     05  TI-PEOPLE-OUT           PIC 9(03).
005410     05  TI-COMPANY              PIC X(02).
005420     05  FILLER                  PIC X(12).
005500 FD  REVENUE-REPORT-FILE.
005600 01  RV-RECORD                   PIC X(90).
005610 FD  PRIOR-ADJUSTMENT-FILE.
005620 01  PJ-RECORD                   PIC X(268).
005700 WORKING-STORAGE SECTION.
005710 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
005720     88  WS-CONTROL-OK                           VALUE '00'.
005800 77  WS-FARE-STATUS              PIC X(02)       VALUE SPACES.
005900     88  WS-FARE-OK                              VALUE '00'.
006000     88  WS-FARE-EOF                             VALUE '10'.
006300     88  WS-INPUT-EOF                            VALUE '10'.
006400 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
006500     88  WS-REPORT-OK                            VALUE '00'.
006510 77  WS-ADJUST-STATUS            PIC X(02)       VALUE SPACES.
006520     88  WS-ADJUST-OK                            VALUE '00'.
006530 77  WS-ADJUST-OPEN-SW           PIC X(01)       VALUE 'N'.
006540     88  WS-ADJUST-OPEN                          VALUE 'Y'.
006550 77  WS-PERIOD-CLOSED-SW         PIC X(01)       VALUE 'N'.
006560     88  WS-PERIOD-CLOSED                        VALUE 'Y'.
006570 77  WS-TRIPS-DIVERTED           PIC 9(07)       VALUE ZERO COMP.
006600 77  WS-ROUTE-COUNT              PIC 9(03)       VALUE ZERO COMP.
006700 77  WS-ROUTE-MAX                PIC 9(03)       VALUE 100 COMP.
006800 77  WS-RT-IX                    PIC 9(03)       VALUE ZERO COMP.
007100 77  WS-INNER-SUB                PIC 9(03)       VALUE ZERO COMP.
007200 77  WS-REVENUE-FLOOR            PIC 9(10)       VALUE 100.
007300 77  WS-PER-TRIP                 PIC 9(09)V99    VALUE ZERO.
007310 77  WS-COMPANY-COUNT            PIC 9(03)       VALUE ZERO COMP.
007320 77  WS-COMPANY-MAX              PIC 9(03)       VALUE 10 COMP.
007330 77  WS-CO-IX                    PIC 9(03)       VALUE ZERO COMP.
007340 77  WS-ALL-REVENUE              PIC 9(11)V99    VALUE ZERO.
007343 77  WS-ALL-BOARDINGS            PIC 9(09)       VALUE ZERO.
007346 77  WS-ALL-TRIPS                PIC 9(06)       VALUE ZERO.
007350 77  WS-TRIP-COMPANY             PIC X(02)       VALUE SPACES.
007400 01  WS-CURRENT-ROUTE            PIC X(06)       VALUE SPACES.
007410 01  WS-CURRENT-COMPANY          PIC X(02)       VALUE SPACES.
007600 COPY RUNOPTS.
007610 COPY REFTVER.
007700 01  WS-ROUTE-TABLE.
007800     05  WS-RT-ENTRY OCCURS 100.
007810         10  WS-RT-COMPANY       PIC X(02).
007900         10  WS-RT-ROUTE         PIC X(06).
008000         10  WS-RT-FARE          PIC 9(03)V99.
008100         10  WS-RT-TRANSFER      PIC X(01).
008300         10  WS-RT-TRIPS         PIC 9(05).
008400         10  WS-RT-REVENUE       PIC 9(11)V99.
008500 01  WS-ROUTE-ENTRY-HOLD.
008510     05  WS-RH-COMPANY           PIC X(02).
008600     05  WS-RH-ROUTE             PIC X(06).
008700     05  WS-RH-FARE              PIC 9(03)V99.
008800     05  WS-RH-TRANSFER          PIC X(01).
008900     05  WS-RH-BOARDINGS         PIC 9(08).
009000     05  WS-RH-TRIPS             PIC 9(05).
009100     05  WS-RH-REVENUE           PIC 9(11)V99.
009110 01  WS-COMPANY-TABLE.
009120     05  WS-CO-ENTRY OCCURS 10.
009130         10  WS-CO-COMPANY       PIC X(02).
009140         10  WS-CO-BOARDINGS     PIC 9(09).
009150         10  WS-CO-TRIPS         PIC 9(06).
009160         10  WS-CO-REVENUE       PIC 9(11)V99.
009200 01  WS-REPORT-HEADER.
009210     05  FILLER                  PIC X(42)       VALUE
009300         "ROUTE REVENUE ESTIMATE - RANKED BY REVENUE".
009310     05  FILLER                  PIC X(15)       VALUE
009320         " FOR TRIP DATE ".
009330     05  WS-RH-TRIP-DATE         PIC 9(08)       VALUE ZERO.
009400 01  WS-ROUTE-LINE.
009500     05  FILLER                  PIC X(06)       VALUE "ROUTE ".
009600     05  WS-RL-ROUTE             PIC X(06).
010400     05  WS-RL-PER-TRIP          PIC Z(06)9.99.
010500     05  FILLER                  PIC X(02)       VALUE SPACES.
010600     05  WS-RL-FLAG              PIC X(08).
010605     05  FILLER                  PIC X(04)       VALUE " CO=".
010610     05  WS-RL-COMPANY           PIC X(02).
010615 01  WS-COMPANY-HEADER.
010620     05  FILLER                  PIC X(08)       VALUE
010625             "COMPANY ".
010630     05  WS-CH-COMPANY           PIC X(02).
010635 01  WS-CONSOLIDATED-HEADER.
010640     05  FILLER                  PIC X(28)       VALUE
010645             "CONSOLIDATED - ALL COMPANIES".
010650 01  WS-COMPANY-TOTAL-LINE.
010655     05  WS-CT-LABEL             PIC X(08).
010660     05  WS-CT-COMPANY           PIC X(02).
010665     05  FILLER                  PIC X(07)       VALUE " BOARD ".
010670     05  WS-CT-BOARDINGS         PIC Z(08)9.
010675     05  FILLER                  PIC X(07)       VALUE " TRIPS ".
010680     05  WS-CT-TRIPS             PIC Z(05)9.
010685     05  FILLER                  PIC X(11)       VALUE
010690             " TOTAL REV ".
010695     05  WS-CT-REVENUE           PIC Z(10)9.99.
010696 01  WS-DIVERTED-LINE.
010697     05  FILLER                  PIC X(40)       VALUE
010698         "TRIPIN RECORDS IN HARD-CLOSED PERIOD TO ".
010699     05  FILLER                  PIC X(09)       VALUE
010700         "PRIORADJ ".
010701     05  WS-DV-COUNT             PIC Z(06)9.
010702 COPY COMPANY.
010703 COPY CALSVC.
010704 COPY PRIORADJ.
010705 PROCEDURE DIVISION.
010800 0000-MAINLINE.
010900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011000     PERFORM 2000-LOAD-FARE-TABLE THRU 2000-EXIT.
012600     END-IF
012700     DISPLAY "ROUTEREV OPTIONS REVENUE-FLOOR="
012800         WS-REVENUE-FLOOR
012810     OPEN INPUT REVENUE-CONTROL-FILE
012820     IF WS-CONTROL-OK
012830         READ REVENUE-CONTROL-FILE
012840             AT END MOVE ZERO TO RC-TRIP-DATE
012850         END-READ
012860         CLOSE REVENUE-CONTROL-FILE
012870         IF RC-TRIP-DATE IS NUMERIC
012880             MOVE RC-TRIP-DATE TO WS-RH-TRIP-DATE
012890         END-IF
012891     END-IF
012892     IF WS-RH-TRIP-DATE = ZERO
012893         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RH-TRIP-DATE
012894     END-IF
012895     SET CAL-SVC-GET-PERIOD TO TRUE
012896     MOVE WS-RH-TRIP-DATE TO CAL-SVC-ARGUMENT
012897     CALL "CALENDAR-SERVICE" USING CALENDAR-SERVICE-REQUEST
012898     IF CAL-SVC-PERIOD-HARD-CLOSED
012899         SET WS-PERIOD-CLOSED TO TRUE
012900     END-IF
012901     OPEN OUTPUT REVENUE-REPORT-FILE
013000     WRITE RV-RECORD FROM WS-REPORT-HEADER
013010     MOVE "FARETAB" TO RTV-TABLE-NAME
013020     CALL "REFTAB-VERSION" USING REFTAB-VERSION-REQUEST
013030     WRITE RV-RECORD FROM RTV-HEADER-LINE.
013100 1000-EXIT.
013200     EXIT.
013300 2000-LOAD-FARE-TABLE.
015000     EXIT.
015100 2200-STORE-ONE-FARE.
015200     ADD 1 TO WS-ROUTE-COUNT
015210     MOVE SPACES TO WS-RT-COMPANY(WS-ROUTE-COUNT)
015300     MOVE FT-ROUTE-ID TO WS-RT-ROUTE(WS-ROUTE-COUNT)
015400     MOVE FT-FARE TO WS-RT-FARE(WS-ROUTE-COUNT)
015500     MOVE FT-TRANSFER-FLAG TO WS-RT-TRANSFER(WS-ROUTE-COUNT)
016300* TRIPIN GROUPS CONSECUTIVE STOPS BY ROUTE, SO A ROUTE CHANGE
016400* OPENS A NEW TRIP. ROUTES WITHOUT A FARETAB ROW STILL TALLY
016500* (FARE ZERO) SO MISSING TABLE ROWS SHOW AS ZERO-REVENUE
016600* ROUTES INSTEAD OF VANISHING. A FARETAB ROW IS TAKEN BY THE
016610* FIRST COMPANY TO RUN THE ROUTE; ANOTHER COMPANY RUNNING IT
016620* GETS ITS OWN ROW PRICED THE SAME. A COMPANY CHANGE ALSO OPENS
016630* A NEW TRIP. IN A HARD-CLOSED PERIOD EACH STOP GOES TO PRIORADJ
016640* INSTEAD.
016700*--------------------------------------------------------------
016800 3000-TALLY-BOARDINGS.
016900     OPEN INPUT TRIP-INPUT-FILE
017100         GO TO 3000-EXIT
017200     END-IF
017300     MOVE SPACES TO WS-CURRENT-ROUTE
017310     MOVE SPACES TO WS-CURRENT-COMPANY
017400     PERFORM 3100-READ-TRIP THRU 3100-EXIT
017500     PERFORM 3200-TALLY-ONE-STOP THRU 3200-EXIT
017600         UNTIL WS-INPUT-EOF
018400 3100-EXIT.
018500     EXIT.
018600 3200-TALLY-ONE-STOP.
018610     IF TI-COMPANY = SPACES
018620         MOVE CMP-PARENT-COMPANY TO WS-TRIP-COMPANY
018630     ELSE
018640         MOVE TI-COMPANY TO WS-TRIP-COMPANY
018650     END-IF
018660     IF WS-PERIOD-CLOSED
018670         PERFORM 3400-DIVERT-STOP THRU 3400-EXIT
018680         PERFORM 3100-READ-TRIP THRU 3100-EXIT
018690         GO TO 3200-EXIT
018695     END-IF
018700     PERFORM 3300-FIND-ROUTE-SLOT THRU 3300-EXIT
018800     IF WS-MATCH-IX > ZERO
018900         ADD TI-PEOPLE-IN TO WS-RT-BOARDINGS(WS-MATCH-IX)
019000         IF TI-ROUTE-ID NOT = WS-CURRENT-ROUTE
019010             OR WS-TRIP-COMPANY NOT = WS-CURRENT-COMPANY
019100             ADD 1 TO WS-RT-TRIPS(WS-MATCH-IX)
019200         END-IF
019300     END-IF
019400     MOVE TI-ROUTE-ID TO WS-CURRENT-ROUTE
019410     MOVE WS-TRIP-COMPANY TO WS-CURRENT-COMPANY
019500     PERFORM 3100-READ-TRIP THRU 3100-EXIT.
019600 3200-EXIT.
019700     EXIT.
020500         AND WS-ROUTE-COUNT < WS-ROUTE-MAX
020600         ADD 1 TO WS-ROUTE-COUNT
020700         MOVE WS-ROUTE-COUNT TO WS-MATCH-IX
020710         MOVE WS-TRIP-COMPANY TO WS-RT-COMPANY(WS-MATCH-IX)
020800         MOVE TI-ROUTE-ID TO WS-RT-ROUTE(WS-MATCH-IX)
020900         MOVE ZERO TO WS-RT-FARE(WS-MATCH-IX)
021000         MOVE 'N' TO WS-RT-TRANSFER(WS-MATCH-IX)
021100         MOVE ZERO TO WS-RT-BOARDINGS(WS-MATCH-IX)
021200         MOVE ZERO TO WS-RT-TRIPS(WS-MATCH-IX)
021300         MOVE ZERO TO WS-RT-REVENUE(WS-MATCH-IX)
021310         PERFORM 3320-COPY-FARE THRU 3320-EXIT
021320             VARYING WS-RT-IX FROM 1 BY 1
021330             UNTIL WS-RT-IX >= WS-ROUTE-COUNT
021400     END-IF
021410     IF WS-MATCH-IX > ZERO
021420         MOVE WS-TRIP-COMPANY TO WS-RT-COMPANY(WS-MATCH-IX)
021430     END-IF.
021500 3300-EXIT.
021600     EXIT.
021700 3310-SCAN-ROUTE.
021800     IF WS-RT-ROUTE(WS-RT-IX) = TI-ROUTE-ID
021810         AND (WS-RT-COMPANY(WS-RT-IX) = WS-TRIP-COMPANY
021820           OR WS-RT-COMPANY(WS-RT-IX) = SPACES)
021900         MOVE WS-RT-IX TO WS-MATCH-IX
022000     END-IF.
022100 3310-EXIT.
022200     EXIT.
022210 3320-COPY-FARE.
022220     IF WS-RT-ROUTE(WS-RT-IX) = TI-ROUTE-ID
022230         MOVE WS-RT-FARE(WS-RT-IX) TO WS-RT-FARE(WS-MATCH-IX)
022240         MOVE WS-RT-TRANSFER(WS-RT-IX)
022250             TO WS-RT-TRANSFER(WS-MATCH-IX)
022260     END-IF.
022270 3320-EXIT.
022280     EXIT.
022281 3400-DIVERT-STOP.
022282     IF NOT WS-ADJUST-OPEN
022283         MOVE SPACES TO WS-ADJUST-STATUS
022284         OPEN EXTEND PRIOR-ADJUSTMENT-FILE
022285         IF NOT WS-ADJUST-OK
022286             OPEN OUTPUT PRIOR-ADJUSTMENT-FILE
022287         END-IF
022288         SET WS-ADJUST-OPEN TO TRUE
022289     END-IF
022290     DIVIDE WS-RH-TRIP-DATE BY 100 GIVING PA-PERIOD
022291     MOVE WS-RH-TRIP-DATE TO PA-TRANSACTION-DATE
022292     MOVE "ROUTE-REVENUE-BATCH" TO PA-SOURCE-PROGRAM
022293     MOVE "TRIPIN" TO PA-SOURCE-FILE
022294     MOVE WS-TRIP-COMPANY TO PA-COMPANY
022295     MOVE FUNCTION CURRENT-DATE(1:8) TO PA-DIVERTED-DATE
022296     MOVE TRIP-INPUT-RECORD TO PA-IMAGE
022297     WRITE PJ-RECORD FROM PRIOR-PERIOD-ADJUSTMENT
022298     ADD 1 TO WS-TRIPS-DIVERTED.
022299 3400-EXIT.
022300     EXIT.
022301 4000-RATE-ROUTES.
022400     PERFORM 4100-RATE-ONE-ROUTE THRU 4100-EXIT
022500         VARYING WS-RT-IX FROM 1 BY 1
022600         UNTIL WS-RT-IX > WS-ROUTE-COUNT.
022700 4000-EXIT.
022800     EXIT.
022900 4100-RATE-ONE-ROUTE.
022910     IF WS-RT-COMPANY(WS-RT-IX) = SPACES
022920         MOVE CMP-PARENT-COMPANY TO WS-RT-COMPANY(WS-RT-IX)
022930     END-IF
023000     COMPUTE WS-RT-REVENUE(WS-RT-IX) =
023100         WS-RT-BOARDINGS(WS-RT-IX) * WS-RT-FARE(WS-RT-IX)
023200     IF WS-RT-TRANSFER(WS-RT-IX) = 'Y'
023600 4100-EXIT.
023700     EXIT.
023800*--------------------------------------------------------------
023900* SIMPLE EXCHANGE SORT, BY COMPANY THEN HIGHEST REVENUE FIRST -
024000* THE TABLE IS AT MOST A HUNDRED ROWS.
024100*--------------------------------------------------------------
024200 5000-RANK-ROUTES.
024300     PERFORM 5100-RANK-ONE-PASS THRU 5100-EXIT
025200 5100-EXIT.
025300     EXIT.
025400 5200-COMPARE-ONE-PAIR.
025500     IF WS-RT-COMPANY(WS-INNER-SUB)
025510         > WS-RT-COMPANY(WS-INNER-SUB + 1)
025520         OR (WS-RT-COMPANY(WS-INNER-SUB)
025530             = WS-RT-COMPANY(WS-INNER-SUB + 1)
025540         AND WS-RT-REVENUE(WS-INNER-SUB)
025600             < WS-RT-REVENUE(WS-INNER-SUB + 1))
025700         MOVE WS-RT-ENTRY(WS-INNER-SUB) TO WS-ROUTE-ENTRY-HOLD
025800         MOVE WS-RT-ENTRY(WS-INNER-SUB + 1)
025900             TO WS-RT-ENTRY(WS-INNER-SUB)
026200     END-IF.
026300 5200-EXIT.
026400     EXIT.
026410*--------------------------------------------------------------
026420* ONE SECTION PER COMPANY, THEN THE CONSOLIDATED PAGE. THE
026430* COMPANY TABLE IS BUILT FROM THE SORTED ROUTES, SO IT IS IN
026440* COMPANY ORDER. TOTAL LINES DO NOT START "ROUTE ", SO
026450* FAREBOX-RECON-BATCH PASSES OVER THEM; GL-POSTING-INTERFACE
026452* TAKES THE ALL LINE'S REVENUE (COLUMN 51) AS REVRPT'S CONTROL
026454* TOTAL.
026460*--------------------------------------------------------------
026500 6000-WRITE-REPORT.
026510     MOVE ZERO TO WS-COMPANY-COUNT
026520     PERFORM 6050-TOTAL-ONE-ROUTE THRU 6050-EXIT
026530         VARYING WS-RT-IX FROM 1 BY 1
026540         UNTIL WS-RT-IX > WS-ROUTE-COUNT
026550     PERFORM 6200-WRITE-ONE-COMPANY THRU 6200-EXIT
026560         VARYING WS-CO-IX FROM 1 BY 1
026570         UNTIL WS-CO-IX > WS-COMPANY-COUNT
026580     WRITE RV-RECORD FROM WS-CONSOLIDATED-HEADER
026590     MOVE ZERO TO WS-ALL-REVENUE
026600     MOVE ZERO TO WS-ALL-BOARDINGS
026610     MOVE ZERO TO WS-ALL-TRIPS
026620     PERFORM 6300-WRITE-COMPANY-TOTAL THRU 6300-EXIT
026630         VARYING WS-CO-IX FROM 1 BY 1
026640         UNTIL WS-CO-IX > WS-COMPANY-COUNT
026650     MOVE "ALL     " TO WS-CT-LABEL
026660     MOVE CMP-ALL-COMPANIES TO WS-CT-COMPANY
026670     MOVE WS-ALL-BOARDINGS TO WS-CT-BOARDINGS
026680     MOVE WS-ALL-TRIPS TO WS-CT-TRIPS
026690     MOVE WS-ALL-REVENUE TO WS-CT-REVENUE
026700     WRITE RV-RECORD FROM WS-COMPANY-TOTAL-LINE
026710     IF WS-TRIPS-DIVERTED > ZERO
026720         MOVE WS-TRIPS-DIVERTED TO WS-DV-COUNT
026730         WRITE RV-RECORD FROM WS-DIVERTED-LINE
026740     END-IF.
026900 6000-EXIT.
027000     EXIT.
027004 6050-TOTAL-ONE-ROUTE.
027008     IF WS-COMPANY-COUNT = ZERO
027012         OR WS-RT-COMPANY(WS-RT-IX)
027016             NOT = WS-CO-COMPANY(WS-COMPANY-COUNT)
027020         IF WS-COMPANY-COUNT >= WS-COMPANY-MAX
027024             GO TO 6050-EXIT
027028         END-IF
027032         ADD 1 TO WS-COMPANY-COUNT
027036         MOVE WS-RT-COMPANY(WS-RT-IX)
027040             TO WS-CO-COMPANY(WS-COMPANY-COUNT)
027044         MOVE ZERO TO WS-CO-BOARDINGS(WS-COMPANY-COUNT)
027048         MOVE ZERO TO WS-CO-TRIPS(WS-COMPANY-COUNT)
027052         MOVE ZERO TO WS-CO-REVENUE(WS-COMPANY-COUNT)
027056     END-IF
027060     ADD WS-RT-BOARDINGS(WS-RT-IX)
027064         TO WS-CO-BOARDINGS(WS-COMPANY-COUNT)
027068     ADD WS-RT-TRIPS(WS-RT-IX) TO WS-CO-TRIPS(WS-COMPANY-COUNT)
027072     ADD WS-RT-REVENUE(WS-RT-IX)
027076         TO WS-CO-REVENUE(WS-COMPANY-COUNT).
027080 6050-EXIT.
027084     EXIT.
027100 6100-WRITE-ONE-ROUTE.
027120     IF WS-RT-COMPANY(WS-RT-IX) NOT = WS-CO-COMPANY(WS-CO-IX)
027140         GO TO 6100-EXIT
027160     END-IF
027180     MOVE WS-RT-COMPANY(WS-RT-IX) TO WS-RL-COMPANY
027200     MOVE WS-RT-ROUTE(WS-RT-IX) TO WS-RL-ROUTE
027300     MOVE WS-RT-BOARDINGS(WS-RT-IX) TO WS-RL-BOARDINGS
027400     MOVE WS-RT-TRIPS(WS-RT-IX) TO WS-RL-TRIPS
028800     WRITE RV-RECORD FROM WS-ROUTE-LINE.
028900 6100-EXIT.
029000     EXIT.
029003 6200-WRITE-ONE-COMPANY.
029006     MOVE WS-CO-COMPANY(WS-CO-IX) TO WS-CH-COMPANY
029009     WRITE RV-RECORD FROM WS-COMPANY-HEADER
029012     PERFORM 6100-WRITE-ONE-ROUTE THRU 6100-EXIT
029015         VARYING WS-RT-IX FROM 1 BY 1
029018         UNTIL WS-RT-IX > WS-ROUTE-COUNT
029021     MOVE "COMPANY " TO WS-CT-LABEL
029024     MOVE WS-CO-COMPANY(WS-CO-IX) TO WS-CT-COMPANY
029027     MOVE WS-CO-BOARDINGS(WS-CO-IX) TO WS-CT-BOARDINGS
029030     MOVE WS-CO-TRIPS(WS-CO-IX) TO WS-CT-TRIPS
029033     MOVE WS-CO-REVENUE(WS-CO-IX) TO WS-CT-REVENUE
029036     WRITE RV-RECORD FROM WS-COMPANY-TOTAL-LINE.
029039 6200-EXIT.
029042     EXIT.
029045 6300-WRITE-COMPANY-TOTAL.
029048     MOVE "COMPANY " TO WS-CT-LABEL
029051     MOVE WS-CO-COMPANY(WS-CO-IX) TO WS-CT-COMPANY
029054     MOVE WS-CO-BOARDINGS(WS-CO-IX) TO WS-CT-BOARDINGS
029057     MOVE WS-CO-TRIPS(WS-CO-IX) TO WS-CT-TRIPS
029060     MOVE WS-CO-REVENUE(WS-CO-IX) TO WS-CT-REVENUE
029063     WRITE RV-RECORD FROM WS-COMPANY-TOTAL-LINE
029066     ADD WS-CO-BOARDINGS(WS-CO-IX) TO WS-ALL-BOARDINGS
029069     ADD WS-CO-TRIPS(WS-CO-IX) TO WS-ALL-TRIPS
029072     ADD WS-CO-REVENUE(WS-CO-IX) TO WS-ALL-REVENUE.
029075 6300-EXIT.
029078     EXIT.
029100 9000-TERMINATE.
029200     CLOSE REVENUE-REPORT-FILE
029210     IF WS-ADJUST-OPEN
029220         CLOSE PRIOR-ADJUSTMENT-FILE
029230     END-IF.
029300 9000-EXIT.
029400     EXIT.
029500 END PROGRAM ROUTE-REVENUE-BATCH.
