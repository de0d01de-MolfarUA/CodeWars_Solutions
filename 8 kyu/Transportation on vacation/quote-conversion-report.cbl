002510*   2026-09-03  RDM  QUOTEOUT RECORD WIDENED TO THE 100-BYTE
002520*                    LAYOUT THE QUOTE WRITER PRODUCES SINCE
002530*                    THE AVAILABILITY COLUMNS WERE ADDED.
002540*   2026-09-17  RDM  BOOKINGS LAYOUT TAKEN FROM THE SHARED
002550*                    BOOKREC COPYBOOK NOW THAT THE RETURN
002560*                    INVOICING JOB READS THE FEED AS WELL.
002563*   2026-10-01  RDM  RUNS AS BUS020 OF THE SCHEDULED BUSINESS
002566*                    JOB STREAM, BEHIND BUS010'S QUOTEOUT.
002569*                    CONVRPT AND BOOKEXC ARE REGISTERED IN THE
002572*                    CYCLE LINEAGE LOG THROUGH CYCLE-STAMP,
002575*                    STEP COMPLETION AND THE CONVRPT LINE COUNT
002578*                    GO TO STEPSTAT, AND END OF STEP LEAVES
002581*                    CHAINBAL CONSUMER TRAILERS FOR QUOTEOUT
002584*                    (COUNT AND ORDINAL HASH OF EVERY LINE
002587*                    READ, SO THE QUOTEOUT LEG CAN BE PROVED
002590*                    HASH FOR HASH) AND BOOKINGS.
002592*   2026-10-15  RDM  AN UNMATCHED BOOKING ALSO GOES TO BOOKEXC AS
002594*                    A SUSPENSE LINE (SUSPLIN) CARRYING THE
002596*                    BOOKING RECORD, FOR SUSPENSE-SWEEP. BOOKEXC
002598*                    WIDENED TO 103 BYTES FOR THE IMAGE.
002599*   2026-10-15  RDM  COMPANY SEGREGATION. THE QUOTE'S COMPANY
002600*                    COMES FROM THE END OF THE QUOTE LINE (CO=)
002601*                    AND THE BOOKING'S FROM BOOKREC; A BOOKING
002602*                    MATCHES ONLY ITS OWN COMPANY'S QUOTES, AND
002603*                    CONVRPT PRINTS EACH COMPANY'S BANDS UNDER A
002604*                    COMPANY HEADING WITH THE CODE AT THE END OF
002605*                    EVERY BAND LINE. BOOKEXC WIDENED TO 106 FOR
002606*                    THE LONGER BOOKING IMAGE.
002607*   2026-10-15  RDM  A BOOKING WHOSE PICKUP DATE FALLS IN A
002608*                    HARD-CLOSED ACCOUNTING PERIOD (CALENDAR-
002609*                    SERVICE PERIOD STATUS) IS NOT COUNTED -
002610*                    THAT PERIOD'S CONVERSION FIGURES ARE
002611*                    ALREADY REPORTED - BUT APPENDED TO PRIORADJ
002612*                    AS A PRIOR-PERIOD ADJUSTMENT; CONVRPT ENDS
002613*                    WITH THE COUNT WHEN THERE ARE ANY.
002614*   2026-10-15  RDM  CONVRPT CLOSES WITH A TOTAL REALIZED REVENUE
002615*                    LINE, ADDED UP AS EACH BOOKING IS MATCHED
002616*                    RATHER THAN FROM THE BAND LINES, SO GL-
002617*                    POSTING-INTERFACE HAS A CONTROL TOTAL TO
002618*                    TIE THE BANDS TO (A BOOKING LOST TO A FULL
002619*                    BAND TABLE NOW SHOWS).
002623*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 INPUT-OUTPUT SECTION.
004000     SELECT BOOKING-EXCEPTION-FILE ASSIGN TO "BOOKEXC"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-EXCEPT-STATUS.
004210     SELECT PRIOR-ADJUSTMENT-FILE ASSIGN TO "PRIORADJ"
004220         ORGANIZATION IS LINE SEQUENTIAL
004230         FILE STATUS IS WS-ADJUST-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  QUOTE-OUTPUT-FILE.
004600 01  QO-RECORD                   PIC X(181).
004700 FD  BOOKING-INPUT-FILE.
004800 COPY BOOKREC.
005400 FD  CONVERSION-REPORT-FILE.
005500 01  CV-RECORD                   PIC X(85).
005600 FD  BOOKING-EXCEPTION-FILE.
005700 01  BX-RECORD                   PIC X(106).
005710 FD  PRIOR-ADJUSTMENT-FILE.
005720 01  PJ-RECORD                   PIC X(268).
005800 WORKING-STORAGE SECTION.
005900 77  WS-QUOTE-STATUS             PIC X(02)       VALUE SPACES.
006000     88  WS-QUOTE-OK                             VALUE '00'.
006600     88  WS-REPORT-OK                            VALUE '00'.
006700 77  WS-EXCEPT-STATUS            PIC X(02)       VALUE SPACES.
006800     88  WS-EXCEPT-OK                            VALUE '00'.
006810 77  WS-ADJUST-STATUS            PIC X(02)       VALUE SPACES.
006820     88  WS-ADJUST-OK                            VALUE '00'.
006830 77  WS-ADJUST-OPEN-SW           PIC X(01)       VALUE 'N'.
006840     88  WS-ADJUST-OPEN                          VALUE 'Y'.
006900 77  WS-QUOTE-COUNT              PIC 9(04)       VALUE ZERO COMP.
007000 77  WS-QUOTE-MAX                PIC 9(04)       VALUE 1000 COMP.
007100 77  WS-BAND-COUNT               PIC 9(03)       VALUE ZERO COMP.
007200 77  WS-BAND-MAX                 PIC 9(03)       VALUE 120 COMP.
007300 77  WS-QT-IX                    PIC 9(04)       VALUE ZERO COMP.
007400 77  WS-BD-IX                    PIC 9(03)       VALUE ZERO COMP.
007500 77  WS-MATCH-IX                 PIC 9(04)       VALUE ZERO COMP.
007600 77  WS-THIS-DAYS                PIC 9(04)       VALUE ZERO.
007700 77  WS-THIS-BAND                PIC X(01)       VALUE SPACE.
007800 77  WS-THIS-CLASS               PIC X(04)       VALUE SPACES.
007810 77  WS-THIS-COMPANY             PIC X(02)       VALUE SPACES.
007820 77  WS-COMPANY-COUNT            PIC 9(02)       VALUE ZERO COMP.
007830 77  WS-COMPANY-MAX              PIC 9(02)       VALUE 10 COMP.
007840 77  WS-CO-IX                    PIC 9(02)       VALUE ZERO COMP.
007850 77  WS-CO-MATCH-IX              PIC 9(02)       VALUE ZERO COMP.
007900 77  WS-CONVERSION-PCT           PIC 9(03)       VALUE ZERO.
007910 77  WS-QUOTES-READ              PIC 9(09)       VALUE ZERO COMP.
007920 77  WS-QUOTE-HASH               PIC 9(12)       VALUE ZERO COMP.
007930 77  WS-BOOKINGS-READ            PIC 9(09)       VALUE ZERO COMP.
007940 77  WS-REPORT-LINES             PIC 9(09)       VALUE ZERO COMP.
007950 77  WS-BOOKINGS-DIVERTED        PIC 9(06)       VALUE ZERO COMP.
007960 77  WS-REALIZED-TOTAL           PIC 9(12)       VALUE ZERO.
008000 01  WS-QUOTE-TABLE.
008100     05  WS-QT-ENTRY OCCURS 1000.
008200         10  WS-QT-COMPANY       PIC X(02).
008210         10  WS-QT-CUSTOMER      PIC X(10).
008300         10  WS-QT-CLASS         PIC X(04).
008400         10  WS-QT-BAND          PIC X(01).
008500         10  WS-QT-PRICE         PIC 9(10).
008600         10  WS-QT-BOOKED        PIC X(01).
008700 01  WS-BAND-TABLE.
008800     05  WS-BD-ENTRY OCCURS 120.
008810         10  WS-BD-COMPANY       PIC X(02).
008900         10  WS-BD-CLASS         PIC X(04).
009000         10  WS-BD-BAND          PIC X(01).
009100         10  WS-BD-QUOTED        PIC 9(06).
009200         10  WS-BD-BOOKED        PIC 9(06).
009300         10  WS-BD-REV-QUOTED    PIC 9(12).
009400         10  WS-BD-REV-REALIZED  PIC 9(12).
009410 01  WS-COMPANY-TABLE.
009420     05  WS-CO-COMPANY           PIC X(02)       OCCURS 10.
009500 01  WS-REPORT-HEADER            PIC X(44)       VALUE
009600         "QUOTE-TO-BOOKING CONVERSION BY CLASS / BAND ".
009700 01  WS-BAND-LINE.
010800     05  WS-BL-REV-Q             PIC Z(11)9.
010900     05  FILLER                  PIC X(06)       VALUE " REV-R".
011000     05  WS-BL-REV-R             PIC Z(11)9.
011010     05  FILLER                  PIC X(04)       VALUE " CO=".
011020     05  WS-BL-COMPANY           PIC X(02).
011030 01  WS-COMPANY-HEADER.
011040     05  FILLER                  PIC X(08)       VALUE
011050             "COMPANY ".
011060     05  WS-CH-COMPANY           PIC X(02).
011100 01  WS-EXCEPTION-LINE.
011200     05  FILLER                  PIC X(17)       VALUE
011300             "UNMATCHED BOOKING".
011800     05  FILLER                  PIC X(09)       VALUE
011900             " REVENUE=".
012000     05  WS-EX-REVENUE           PIC Z(09)9.
012001 01  WS-DIVERTED-LINE.
012002     05  FILLER                  PIC X(43)       VALUE
012003             "BOOKINGS IN HARD-CLOSED PERIODS TO PRIORADJ".
012004     05  FILLER                  PIC X(01)       VALUE SPACE.
012005     05  WS-DV-COUNT             PIC Z(05)9.
012006 01  WS-TOTAL-LINE.
012007     05  FILLER                  PIC X(23)       VALUE
012008             "TOTAL REALIZED REVENUE ".
012009     05  WS-TT-REV-R             PIC Z(11)9.
012010 COPY STEPSTAT.
012020 COPY CYCSTAMP.
012030 COPY CHNTRLR.
012040 COPY SUSPLIN.
012050 COPY COMPANY.
012060 COPY CALSVC.
012070 COPY PRIORADJ.
012100 PROCEDURE DIVISION.
012200 0000-MAINLINE.
012300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013100 1000-INITIALIZE.
013200     OPEN OUTPUT CONVERSION-REPORT-FILE
013300     OPEN OUTPUT BOOKING-EXCEPTION-FILE
013310     MOVE "QUOTECON" TO CYC-PROGRAM-ID
013320     MOVE "CONVRPT " TO CYC-FILE-NAME
013330     CALL "CYCLE-STAMP" USING CYCLE-STAMP-REQUEST
013340     MOVE "BOOKEXC " TO CYC-FILE-NAME
013350     CALL "CYCLE-STAMP" USING CYCLE-STAMP-REQUEST
013360     WRITE CV-RECORD FROM WS-REPORT-HEADER
013370     ADD 1 TO WS-REPORT-LINES.
013500 1000-EXIT.
013600     EXIT.
013700*--------------------------------------------------------------
013800* QUOTEOUT IS THE FORMATTED QUOTE LINE RATE-QUOTE-BATCH
013900* WRITES; CUSTOMER, CLASS, DAYS, AND PRICE SIT AT FIXED
013910* COLUMNS, AND THE COMPANY CLOSES THE LINE AT COLUMN 180 (A
013920* LINE FROM BEFORE THE COMPANY CODE IS THE PARENT COMPANY'S).
014000* THE RATE BAND FOLLOWS THE ENGINE'S TIER BREAKS:
014100* 'D' FOR 1-2 DAYS, 'M' FOR 3-6, 'L' FOR 7 AND UP.
014200*--------------------------------------------------------------
014300 2000-LOAD-QUOTES.
015500 2100-READ-QUOTE.
015600     READ QUOTE-OUTPUT-FILE
015700         AT END SET WS-QUOTE-EOF TO TRUE
015710         NOT AT END
015720             ADD 1 TO WS-QUOTES-READ
015730             COMPUTE WS-QUOTE-HASH = FUNCTION MOD(
015740                 WS-QUOTE-HASH + WS-QUOTES-READ
015750                     * FUNCTION ORD(QO-RECORD(1:1))
015760                 1000000000000)
015800     END-READ.
015900 2100-EXIT.
016000     EXIT.
016400         GO TO 2200-EXIT
016500     END-IF
016600     ADD 1 TO WS-QUOTE-COUNT
016610     IF QO-RECORD(176:4) = " CO="
016620         AND QO-RECORD(180:2) NOT = SPACES
016630         MOVE QO-RECORD(180:2) TO WS-THIS-COMPANY
016640     ELSE
016650         MOVE CMP-PARENT-COMPANY TO WS-THIS-COMPANY
016660     END-IF
016670     MOVE WS-THIS-COMPANY TO WS-QT-COMPANY(WS-QUOTE-COUNT)
016700     MOVE QO-RECORD(7:10) TO WS-QT-CUSTOMER(WS-QUOTE-COUNT)
016800     MOVE QO-RECORD(24:4) TO WS-QT-CLASS(WS-QUOTE-COUNT)
016900     COMPUTE WS-THIS-DAYS =
020800         AND WS-BAND-COUNT < WS-BAND-MAX
020900         ADD 1 TO WS-BAND-COUNT
021000         MOVE WS-BAND-COUNT TO WS-MATCH-IX
021010         MOVE WS-THIS-COMPANY TO WS-BD-COMPANY(WS-MATCH-IX)
021100         MOVE WS-THIS-CLASS TO WS-BD-CLASS(WS-MATCH-IX)
021200         MOVE WS-THIS-BAND TO WS-BD-BAND(WS-MATCH-IX)
021300         MOVE ZERO TO WS-BD-QUOTED(WS-MATCH-IX)
021800 2500-EXIT.
021900     EXIT.
022000 2510-SCAN-BAND.
022100     IF WS-BD-COMPANY(WS-BD-IX) = WS-THIS-COMPANY
022110         AND WS-BD-CLASS(WS-BD-IX) = WS-THIS-CLASS
022200         AND WS-BD-BAND(WS-BD-IX) = WS-THIS-BAND
022300         MOVE WS-BD-IX TO WS-MATCH-IX
022400     END-IF.
023800 3100-READ-BOOKING.
023900     READ BOOKING-INPUT-FILE
024000         AT END SET WS-BOOKING-EOF TO TRUE
024010         NOT AT END ADD 1 TO WS-BOOKINGS-READ
024100     END-READ.
024200 3100-EXIT.
024300     EXIT.
024400 3200-MATCH-ONE-BOOKING.
024500     MOVE ZERO TO WS-MATCH-IX
024510     IF BK-COMPANY = SPACES
024520         MOVE CMP-PARENT-COMPANY TO WS-THIS-COMPANY
024530     ELSE
024540         MOVE BK-COMPANY TO WS-THIS-COMPANY
024550     END-IF
024551     PERFORM 3300-CHECK-PERIOD THRU 3300-EXIT
024552     IF CAL-SVC-PERIOD-HARD-CLOSED
024553         PERFORM 3400-DIVERT-BOOKING THRU 3400-EXIT
024554         PERFORM 3100-READ-BOOKING THRU 3100-EXIT
024555         GO TO 3200-EXIT
024556     END-IF
024600     PERFORM 3210-SCAN-QUOTES THRU 3210-EXIT
024700         VARYING WS-QT-IX FROM 1 BY 1
024800         UNTIL WS-QT-IX > WS-QUOTE-COUNT
025200         MOVE BK-RENTAL-CLASS TO WS-EX-CLASS
025300         MOVE BK-REVENUE TO WS-EX-REVENUE
025400         WRITE BX-RECORD FROM WS-EXCEPTION-LINE
025410         MOVE "UNMATCHED BOOKING" TO SQ-REASON
025420         MOVE BOOKING-INPUT-RECORD TO SQ-IMAGE
025430         WRITE BX-RECORD FROM SUSPENSE-LINE
025500         PERFORM 3100-READ-BOOKING THRU 3100-EXIT
025600         GO TO 3200-EXIT
025700     END-IF
025800     MOVE 'Y' TO WS-QT-BOOKED(WS-MATCH-IX)
025900     MOVE WS-QT-CLASS(WS-MATCH-IX) TO WS-THIS-CLASS
026000     MOVE WS-QT-BAND(WS-MATCH-IX) TO WS-THIS-BAND
026100     ADD BK-REVENUE TO WS-REALIZED-TOTAL
026200     PERFORM 2500-FIND-BAND-SLOT THRU 2500-EXIT
026300     IF WS-MATCH-IX > ZERO
026400         ADD 1 TO WS-BD-BOOKED(WS-MATCH-IX)
026900 3200-EXIT.
027000     EXIT.
027100 3210-SCAN-QUOTES.
027200     IF WS-QT-COMPANY(WS-QT-IX) = WS-THIS-COMPANY
027210         AND WS-QT-CUSTOMER(WS-QT-IX) = BK-CUSTOMER-ID
027300         AND WS-QT-CLASS(WS-QT-IX) = BK-RENTAL-CLASS
027400         AND WS-QT-BOOKED(WS-QT-IX) NOT = 'Y'
027500         MOVE WS-QT-IX TO WS-MATCH-IX
027600     END-IF.
027700 3210-EXIT.
027800     EXIT.
027801*--------------------------------------------------------------
027802* A BOOKING WHOSE PICKUP FALLS IN A HARD-CLOSED ACCOUNTING
027803* PERIOD WOULD CHANGE CONVERSION FIGURES FINANCE HAS ALREADY
027804* REPORTED, SO IT IS NOT MATCHED: IT IS APPENDED TO PRIORADJ
027805* FOR FINANCE TO BOOK AS A PRIOR-PERIOD ADJUSTMENT. AN OLD-
027806* FORMAT LINE WITH NO PICKUP DATE IS TAKEN AS CURRENT.
027807*--------------------------------------------------------------
027808 3300-CHECK-PERIOD.
027809     MOVE SPACE TO CAL-SVC-PERIOD-STATUS
027810     IF BK-PICKUP-DATE IS NOT NUMERIC
027811         OR BK-PICKUP-DATE = ZERO
027812         GO TO 3300-EXIT
027813     END-IF
027814     SET CAL-SVC-GET-PERIOD TO TRUE
027815     MOVE BK-PICKUP-DATE TO CAL-SVC-ARGUMENT
027816     CALL "CALENDAR-SERVICE" USING CALENDAR-SERVICE-REQUEST.
027817 3300-EXIT.
027818     EXIT.
027819 3400-DIVERT-BOOKING.
027820     IF NOT WS-ADJUST-OPEN
027821         MOVE SPACES TO WS-ADJUST-STATUS
027822         OPEN EXTEND PRIOR-ADJUSTMENT-FILE
027823         IF NOT WS-ADJUST-OK
027824             OPEN OUTPUT PRIOR-ADJUSTMENT-FILE
027825         END-IF
027826         SET WS-ADJUST-OPEN TO TRUE
027827     END-IF
027828     DIVIDE BK-PICKUP-DATE BY 100 GIVING PA-PERIOD
027829     MOVE BK-PICKUP-DATE TO PA-TRANSACTION-DATE
027830     MOVE "QUOTE-CONVERSION-REPORT" TO PA-SOURCE-PROGRAM
027831     MOVE "BOOKINGS" TO PA-SOURCE-FILE
027832     MOVE WS-THIS-COMPANY TO PA-COMPANY
027833     MOVE FUNCTION CURRENT-DATE(1:8) TO PA-DIVERTED-DATE
027834     MOVE BOOKING-INPUT-RECORD TO PA-IMAGE
027835     WRITE PJ-RECORD FROM PRIOR-PERIOD-ADJUSTMENT
027836     ADD 1 TO WS-BOOKINGS-DIVERTED.
027837 3400-EXIT.
027838     EXIT.
027840*--------------------------------------------------------------
027850* ONE SECTION PER COMPANY, IN THE ORDER THE COMPANIES FIRST
027860* APPEAR ON THE BAND TABLE. THE COMPANY HEADING HAS NO '/' IN
027870* COLUMN 5, SO GL-POSTING-INTERFACE STILL TAKES ONLY THE BAND
027880* LINES.
027890*--------------------------------------------------------------
027900 4000-WRITE-REPORT.
027910     PERFORM 4200-LIST-ONE-COMPANY THRU 4200-EXIT
027920         VARYING WS-BD-IX FROM 1 BY 1
027930         UNTIL WS-BD-IX > WS-BAND-COUNT
027940     PERFORM 4300-WRITE-ONE-COMPANY THRU 4300-EXIT
027950         VARYING WS-CO-IX FROM 1 BY 1
027960         UNTIL WS-CO-IX > WS-COMPANY-COUNT
027963     MOVE WS-REALIZED-TOTAL TO WS-TT-REV-R
027966     WRITE CV-RECORD FROM WS-TOTAL-LINE
027968     ADD 1 TO WS-REPORT-LINES
027970     IF WS-BOOKINGS-DIVERTED > ZERO
027980         MOVE WS-BOOKINGS-DIVERTED TO WS-DV-COUNT
027990         WRITE CV-RECORD FROM WS-DIVERTED-LINE
028000         ADD 1 TO WS-REPORT-LINES
028010     END-IF.
028300 4000-EXIT.
028400     EXIT.
028500 4100-WRITE-ONE-BAND.
028510     IF WS-BD-COMPANY(WS-BD-IX) NOT = WS-CO-COMPANY(WS-CO-IX)
028520         GO TO 4100-EXIT
028530     END-IF
028540     MOVE WS-BD-COMPANY(WS-BD-IX) TO WS-BL-COMPANY
028600     MOVE WS-BD-CLASS(WS-BD-IX) TO WS-BL-CLASS
028700     MOVE WS-BD-BAND(WS-BD-IX) TO WS-BL-BAND
028800     MOVE WS-BD-QUOTED(WS-BD-IX) TO WS-BL-QUOTED
029700     MOVE WS-CONVERSION-PCT TO WS-BL-PCT
029800     MOVE WS-BD-REV-QUOTED(WS-BD-IX) TO WS-BL-REV-Q
029900     MOVE WS-BD-REV-REALIZED(WS-BD-IX) TO WS-BL-REV-R
029910     WRITE CV-RECORD FROM WS-BAND-LINE
029920     ADD 1 TO WS-REPORT-LINES.
030100 4100-EXIT.
030200     EXIT.
030210 4200-LIST-ONE-COMPANY.
030211     MOVE ZERO TO WS-CO-MATCH-IX
030212     PERFORM 4210-SCAN-COMPANY THRU 4210-EXIT
030213         VARYING WS-CO-IX FROM 1 BY 1
030214         UNTIL WS-CO-IX > WS-COMPANY-COUNT
030215            OR WS-CO-MATCH-IX > ZERO
030216     IF WS-CO-MATCH-IX = ZERO
030217         AND WS-COMPANY-COUNT < WS-COMPANY-MAX
030218         ADD 1 TO WS-COMPANY-COUNT
030219         MOVE WS-BD-COMPANY(WS-BD-IX)
030220             TO WS-CO-COMPANY(WS-COMPANY-COUNT)
030221     END-IF.
030222 4200-EXIT.
030223     EXIT.
030224 4210-SCAN-COMPANY.
030225     IF WS-CO-COMPANY(WS-CO-IX) = WS-BD-COMPANY(WS-BD-IX)
030226         MOVE WS-CO-IX TO WS-CO-MATCH-IX
030227     END-IF.
030228 4210-EXIT.
030229     EXIT.
030230 4300-WRITE-ONE-COMPANY.
030231     MOVE WS-CO-COMPANY(WS-CO-IX) TO WS-CH-COMPANY
030232     WRITE CV-RECORD FROM WS-COMPANY-HEADER
030233     ADD 1 TO WS-REPORT-LINES
030234     PERFORM 4100-WRITE-ONE-BAND THRU 4100-EXIT
030235         VARYING WS-BD-IX FROM 1 BY 1
030236         UNTIL WS-BD-IX > WS-BAND-COUNT.
030237 4300-EXIT.
030238     EXIT.
030300 9000-TERMINATE.
030400     CLOSE CONVERSION-REPORT-FILE
030410     CLOSE BOOKING-EXCEPTION-FILE
030411     IF WS-ADJUST-OPEN
030412         CLOSE PRIOR-ADJUSTMENT-FILE
030413     END-IF
030420     MOVE "BUS020  " TO STEP-STATUS-STEP-NAME
030430     MOVE "QUOTECON" TO STEP-STATUS-PROGRAM-ID
030440     MOVE WS-REPORT-LINES TO STEP-STATUS-RECORD-COUNT
030450     CALL "STEP-STATUS-RECORDER" USING STEP-STATUS-ENTRY
030460     MOVE "QUOTEOUT" TO CHN-FILE-NAME
030470     MOVE "CONS" TO CHN-ROLE
030480     MOVE "QUOTECON" TO CHN-PROGRAM-ID
030490     MOVE WS-QUOTES-READ TO CHN-RECORD-COUNT
030500     MOVE WS-QUOTE-HASH TO CHN-HASH-TOTAL
030510     CALL "CHAIN-TRAILER" USING CHAIN-TRAILER-REQUEST
030520     MOVE "BOOKINGS" TO CHN-FILE-NAME
030530     MOVE WS-BOOKINGS-READ TO CHN-RECORD-COUNT
030540     MOVE ZERO TO CHN-HASH-TOTAL
030550     CALL "CHAIN-TRAILER" USING CHAIN-TRAILER-REQUEST.
030600 9000-EXIT.
030700     EXIT.
030800 END PROGRAM QUOTE-CONVERSION-REPORT.
