000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FLEET-UTILIZATION-BATCH.
000300 AUTHOR. RATE-DESK-MAINTENANCE.
000400 INSTALLATION. FLEET-BILLING.
000500 DATE-WRITTEN. 2026-10-01.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-01  RDM  INITIAL VERSION - PER-UNIT FLEET
001000*                    UTILIZATION FOR THE PERIOD ON THE UTILCTL
001100*                    CARD (START DATE, END DATE, TARGET
001200*                    PERCENT). EVERY UNIT ON FLEETUNT IS
001300*                    MEASURED, WHETHER IT WAS BOOKED OR NOT;
001400*                    EACH CONVERTED BOOKING ON BOOKINGS BECOMES
001500*                    A DAY RANGE WITHIN THE PERIOD AND A UNIT'S
001600*                    RANGES GO THROUGH SumOfIntervals SO
001700*                    OVERLAPPING OR DOUBLE-KEYED BOOKINGS ARE
001800*                    COUNTED ONCE. FLTURPT CARRIES UTILIZATION
001900*                    BY UNIT, BY CLASS, AND BY LOCATION, THEN
002000*                    THE UNITS UNDER TARGET - TRANSFER WHERE THE
002100*                    SAME CLASS MAKES TARGET AT ANOTHER
002200*                    LOCATION, OTHERWISE DISPOSAL.
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT UTIL-CONTROL-FILE ASSIGN TO "UTILCTL"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-CONTROL-STATUS.
003100     SELECT BOOKING-INPUT-FILE ASSIGN TO "BOOKINGS"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-BOOKING-STATUS.
003400     SELECT FLEET-UNIT-FILE ASSIGN TO "FLEETUNT"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS FU-UNIT-ID
003800         FILE STATUS IS WS-UNIT-STATUS.
003900     SELECT UTIL-REPORT-FILE ASSIGN TO "FLTURPT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-REPORT-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  UTIL-CONTROL-FILE.
004500 01  UTIL-CONTROL-CARD.
004600     05  UC-PERIOD-START         PIC 9(08).
004700     05  FILLER                  PIC X(01).
004800     05  UC-PERIOD-END           PIC 9(08).
004900     05  FILLER                  PIC X(01).
005000     05  UC-TARGET-PCT           PIC 9(03).
005100 FD  BOOKING-INPUT-FILE.
005200 COPY BOOKREC.
005300 FD  FLEET-UNIT-FILE.
005400 COPY FLTUNIT.
005500 FD  UTIL-REPORT-FILE.
005600 01  UR-RECORD                   PIC X(80).
005700 WORKING-STORAGE SECTION.
005800 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
005900     88  WS-CONTROL-OK                           VALUE '00'.
006000 77  WS-BOOKING-STATUS           PIC X(02)       VALUE SPACES.
006100     88  WS-BOOKING-OK                           VALUE '00'.
006200     88  WS-BOOKING-EOF                          VALUE '10'.
006300 77  WS-UNIT-STATUS              PIC X(02)       VALUE SPACES.
006400     88  WS-UNIT-OK                              VALUE '00'.
006500     88  WS-UNIT-EOF                             VALUE '10'.
006600 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
006700     88  WS-REPORT-OK                            VALUE '00'.
006800 77  WS-CARD-VALID-SW            PIC X(01)       VALUE 'N'.
006900     88  WS-CARD-VALID                           VALUE 'Y'.
007000 77  WS-MASTER-SW                PIC X(01)       VALUE 'N'.
007100     88  WS-MASTER-LOADED                        VALUE 'Y'.
007200 77  WS-GROUP-CLOSED-SW          PIC X(01)       VALUE 'N'.
007300     88  WS-GROUP-CLOSED                         VALUE 'Y'.
007400 77  WS-UNIT-MAX                 PIC 9(04)       VALUE 2000 COMP.
007500 77  WS-UT-IX                    PIC 9(04)       VALUE ZERO COMP.
007600 77  WS-MATCH-IX                 PIC 9(04)       VALUE ZERO COMP.
007700 77  WS-BOOKING-MAX              PIC 9(05)       VALUE 20000 COMP.
007800 77  WS-BT-IX                    PIC 9(05)       VALUE ZERO COMP.
007900 77  WS-GROUP-START              PIC 9(05)       VALUE ZERO COMP.
008000 77  WS-GROUP-END                PIC 9(05)       VALUE ZERO COMP.
008100 77  WS-SUMMARY-MAX              PIC 9(03)       VALUE 500 COMP.
008200 77  WS-SM-IX                    PIC 9(03)       VALUE ZERO COMP.
008300 77  WS-BEST-IX                  PIC 9(03)       VALUE ZERO COMP.
008400 77  WS-PERIOD-START-INT         PIC 9(07)       VALUE ZERO.
008500 77  WS-PERIOD-DAYS              PIC 9(05)       VALUE ZERO.
008600 77  WS-TARGET-PCT               PIC 9(03)V9     VALUE ZERO.
008700 77  WS-START-OFFSET             PIC S9(07)      VALUE ZERO.
008800 77  WS-END-OFFSET               PIC S9(07)      VALUE ZERO.
008900 77  WS-PRIOR-END                PIC S9(05)      VALUE ZERO.
009000 77  WS-CHUNK-END                PIC S9(05)      VALUE ZERO.
009100 77  WS-RENTED-DAYS              PIC 9(05)       VALUE ZERO.
009200 77  WS-CLASS-PCT                PIC 9(03)V9     VALUE ZERO.
009300 77  WS-BOOKINGS-READ            PIC 9(07)       VALUE ZERO.
009400 77  WS-BOOKINGS-USED            PIC 9(07)       VALUE ZERO.
009500 77  WS-BOOKINGS-NO-UNIT         PIC 9(07)       VALUE ZERO.
009600 77  WS-BOOKINGS-OUTSIDE         PIC 9(07)       VALUE ZERO.
009700 77  WS-BOOKINGS-REJECTED        PIC 9(07)       VALUE ZERO.
009800 77  WS-UNITS-OFF-MASTER         PIC 9(07)       VALUE ZERO.
009900 77  WS-TRANSFER-COUNT           PIC 9(07)       VALUE ZERO.
010000 77  WS-DISPOSAL-COUNT           PIC 9(07)       VALUE ZERO.
010100 01  WS-CHECK-DATE               PIC 9(08)       VALUE ZERO.
010200 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
010300     05  WS-CD-YEAR              PIC 9(04).
010400     05  WS-CD-MONTH             PIC 9(02).
010500     05  WS-CD-DAY               PIC 9(02).
010600 01  WS-CHECK-DATE-SW            PIC X(01)       VALUE 'N'.
010700     88  WS-CHECK-DATE-VALID                     VALUE 'Y'.
010800 01  WS-UNIT-COUNT               PIC 9(04)       VALUE ZERO COMP.
010900 01  WS-UNIT-TABLE.
011000     05  WS-UT-ENTRY OCCURS 1 TO 2000 TIMES
011100             DEPENDING ON WS-UNIT-COUNT.
011200         10  WS-UT-LOCATION      PIC X(04).
011300         10  WS-UT-CLASS         PIC X(04).
011400         10  WS-UT-UNIT-ID       PIC X(08).
011500         10  WS-UT-ON-MASTER     PIC X(01).
011600         10  WS-UT-BOOKINGS      PIC 9(05).
011700         10  WS-UT-BOOKED-DAYS   PIC 9(07).
011800         10  WS-UT-RENTED-DAYS   PIC 9(05).
011900         10  WS-UT-PCT           PIC 9(03)V9.
012000 01  WS-BOOKING-COUNT            PIC 9(05)       VALUE ZERO COMP.
012100 01  WS-BOOKING-TABLE.
012200     05  WS-BT-ENTRY OCCURS 1 TO 20000 TIMES
012300             DEPENDING ON WS-BOOKING-COUNT.
012400         10  WS-BT-UNIT-IX       PIC 9(04).
012500         10  WS-BT-START         PIC S9(05).
012600         10  WS-BT-END           PIC S9(05).
012700*--------------------------------------------------------------
012800* ROLL-UPS. A CELL IS ONE CLASS AT ONE LOCATION; THE CLASS AND
012900* LOCATION TABLES TOTAL ACROSS THE OTHER KEY. CAPACITY IS THE
013000* PERIOD'S DAYS TIMES THE UNITS COUNTED.
013100*--------------------------------------------------------------
013200 01  WS-CELL-COUNT               PIC 9(03)       VALUE ZERO COMP.
013300 01  WS-CELL-TABLE.
013400     05  WS-CELL-ENTRY OCCURS 500.
013500         10  WS-CELL-CLASS       PIC X(04).
013600         10  WS-CELL-LOCATION    PIC X(04).
013700         10  WS-CELL-UNITS       PIC 9(05).
013800         10  WS-CELL-RENTED      PIC 9(09).
013900         10  WS-CELL-CAPACITY    PIC 9(09).
014000 01  WS-CLASS-COUNT              PIC 9(03)       VALUE ZERO COMP.
014100 01  WS-CLASS-TABLE.
014200     05  WS-CLS-ENTRY OCCURS 1 TO 500 TIMES
014300             DEPENDING ON WS-CLASS-COUNT.
014400         10  WS-CLS-CLASS        PIC X(04).
014500         10  WS-CLS-UNITS        PIC 9(05).
014600         10  WS-CLS-RENTED       PIC 9(09).
014700         10  WS-CLS-CAPACITY     PIC 9(09).
014800 01  WS-LOCATION-COUNT           PIC 9(03)       VALUE ZERO COMP.
014900 01  WS-LOCATION-TABLE.
015000     05  WS-LOC-ENTRY OCCURS 1 TO 500 TIMES
015100             DEPENDING ON WS-LOCATION-COUNT.
015200         10  WS-LOC-LOCATION     PIC X(04).
015300         10  WS-LOC-UNITS        PIC 9(05).
015400         10  WS-LOC-RENTED       PIC 9(09).
015500         10  WS-LOC-CAPACITY     PIC 9(09).
015600 01  WS-INTERVALS.
015700     05  WS-IV-LEN               PIC 9(02).
015800     05  WS-IV-PAIR OCCURS 1 TO 20 TIMES
015900             DEPENDING ON WS-IV-LEN.
016000         10  WS-IV-FST           PIC S9(03).
016100         10  WS-IV-SND           PIC S9(03).
016200 01  WS-INTERVAL-RESULT          PIC 9(04).
016300 01  WS-PERIOD-LINE.
016400     05  FILLER                  PIC X(07)       VALUE "PERIOD ".
016500     05  WS-PL-START             PIC 9(08).
016600     05  FILLER                  PIC X(04)       VALUE " TO ".
016700     05  WS-PL-END               PIC 9(08).
016800     05  FILLER                  PIC X(02)       VALUE SPACES.
016900     05  WS-PL-DAYS              PIC ZZZ9.
017000     05  FILLER                  PIC X(15)       VALUE
017100             " DAYS  TARGET %".
017200     05  WS-PL-TARGET            PIC ZZ9.
017210 01  WS-UNIT-HEADING.
017220     05  FILLER                  PIC X(40)       VALUE
017230             "UNIT     CLASS LOCN BOOKINGS BOOKED-DAYS".
017240     05  FILLER                  PIC X(26)       VALUE
017250             " RENTED-DAYS  UTIL %  NOTE".
017600 01  WS-UNIT-LINE.
017700     05  WS-UL-UNIT-ID           PIC X(08).
017800     05  FILLER                  PIC X(01)       VALUE SPACE.
017900     05  WS-UL-CLASS             PIC X(04).
018000     05  FILLER                  PIC X(02)       VALUE SPACES.
018100     05  WS-UL-LOCATION          PIC X(04).
018200     05  FILLER                  PIC X(04)       VALUE SPACES.
018300     05  WS-UL-BOOKINGS          PIC ZZZZ9.
018400     05  FILLER                  PIC X(05)       VALUE SPACES.
018500     05  WS-UL-BOOKED            PIC Z(06)9.
018600     05  FILLER                  PIC X(07)       VALUE SPACES.
018700     05  WS-UL-RENTED            PIC ZZZZ9.
018800     05  FILLER                  PIC X(02)       VALUE SPACES.
018900     05  WS-UL-PCT               PIC ZZ9.9.
019000     05  FILLER                  PIC X(02)       VALUE SPACES.
019100     05  WS-UL-NOTE              PIC X(16).
019200 01  WS-SUMMARY-HEADING.
019300     05  WS-SH-KEY               PIC X(14).
019400     05  FILLER                  PIC X(36)       VALUE
019500             " UNITS RENTED-DAYS CAPACITY  UTIL %".
019600 01  WS-SUMMARY-LINE.
019700     05  WS-SL-KEY               PIC X(14).
019800     05  WS-SL-UNITS             PIC Z(05)9.
019900     05  FILLER                  PIC X(01)       VALUE SPACE.
020000     05  WS-SL-RENTED            PIC Z(10)9.
020100     05  FILLER                  PIC X(01)       VALUE SPACE.
020200     05  WS-SL-CAPACITY          PIC Z(07)9.
020300     05  FILLER                  PIC X(02)       VALUE SPACES.
020400     05  WS-SL-PCT               PIC ZZ9.9.
020500 01  WS-CANDIDATE-LINE.
020600     05  WS-CN-ACTION            PIC X(09).
020700     05  FILLER                  PIC X(05)       VALUE "UNIT ".
020800     05  WS-CN-UNIT-ID           PIC X(08).
020900     05  FILLER                  PIC X(07)       VALUE " CLASS ".
021000     05  WS-CN-CLASS             PIC X(04).
021100     05  FILLER                  PIC X(04)       VALUE " AT ".
021200     05  WS-CN-LOCATION          PIC X(04).
021300     05  FILLER                  PIC X(08)       VALUE
021400             " UTIL % ".
021500     05  WS-CN-PCT               PIC ZZ9.9.
021600     05  WS-CN-DETAIL            PIC X(26).
021700 01  WS-TRANSFER-DETAIL.
021800     05  FILLER                  PIC X(04)       VALUE " TO ".
021900     05  WS-TD-LOCATION          PIC X(04).
022000     05  FILLER                  PIC X(10)       VALUE
022100             " (CLASS % ".
022200     05  WS-TD-PCT               PIC ZZ9.9.
022300     05  FILLER                  PIC X(01)       VALUE ")".
022400 01  WS-EXCEPTION-LINE.
022500     05  FILLER                  PIC X(08)       VALUE
022600             "BOOKING ".
022700     05  WS-EX-BOOKING-ID        PIC X(10).
022800     05  FILLER                  PIC X(06)       VALUE
022900             " UNIT=".
023000     05  WS-EX-UNIT-ID           PIC X(08).
023100     05  FILLER                  PIC X(08)       VALUE
023200             " REASON=".
023300     05  WS-EX-REASON            PIC X(20).
023400 01  WS-COUNT-LINE.
023500     05  WS-CL-LABEL             PIC X(28).
023600     05  WS-CL-COUNT             PIC Z(08)9.
023700 PROCEDURE DIVISION.
023800 0000-MAINLINE.
023900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024000     IF WS-CARD-VALID
024100         PERFORM 2000-MEASURE-UNITS THRU 2000-EXIT
024200         PERFORM 3000-ROLL-UP-UNITS THRU 3000-EXIT
024300         PERFORM 4000-REPORT-UNITS THRU 4000-EXIT
024400         PERFORM 5000-REPORT-SUMMARIES THRU 5000-EXIT
024500         PERFORM 6000-LIST-CANDIDATES THRU 6000-EXIT
024600     END-IF
024700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024800     STOP RUN.
024900 0000-EXIT.
025000     EXIT.
025100 1000-INITIALIZE.
025200     OPEN OUTPUT UTIL-REPORT-FILE
025300     MOVE "FLEET UTILIZATION BY UNIT, CLASS, AND LOCATION"
025400         TO UR-RECORD
025500     WRITE UR-RECORD
025600     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT
025700     IF NOT WS-CARD-VALID
025800         MOVE "UTILCTL CARD MISSING OR INVALID - NOTHING MEASURED"
025900             TO UR-RECORD
026000         WRITE UR-RECORD
026100         DISPLAY "FLEET-UTILIZATION-BATCH: UTILCTL CARD INVALID"
026200         MOVE 8 TO RETURN-CODE
026300         GO TO 1000-EXIT
026400     END-IF
026500     MOVE UC-PERIOD-START TO WS-PL-START
026600     MOVE UC-PERIOD-END TO WS-PL-END
026700     MOVE WS-PERIOD-DAYS TO WS-PL-DAYS
026800     MOVE UC-TARGET-PCT TO WS-PL-TARGET
026900     WRITE UR-RECORD FROM WS-PERIOD-LINE
027000     MOVE SPACES TO UR-RECORD
027100     WRITE UR-RECORD
027200     PERFORM 1200-LOAD-FLEET-UNITS THRU 1200-EXIT
027300     PERFORM 1300-LOAD-BOOKINGS THRU 1300-EXIT
027400     IF WS-BOOKING-COUNT > 1
027500         SORT WS-BT-ENTRY ON ASCENDING KEY WS-BT-UNIT-IX
027600             WS-BT-START
027700     END-IF.
027800 1000-EXIT.
027900     EXIT.
028000*--------------------------------------------------------------
028100* THE PERIOD MAY RUN NO LONGER THAN 999 DAYS - THE WIDEST DAY
028200* NUMBER THE INTERVAL ENGINE TAKES.
028300*--------------------------------------------------------------
028400 1100-READ-CONTROL-CARD.
028500     OPEN INPUT UTIL-CONTROL-FILE
028600     IF NOT WS-CONTROL-OK
028700         GO TO 1100-EXIT
028800     END-IF
028900     READ UTIL-CONTROL-FILE
029000         AT END
029100             CLOSE UTIL-CONTROL-FILE
029200             GO TO 1100-EXIT
029300     END-READ
029400     CLOSE UTIL-CONTROL-FILE
029500     IF UC-TARGET-PCT IS NOT NUMERIC
029600         OR UC-TARGET-PCT > 100
029700         GO TO 1100-EXIT
029800     END-IF
029900     MOVE UC-PERIOD-START TO WS-CHECK-DATE
030000     PERFORM 1150-CHECK-DATE THRU 1150-EXIT
030100     IF NOT WS-CHECK-DATE-VALID
030200         GO TO 1100-EXIT
030300     END-IF
030400     MOVE UC-PERIOD-END TO WS-CHECK-DATE
030500     PERFORM 1150-CHECK-DATE THRU 1150-EXIT
030600     IF NOT WS-CHECK-DATE-VALID
030700         OR UC-PERIOD-END < UC-PERIOD-START
030800         GO TO 1100-EXIT
030900     END-IF
031000     COMPUTE WS-PERIOD-START-INT =
031100         FUNCTION INTEGER-OF-DATE(UC-PERIOD-START)
031200     COMPUTE WS-PERIOD-DAYS =
031300         FUNCTION INTEGER-OF-DATE(UC-PERIOD-END)
031400         - WS-PERIOD-START-INT + 1
031500     IF WS-PERIOD-DAYS > 999
031600         GO TO 1100-EXIT
031700     END-IF
031800     MOVE UC-TARGET-PCT TO WS-TARGET-PCT
031900     SET WS-CARD-VALID TO TRUE.
032000 1100-EXIT.
032100     EXIT.
032200 1150-CHECK-DATE.
032300     MOVE 'N' TO WS-CHECK-DATE-SW
032400     IF WS-CHECK-DATE IS NUMERIC
032500         AND WS-CD-YEAR >= 1601
032600         AND WS-CD-MONTH >= 1 AND WS-CD-MONTH <= 12
032700         AND WS-CD-DAY >= 1 AND WS-CD-DAY <= 31
032800         SET WS-CHECK-DATE-VALID TO TRUE
032900     END-IF.
033000 1150-EXIT.
033100     EXIT.
033200*--------------------------------------------------------------
033300* THE WHOLE MASTER, IN KEY ORDER, SO A UNIT THAT NEVER WENT OUT
033400* IN THE PERIOD STILL SHOWS AT ZERO. WITHOUT THE MASTER ONLY
033500* THE UNITS THE BOOKINGS NAME CAN BE MEASURED; THE RUN SAYS SO
033600* AND ENDS WITH RETURN CODE 4.
033700*--------------------------------------------------------------
033800 1200-LOAD-FLEET-UNITS.
033900     OPEN INPUT FLEET-UNIT-FILE
034000     IF NOT WS-UNIT-OK
034100         MOVE "FLEETUNT NOT AVAILABLE - BOOKED UNITS ONLY"
034200             TO UR-RECORD
034300         WRITE UR-RECORD
034400         GO TO 1200-EXIT
034500     END-IF
034600     SET WS-MASTER-LOADED TO TRUE
034700     PERFORM 1210-LOAD-ONE-UNIT THRU 1210-EXIT
034800         UNTIL WS-UNIT-EOF
034900     CLOSE FLEET-UNIT-FILE.
035000 1200-EXIT.
035100     EXIT.
035200 1210-LOAD-ONE-UNIT.
035300     READ FLEET-UNIT-FILE NEXT RECORD
035400         AT END GO TO 1210-EXIT
035500     END-READ
035600     IF WS-UNIT-COUNT >= WS-UNIT-MAX
035700         DISPLAY "FLEET-UTILIZATION-BATCH: MORE THAN "
035800             WS-UNIT-MAX " UNITS - REST NOT MEASURED"
035900         SET WS-UNIT-EOF TO TRUE
036000         GO TO 1210-EXIT
036100     END-IF
036200     ADD 1 TO WS-UNIT-COUNT
036300     MOVE FU-UNIT-ID TO WS-UT-UNIT-ID(WS-UNIT-COUNT)
036400     MOVE FU-CLASS TO WS-UT-CLASS(WS-UNIT-COUNT)
036500     MOVE FU-LOCATION TO WS-UT-LOCATION(WS-UNIT-COUNT)
036600     MOVE 'Y' TO WS-UT-ON-MASTER(WS-UNIT-COUNT)
036700     MOVE ZERO TO WS-UT-BOOKINGS(WS-UNIT-COUNT)
036800         WS-UT-BOOKED-DAYS(WS-UNIT-COUNT)
036900         WS-UT-RENTED-DAYS(WS-UNIT-COUNT)
037000         WS-UT-PCT(WS-UNIT-COUNT).
037100 1210-EXIT.
037200     EXIT.
037300 1300-LOAD-BOOKINGS.
037400     OPEN INPUT BOOKING-INPUT-FILE
037500     IF NOT WS-BOOKING-OK
037600         MOVE "BOOKINGS NOT AVAILABLE - NO RENTED DAYS"
037700             TO UR-RECORD
037800         WRITE UR-RECORD
037900         GO TO 1300-EXIT
038000     END-IF
038100     PERFORM 1310-LOAD-ONE-BOOKING THRU 1310-EXIT
038200         UNTIL WS-BOOKING-EOF
038300     CLOSE BOOKING-INPUT-FILE.
038400 1300-EXIT.
038500     EXIT.
038600*--------------------------------------------------------------
038700* ONE BOOKING BECOMES DAYS [PICKUP, PICKUP + BOOKED DAYS)
038800* COUNTED FROM THE FIRST DAY OF THE PERIOD, CUT TO THE PERIOD.
038900* OLD-FORMAT LINES CARRY NO UNIT OR DATES AND ARE PASSED OVER;
039000* A BOOKING WHOSE CLASS DISAGREES WITH ITS UNIT IS LISTED AND
039100* LEFT OUT, AS FLEET-UNIT-POSTING LEAVES IT OUT.
039200*--------------------------------------------------------------
039300 1310-LOAD-ONE-BOOKING.
039400     READ BOOKING-INPUT-FILE
039500         AT END GO TO 1310-EXIT
039600     END-READ
039700     ADD 1 TO WS-BOOKINGS-READ
039800     MOVE BK-PICKUP-DATE TO WS-CHECK-DATE
039900     PERFORM 1150-CHECK-DATE THRU 1150-EXIT
040000     IF BK-UNIT-ID = SPACES
040100         OR BK-BOOKED-DAYS IS NOT NUMERIC
040200         OR NOT WS-CHECK-DATE-VALID
040300         ADD 1 TO WS-BOOKINGS-NO-UNIT
040400         GO TO 1310-EXIT
040500     END-IF
040600     COMPUTE WS-START-OFFSET =
040700         FUNCTION INTEGER-OF-DATE(BK-PICKUP-DATE)
040800         - WS-PERIOD-START-INT
040900     COMPUTE WS-END-OFFSET = WS-START-OFFSET + BK-BOOKED-DAYS
041000     IF WS-END-OFFSET <= ZERO
041100         OR WS-START-OFFSET >= WS-PERIOD-DAYS
041200         OR BK-BOOKED-DAYS = ZERO
041300         ADD 1 TO WS-BOOKINGS-OUTSIDE
041400         GO TO 1310-EXIT
041500     END-IF
041600     IF WS-START-OFFSET < ZERO
041700         MOVE ZERO TO WS-START-OFFSET
041800     END-IF
041900     IF WS-END-OFFSET > WS-PERIOD-DAYS
042000         MOVE WS-PERIOD-DAYS TO WS-END-OFFSET
042100     END-IF
042200     PERFORM 1400-FIND-UNIT THRU 1400-EXIT
042300     IF WS-MATCH-IX = ZERO
042400         GO TO 1310-EXIT
042500     END-IF
042600     IF WS-UT-CLASS(WS-MATCH-IX) NOT = BK-RENTAL-CLASS
042700         MOVE "CLASS DIFFERS" TO WS-EX-REASON
042800         PERFORM 1900-REJECT-BOOKING THRU 1900-EXIT
042900         GO TO 1310-EXIT
043000     END-IF
043100     IF WS-BOOKING-COUNT >= WS-BOOKING-MAX
043200         MOVE "BOOKING TABLE FULL" TO WS-EX-REASON
043300         PERFORM 1900-REJECT-BOOKING THRU 1900-EXIT
043400         GO TO 1310-EXIT
043500     END-IF
043600     ADD 1 TO WS-BOOKING-COUNT
043700     MOVE WS-MATCH-IX TO WS-BT-UNIT-IX(WS-BOOKING-COUNT)
043800     MOVE WS-START-OFFSET TO WS-BT-START(WS-BOOKING-COUNT)
043900     MOVE WS-END-OFFSET TO WS-BT-END(WS-BOOKING-COUNT)
044000     ADD 1 TO WS-UT-BOOKINGS(WS-MATCH-IX)
044100     COMPUTE WS-UT-BOOKED-DAYS(WS-MATCH-IX) =
044200         WS-UT-BOOKED-DAYS(WS-MATCH-IX)
044300         + WS-END-OFFSET - WS-START-OFFSET
044400     ADD 1 TO WS-BOOKINGS-USED.
044500 1310-EXIT.
044600     EXIT.
044700*--------------------------------------------------------------
044800* A UNIT THE MASTER DOES NOT CARRY IS STILL MEASURED, UNDER THE
044900* CLASS AND PICKUP LOCATION OF THE FIRST BOOKING THAT NAMES IT,
045000* AND MARKED AS OFF THE MASTER.
045100*--------------------------------------------------------------
045200 1400-FIND-UNIT.
045300     MOVE ZERO TO WS-MATCH-IX
045400     PERFORM 1410-SCAN-UNITS THRU 1410-EXIT
045500         VARYING WS-UT-IX FROM 1 BY 1
045600         UNTIL WS-UT-IX > WS-UNIT-COUNT
045700            OR WS-MATCH-IX > ZERO
045800     IF WS-MATCH-IX > ZERO
045900         GO TO 1400-EXIT
046000     END-IF
046100     IF WS-UNIT-COUNT >= WS-UNIT-MAX
046200         MOVE "UNIT TABLE FULL" TO WS-EX-REASON
046300         PERFORM 1900-REJECT-BOOKING THRU 1900-EXIT
046400         GO TO 1400-EXIT
046500     END-IF
046600     ADD 1 TO WS-UNIT-COUNT
046700     ADD 1 TO WS-UNITS-OFF-MASTER
046800     MOVE WS-UNIT-COUNT TO WS-MATCH-IX
046900     MOVE BK-UNIT-ID TO WS-UT-UNIT-ID(WS-MATCH-IX)
047000     MOVE BK-RENTAL-CLASS TO WS-UT-CLASS(WS-MATCH-IX)
047100     MOVE BK-LOCATION TO WS-UT-LOCATION(WS-MATCH-IX)
047200     MOVE 'N' TO WS-UT-ON-MASTER(WS-MATCH-IX)
047300     MOVE ZERO TO WS-UT-BOOKINGS(WS-MATCH-IX)
047400         WS-UT-BOOKED-DAYS(WS-MATCH-IX)
047500         WS-UT-RENTED-DAYS(WS-MATCH-IX)
047600         WS-UT-PCT(WS-MATCH-IX).
047700 1400-EXIT.
047800     EXIT.
047900 1410-SCAN-UNITS.
048000     IF WS-UT-UNIT-ID(WS-UT-IX) = BK-UNIT-ID
048100         MOVE WS-UT-IX TO WS-MATCH-IX
048200     END-IF.
048300 1410-EXIT.
048400     EXIT.
048500 1900-REJECT-BOOKING.
048600     MOVE BK-BOOKING-ID TO WS-EX-BOOKING-ID
048700     MOVE BK-UNIT-ID TO WS-EX-UNIT-ID
048800     WRITE UR-RECORD FROM WS-EXCEPTION-LINE
048900     ADD 1 TO WS-BOOKINGS-REJECTED.
049000 1900-EXIT.
049100     EXIT.
049200*--------------------------------------------------------------
049300* ONE UNIT'S BOOKINGS SIT TOGETHER IN START ORDER. THEY GO TO
049400* SumOfIntervals TWENTY AT A TIME; SO THAT A LATER BATCH DOES
049500* NOT COUNT AGAIN DAYS AN EARLIER ONE ALREADY COVERED, EACH
049600* RANGE IS FIRST CUT TO START NO EARLIER THAN THE LATEST END
049700* SEEN IN THE EARLIER BATCHES. SINCE EVERY EARLIER RANGE
049800* STARTED NO LATER, THE DAYS CUT OFF ARE EXACTLY THE ONES
049900* ALREADY COUNTED.
050000*--------------------------------------------------------------
050100 2000-MEASURE-UNITS.
050200     MOVE 1 TO WS-GROUP-START
050300     PERFORM 2100-MEASURE-ONE-UNIT THRU 2100-EXIT
050400         UNTIL WS-GROUP-START > WS-BOOKING-COUNT.
050500 2000-EXIT.
050600     EXIT.
050700 2100-MEASURE-ONE-UNIT.
050800     MOVE WS-GROUP-START TO WS-GROUP-END
050900     MOVE 'N' TO WS-GROUP-CLOSED-SW
051000     PERFORM 2110-EXTEND-GROUP THRU 2110-EXIT
051100         UNTIL WS-GROUP-END >= WS-BOOKING-COUNT
051200            OR WS-GROUP-CLOSED
051300     MOVE ZERO TO WS-RENTED-DAYS WS-PRIOR-END WS-CHUNK-END
051400     MOVE ZERO TO WS-IV-LEN
051500     PERFORM 2200-ADD-ONE-RANGE THRU 2200-EXIT
051600         VARYING WS-BT-IX FROM WS-GROUP-START BY 1
051700         UNTIL WS-BT-IX > WS-GROUP-END
051800     IF WS-IV-LEN > ZERO
051900         PERFORM 2300-CALL-ENGINE THRU 2300-EXIT
052000     END-IF
052100     MOVE WS-RENTED-DAYS
052200         TO WS-UT-RENTED-DAYS(WS-BT-UNIT-IX(WS-GROUP-START))
052300     COMPUTE WS-GROUP-START = WS-GROUP-END + 1.
052400 2100-EXIT.
052500     EXIT.
052600 2110-EXTEND-GROUP.
052700     IF WS-BT-UNIT-IX(WS-GROUP-END + 1)
052800        = WS-BT-UNIT-IX(WS-GROUP-START)
052900         ADD 1 TO WS-GROUP-END
053000     ELSE
053100         SET WS-GROUP-CLOSED TO TRUE
053200     END-IF.
053300 2110-EXIT.
053400     EXIT.
053500 2200-ADD-ONE-RANGE.
053600     IF WS-IV-LEN >= 20
053700         PERFORM 2300-CALL-ENGINE THRU 2300-EXIT
053800     END-IF
053900     ADD 1 TO WS-IV-LEN
054000     MOVE WS-BT-START(WS-BT-IX) TO WS-IV-FST(WS-IV-LEN)
054100     IF WS-IV-FST(WS-IV-LEN) < WS-PRIOR-END
054200         MOVE WS-PRIOR-END TO WS-IV-FST(WS-IV-LEN)
054300     END-IF
054400     MOVE WS-BT-END(WS-BT-IX) TO WS-IV-SND(WS-IV-LEN)
054500     IF WS-IV-SND(WS-IV-LEN) < WS-IV-FST(WS-IV-LEN)
054600         MOVE WS-IV-FST(WS-IV-LEN) TO WS-IV-SND(WS-IV-LEN)
054700     END-IF
054800     IF WS-BT-END(WS-BT-IX) > WS-CHUNK-END
054900         MOVE WS-BT-END(WS-BT-IX) TO WS-CHUNK-END
055000     END-IF.
055100 2200-EXIT.
055200     EXIT.
055300 2300-CALL-ENGINE.
055400     CALL "SumOfIntervals" USING WS-INTERVALS
055500         WS-INTERVAL-RESULT
055600     ADD WS-INTERVAL-RESULT TO WS-RENTED-DAYS
055700     MOVE WS-CHUNK-END TO WS-PRIOR-END
055800     MOVE ZERO TO WS-IV-LEN.
055900 2300-EXIT.
056000     EXIT.
056100*--------------------------------------------------------------
056200* UNIT PERCENTAGES, THEN EACH UNIT INTO ITS CLASS-AT-LOCATION
056300* CELL, ITS CLASS, AND ITS LOCATION.
056400*--------------------------------------------------------------
056500 3000-ROLL-UP-UNITS.
056600     PERFORM 3100-ROLL-UP-ONE-UNIT THRU 3100-EXIT
056700         VARYING WS-UT-IX FROM 1 BY 1
056800         UNTIL WS-UT-IX > WS-UNIT-COUNT.
056900 3000-EXIT.
057000     EXIT.
057100 3100-ROLL-UP-ONE-UNIT.
057200     COMPUTE WS-UT-PCT(WS-UT-IX) ROUNDED =
057300         WS-UT-RENTED-DAYS(WS-UT-IX) * 100 / WS-PERIOD-DAYS
057400     MOVE ZERO TO WS-MATCH-IX
057500     PERFORM 3110-SCAN-CELLS THRU 3110-EXIT
057600         VARYING WS-SM-IX FROM 1 BY 1
057700         UNTIL WS-SM-IX > WS-CELL-COUNT
057800            OR WS-MATCH-IX > ZERO
057900     IF WS-MATCH-IX = ZERO
058000         IF WS-CELL-COUNT >= WS-SUMMARY-MAX
058100             GO TO 3150-ROLL-UP-CLASS
058200         END-IF
058300         ADD 1 TO WS-CELL-COUNT
058400         MOVE WS-CELL-COUNT TO WS-MATCH-IX
058500         MOVE WS-UT-CLASS(WS-UT-IX)
058600             TO WS-CELL-CLASS(WS-MATCH-IX)
058700         MOVE WS-UT-LOCATION(WS-UT-IX)
058800             TO WS-CELL-LOCATION(WS-MATCH-IX)
058900         MOVE ZERO TO WS-CELL-UNITS(WS-MATCH-IX)
059000             WS-CELL-RENTED(WS-MATCH-IX)
059100             WS-CELL-CAPACITY(WS-MATCH-IX)
059200     END-IF
059300     ADD 1 TO WS-CELL-UNITS(WS-MATCH-IX)
059400     ADD WS-UT-RENTED-DAYS(WS-UT-IX)
059500         TO WS-CELL-RENTED(WS-MATCH-IX)
059600     ADD WS-PERIOD-DAYS TO WS-CELL-CAPACITY(WS-MATCH-IX).
059700 3150-ROLL-UP-CLASS.
059800     MOVE ZERO TO WS-MATCH-IX
059900     PERFORM 3120-SCAN-CLASSES THRU 3120-EXIT
060000         VARYING WS-SM-IX FROM 1 BY 1
060100         UNTIL WS-SM-IX > WS-CLASS-COUNT
060200            OR WS-MATCH-IX > ZERO
060300     IF WS-MATCH-IX = ZERO
060400         IF WS-CLASS-COUNT >= WS-SUMMARY-MAX
060500             GO TO 3160-ROLL-UP-LOCATION
060600         END-IF
060700         ADD 1 TO WS-CLASS-COUNT
060800         MOVE WS-CLASS-COUNT TO WS-MATCH-IX
060900         MOVE WS-UT-CLASS(WS-UT-IX)
061000             TO WS-CLS-CLASS(WS-MATCH-IX)
061100         MOVE ZERO TO WS-CLS-UNITS(WS-MATCH-IX)
061200             WS-CLS-RENTED(WS-MATCH-IX)
061300             WS-CLS-CAPACITY(WS-MATCH-IX)
061400     END-IF
061500     ADD 1 TO WS-CLS-UNITS(WS-MATCH-IX)
061600     ADD WS-UT-RENTED-DAYS(WS-UT-IX)
061700         TO WS-CLS-RENTED(WS-MATCH-IX)
061800     ADD WS-PERIOD-DAYS TO WS-CLS-CAPACITY(WS-MATCH-IX).
061900 3160-ROLL-UP-LOCATION.
062000     MOVE ZERO TO WS-MATCH-IX
062100     PERFORM 3130-SCAN-LOCATIONS THRU 3130-EXIT
062200         VARYING WS-SM-IX FROM 1 BY 1
062300         UNTIL WS-SM-IX > WS-LOCATION-COUNT
062400            OR WS-MATCH-IX > ZERO
062500     IF WS-MATCH-IX = ZERO
062600         IF WS-LOCATION-COUNT >= WS-SUMMARY-MAX
062700             GO TO 3100-EXIT
062800         END-IF
062900         ADD 1 TO WS-LOCATION-COUNT
063000         MOVE WS-LOCATION-COUNT TO WS-MATCH-IX
063100         MOVE WS-UT-LOCATION(WS-UT-IX)
063200             TO WS-LOC-LOCATION(WS-MATCH-IX)
063300         MOVE ZERO TO WS-LOC-UNITS(WS-MATCH-IX)
063400             WS-LOC-RENTED(WS-MATCH-IX)
063500             WS-LOC-CAPACITY(WS-MATCH-IX)
063600     END-IF
063700     ADD 1 TO WS-LOC-UNITS(WS-MATCH-IX)
063800     ADD WS-UT-RENTED-DAYS(WS-UT-IX)
063900         TO WS-LOC-RENTED(WS-MATCH-IX)
064000     ADD WS-PERIOD-DAYS TO WS-LOC-CAPACITY(WS-MATCH-IX).
064100 3100-EXIT.
064200     EXIT.
064300 3110-SCAN-CELLS.
064400     IF WS-CELL-CLASS(WS-SM-IX) = WS-UT-CLASS(WS-UT-IX)
064500         AND WS-CELL-LOCATION(WS-SM-IX)
064600             = WS-UT-LOCATION(WS-UT-IX)
064700         MOVE WS-SM-IX TO WS-MATCH-IX
064800     END-IF.
064900 3110-EXIT.
065000     EXIT.
065100 3120-SCAN-CLASSES.
065200     IF WS-CLS-CLASS(WS-SM-IX) = WS-UT-CLASS(WS-UT-IX)
065300         MOVE WS-SM-IX TO WS-MATCH-IX
065400     END-IF.
065500 3120-EXIT.
065600     EXIT.
065700 3130-SCAN-LOCATIONS.
065800     IF WS-LOC-LOCATION(WS-SM-IX) = WS-UT-LOCATION(WS-UT-IX)
065900         MOVE WS-SM-IX TO WS-MATCH-IX
066000     END-IF.
066100 3130-EXIT.
066200     EXIT.
066300*--------------------------------------------------------------
066400* UNITS BY LOCATION, THEN CLASS, THEN UNIT. THE BOOKING TABLE
066500* IS DONE WITH, SO THE UNIT TABLE MAY NOW BE REORDERED.
066600*--------------------------------------------------------------
066700 4000-REPORT-UNITS.
066800     IF WS-UNIT-COUNT > 1
066900         SORT WS-UT-ENTRY ON ASCENDING KEY WS-UT-LOCATION
067000             WS-UT-CLASS WS-UT-UNIT-ID
067100     END-IF
067200     WRITE UR-RECORD FROM WS-UNIT-HEADING
067300     PERFORM 4100-REPORT-ONE-UNIT THRU 4100-EXIT
067400         VARYING WS-UT-IX FROM 1 BY 1
067500         UNTIL WS-UT-IX > WS-UNIT-COUNT.
067600 4000-EXIT.
067700     EXIT.
067800 4100-REPORT-ONE-UNIT.
067900     MOVE WS-UT-UNIT-ID(WS-UT-IX) TO WS-UL-UNIT-ID
068000     MOVE WS-UT-CLASS(WS-UT-IX) TO WS-UL-CLASS
068100     MOVE WS-UT-LOCATION(WS-UT-IX) TO WS-UL-LOCATION
068200     MOVE WS-UT-BOOKINGS(WS-UT-IX) TO WS-UL-BOOKINGS
068300     MOVE WS-UT-BOOKED-DAYS(WS-UT-IX) TO WS-UL-BOOKED
068400     MOVE WS-UT-RENTED-DAYS(WS-UT-IX) TO WS-UL-RENTED
068500     MOVE WS-UT-PCT(WS-UT-IX) TO WS-UL-PCT
068600     MOVE SPACES TO WS-UL-NOTE
068700     IF WS-UT-ON-MASTER(WS-UT-IX) = 'N'
068800         MOVE "NOT ON MASTER" TO WS-UL-NOTE
068900     END-IF
069000     IF WS-UT-BOOKED-DAYS(WS-UT-IX)
069100        > WS-UT-RENTED-DAYS(WS-UT-IX)
069200         MOVE "OVERLAP MERGED" TO WS-UL-NOTE
069300     END-IF
069400     WRITE UR-RECORD FROM WS-UNIT-LINE.
069500 4100-EXIT.
069600     EXIT.
069700 5000-REPORT-SUMMARIES.
069800     MOVE SPACES TO UR-RECORD
069900     WRITE UR-RECORD
070000     MOVE "CLASS" TO WS-SH-KEY
070100     WRITE UR-RECORD FROM WS-SUMMARY-HEADING
070200     IF WS-CLASS-COUNT > 1
070300         SORT WS-CLS-ENTRY ON ASCENDING KEY WS-CLS-CLASS
070400     END-IF
070500     PERFORM 5100-REPORT-ONE-CLASS THRU 5100-EXIT
070600         VARYING WS-SM-IX FROM 1 BY 1
070700         UNTIL WS-SM-IX > WS-CLASS-COUNT
070800     MOVE SPACES TO UR-RECORD
070900     WRITE UR-RECORD
071000     MOVE "LOCATION" TO WS-SH-KEY
071100     WRITE UR-RECORD FROM WS-SUMMARY-HEADING
071200     IF WS-LOCATION-COUNT > 1
071300         SORT WS-LOC-ENTRY ON ASCENDING KEY WS-LOC-LOCATION
071400     END-IF
071500     PERFORM 5200-REPORT-ONE-LOCATION THRU 5200-EXIT
071600         VARYING WS-SM-IX FROM 1 BY 1
071700         UNTIL WS-SM-IX > WS-LOCATION-COUNT.
071800 5000-EXIT.
071900     EXIT.
072000 5100-REPORT-ONE-CLASS.
072100     MOVE WS-CLS-CLASS(WS-SM-IX) TO WS-SL-KEY
072200     MOVE WS-CLS-UNITS(WS-SM-IX) TO WS-SL-UNITS
072300     MOVE WS-CLS-RENTED(WS-SM-IX) TO WS-SL-RENTED
072400     MOVE WS-CLS-CAPACITY(WS-SM-IX) TO WS-SL-CAPACITY
072500     COMPUTE WS-SL-PCT ROUNDED =
072600         WS-CLS-RENTED(WS-SM-IX) * 100
072700         / WS-CLS-CAPACITY(WS-SM-IX)
072800     WRITE UR-RECORD FROM WS-SUMMARY-LINE.
072900 5100-EXIT.
073000     EXIT.
073100 5200-REPORT-ONE-LOCATION.
073200     MOVE WS-LOC-LOCATION(WS-SM-IX) TO WS-SL-KEY
073300     MOVE WS-LOC-UNITS(WS-SM-IX) TO WS-SL-UNITS
073400     MOVE WS-LOC-RENTED(WS-SM-IX) TO WS-SL-RENTED
073500     MOVE WS-LOC-CAPACITY(WS-SM-IX) TO WS-SL-CAPACITY
073600     COMPUTE WS-SL-PCT ROUNDED =
073700         WS-LOC-RENTED(WS-SM-IX) * 100
073800         / WS-LOC-CAPACITY(WS-SM-IX)
073900     WRITE UR-RECORD FROM WS-SUMMARY-LINE.
074000 5200-EXIT.
074100     EXIT.
074200*--------------------------------------------------------------
074300* A UNIT UNDER TARGET IS A TRANSFER CANDIDATE WHEN ITS CLASS
074400* MAKES TARGET AT SOME OTHER LOCATION - THE BUSIEST SUCH
074500* LOCATION IS NAMED - AND A DISPOSAL CANDIDATE WHEN IT MAKES
074600* TARGET NOWHERE ELSE.
074700*--------------------------------------------------------------
074800 6000-LIST-CANDIDATES.
074900     MOVE SPACES TO UR-RECORD
075000     WRITE UR-RECORD
075100     MOVE "UNITS UNDER TARGET UTILIZATION" TO UR-RECORD
075200     WRITE UR-RECORD
075300     PERFORM 6100-JUDGE-ONE-UNIT THRU 6100-EXIT
075400         VARYING WS-UT-IX FROM 1 BY 1
075500         UNTIL WS-UT-IX > WS-UNIT-COUNT.
075600 6000-EXIT.
075700     EXIT.
075800 6100-JUDGE-ONE-UNIT.
075900     IF WS-UT-PCT(WS-UT-IX) >= WS-TARGET-PCT
076000         GO TO 6100-EXIT
076100     END-IF
076200     MOVE ZERO TO WS-BEST-IX
076300     PERFORM 6110-SCAN-OTHER-CELLS THRU 6110-EXIT
076400         VARYING WS-SM-IX FROM 1 BY 1
076500         UNTIL WS-SM-IX > WS-CELL-COUNT
076600     MOVE WS-UT-UNIT-ID(WS-UT-IX) TO WS-CN-UNIT-ID
076700     MOVE WS-UT-CLASS(WS-UT-IX) TO WS-CN-CLASS
076800     MOVE WS-UT-LOCATION(WS-UT-IX) TO WS-CN-LOCATION
076900     MOVE WS-UT-PCT(WS-UT-IX) TO WS-CN-PCT
077000     IF WS-BEST-IX > ZERO
077100         MOVE "TRANSFER" TO WS-CN-ACTION
077200         MOVE WS-CELL-LOCATION(WS-BEST-IX) TO WS-TD-LOCATION
077300         COMPUTE WS-TD-PCT ROUNDED =
077400             WS-CELL-RENTED(WS-BEST-IX) * 100
077500             / WS-CELL-CAPACITY(WS-BEST-IX)
077600         MOVE WS-TRANSFER-DETAIL TO WS-CN-DETAIL
077700         ADD 1 TO WS-TRANSFER-COUNT
077800     ELSE
077900         MOVE "DISPOSAL" TO WS-CN-ACTION
078000         MOVE SPACES TO WS-CN-DETAIL
078100         ADD 1 TO WS-DISPOSAL-COUNT
078200     END-IF
078300     WRITE UR-RECORD FROM WS-CANDIDATE-LINE.
078400 6100-EXIT.
078500     EXIT.
078600 6110-SCAN-OTHER-CELLS.
078700     IF WS-CELL-CLASS(WS-SM-IX) NOT = WS-UT-CLASS(WS-UT-IX)
078800         OR WS-CELL-LOCATION(WS-SM-IX)
078900            = WS-UT-LOCATION(WS-UT-IX)
079000         GO TO 6110-EXIT
079100     END-IF
079200     COMPUTE WS-CLASS-PCT ROUNDED =
079300         WS-CELL-RENTED(WS-SM-IX) * 100
079400         / WS-CELL-CAPACITY(WS-SM-IX)
079500     IF WS-CLASS-PCT < WS-TARGET-PCT
079600         GO TO 6110-EXIT
079700     END-IF
079800     IF WS-BEST-IX = ZERO
079900         MOVE WS-SM-IX TO WS-BEST-IX
080000         GO TO 6110-EXIT
080100     END-IF
080200     IF WS-CELL-RENTED(WS-SM-IX) * WS-CELL-CAPACITY(WS-BEST-IX)
080300        > WS-CELL-RENTED(WS-BEST-IX)
080400          * WS-CELL-CAPACITY(WS-SM-IX)
080500         MOVE WS-SM-IX TO WS-BEST-IX
080600     END-IF.
080700 6110-EXIT.
080800     EXIT.
080900 9000-TERMINATE.
081000     MOVE SPACES TO UR-RECORD
081100     WRITE UR-RECORD
081200     MOVE "BOOKINGS READ" TO WS-CL-LABEL
081300     MOVE WS-BOOKINGS-READ TO WS-CL-COUNT
081400     WRITE UR-RECORD FROM WS-COUNT-LINE
081500     MOVE "BOOKINGS MEASURED" TO WS-CL-LABEL
081600     MOVE WS-BOOKINGS-USED TO WS-CL-COUNT
081700     WRITE UR-RECORD FROM WS-COUNT-LINE
081800     MOVE "BOOKINGS WITHOUT UNIT/DATES" TO WS-CL-LABEL
081900     MOVE WS-BOOKINGS-NO-UNIT TO WS-CL-COUNT
082000     WRITE UR-RECORD FROM WS-COUNT-LINE
082100     MOVE "BOOKINGS OUTSIDE PERIOD" TO WS-CL-LABEL
082200     MOVE WS-BOOKINGS-OUTSIDE TO WS-CL-COUNT
082300     WRITE UR-RECORD FROM WS-COUNT-LINE
082400     MOVE "BOOKINGS REJECTED" TO WS-CL-LABEL
082500     MOVE WS-BOOKINGS-REJECTED TO WS-CL-COUNT
082600     WRITE UR-RECORD FROM WS-COUNT-LINE
082700     MOVE "UNITS MEASURED" TO WS-CL-LABEL
082800     MOVE WS-UNIT-COUNT TO WS-CL-COUNT
082900     WRITE UR-RECORD FROM WS-COUNT-LINE
083000     MOVE "UNITS NOT ON MASTER" TO WS-CL-LABEL
083100     MOVE WS-UNITS-OFF-MASTER TO WS-CL-COUNT
083200     WRITE UR-RECORD FROM WS-COUNT-LINE
083300     MOVE "TRANSFER CANDIDATES" TO WS-CL-LABEL
083400     MOVE WS-TRANSFER-COUNT TO WS-CL-COUNT
083500     WRITE UR-RECORD FROM WS-COUNT-LINE
083600     MOVE "DISPOSAL CANDIDATES" TO WS-CL-LABEL
083700     MOVE WS-DISPOSAL-COUNT TO WS-CL-COUNT
083800     WRITE UR-RECORD FROM WS-COUNT-LINE
083900     CLOSE UTIL-REPORT-FILE
084000     IF WS-CARD-VALID
084100         AND (NOT WS-MASTER-LOADED
084200              OR WS-BOOKINGS-REJECTED > ZERO)
084300         AND RETURN-CODE < 4
084400         MOVE 4 TO RETURN-CODE
084500     END-IF.
084600 9000-EXIT.
084700     EXIT.
084800 END PROGRAM FLEET-UTILIZATION-BATCH.
