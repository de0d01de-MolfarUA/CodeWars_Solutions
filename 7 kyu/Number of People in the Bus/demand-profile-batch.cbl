000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DEMAND-PROFILE-BATCH.
000300 AUTHOR. TRANSIT-AUDIT.
000400 INSTALLATION. FAREBOX-RECONCILIATION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  TRA  INITIAL VERSION - STOP-LEVEL DEMAND PROFILE
001000*                    AND FREQUENCY RECOMMENDATIONS FOR THE
001100*                    TIMETABLE PLANNERS. ROUTE-LOAD-ANALYSIS
001200*                    SHOWS ONE NIGHT'S TRIPS; THIS READS THE
001300*                    WEEKS OF DMDHIST IT HAS BUILT UP, BETWEEN
001400*                    THE DMDCTL FROM AND TO DATES (THE EIGHT
001500*                    WEEKS TO TODAY WHEN ABSENT). EACH SERVICE
001600*                    DATE IS A WEEKDAY, SATURDAY, SUNDAY OR -
001700*                    WHEN CALENDAR-SERVICE SAYS SO - HOLIDAY.
001800*                    DMDRPT PROFILES EVERY ROUTE BY DAY TYPE AND
001900*                    TIME-OF-DAY BAND (DMDBAND.CPY): PER STOP
002000*                    THE TRIPS SEEN, AVERAGE BOARDINGS AND LOAD,
002100*                    PEAK LOAD, AVERAGE LOAD FACTOR ON ROUTEMST
002200*                    SEATED CAPACITY AND THE TRIPS OVER CRUSH
002300*                    CAPACITY. THE BAND'S BUSIEST STOP SETS THE
002400*                    TRIPS A DAY NEEDED TO CARRY ITS DAILY LOAD
002500*                    AT THE DMDCTL TARGET LOAD FACTOR (80 PER
002600*                    CENT WHEN ABSENT), AND THE BAND IS TOLD TO
002700*                    ADD OR REMOVE THE DIFFERENCE FROM THE TRIPS
002800*                    IT RUNS NOW - AT LEAST ONE MORE WHEREVER A
002900*                    TRIP WENT OVER CRUSH. RETURN CODE 4 WHEN A
003000*                    ROUTE IS NOT ON ROUTEMST OR A DATE IS NOT
003100*                    ON THE CALENDAR, 8 WHEN A TABLE IS FULL
003200*                    AND HISTORY WAS LEFT OUT.
003210*   2026-10-15  TRA  A DMDHIST LINE WITH A SERVICE DATE THAT IS
003220*                    NOT A CALENDAR DATE, OR A DEPARTURE TIME
003230*                    PAST 2359 OR WITH MINUTES OVER 59, IS
003240*                    COUNTED UNUSABLE INSTEAD OF BEING PROFILED.
003250*                    THE ROUTEMST LOOK-UP KEYS ON ITS OWN SEARCH
003260*                    ROUTE, NOT THE DMDHIST RECORD AREA, SO THE
003270*                    PROFILE PASS NO LONGER TOUCHES THE CLOSED
003280*                    FILE'S RECORD.
003300*--------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT DEMAND-CONTROL-FILE ASSIGN TO "DMDCTL"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-CONTROL-STATUS.
004100     SELECT ROUTE-MASTER-FILE ASSIGN TO "ROUTEMST"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-MASTER-STATUS.
004400     SELECT DEMAND-HISTORY-FILE ASSIGN TO "DMDHIST"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-HISTORY-STATUS.
004700     SELECT DEMAND-REPORT-FILE ASSIGN TO "DMDRPT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-REPORT-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  DEMAND-CONTROL-FILE.
005300 01  DEMAND-CONTROL-CARD.
005400     05  DC-FROM-DATE        PIC 9(08).
005500     05  FILLER              PIC X(01).
005600     05  DC-TO-DATE          PIC 9(08).
005700     05  FILLER              PIC X(01).
005800     05  DC-TARGET-PCT       PIC 9(03).
005900 FD  ROUTE-MASTER-FILE.
006000 COPY RTEMST.
006100 FD  DEMAND-HISTORY-FILE.
006200 COPY DMDHIST.
006300 FD  DEMAND-REPORT-FILE.
006400 01  DR-RECORD               PIC X(100).
006500 WORKING-STORAGE SECTION.
006600 77  WS-CONTROL-STATUS       PIC X(02)   VALUE SPACES.
006700     88  WS-CONTROL-OK                   VALUE '00'.
006800 77  WS-MASTER-STATUS        PIC X(02)   VALUE SPACES.
006900     88  WS-MASTER-OK                    VALUE '00'.
007000     88  WS-MASTER-EOF                   VALUE '10'.
007100 77  WS-HISTORY-STATUS       PIC X(02)   VALUE SPACES.
007200     88  WS-HISTORY-OK                   VALUE '00'.
007300     88  WS-HISTORY-EOF                  VALUE '10'.
007400 77  WS-REPORT-STATUS        PIC X(02)   VALUE SPACES.
007500     88  WS-REPORT-OK                    VALUE '00'.
007600 77  WS-HIGHEST-RC           PIC 9(02)   VALUE ZERO.
007700 77  WS-FROM-DATE            PIC 9(08)   VALUE ZERO.
007800 77  WS-TO-DATE              PIC 9(08)   VALUE ZERO.
007900 77  WS-TARGET-PCT           PIC 9(03)   VALUE 80.
008000 77  WS-DATE-INT             PIC 9(07)   VALUE ZERO.
008100 77  WS-ROUTE-COUNT          PIC 9(03)   VALUE ZERO COMP.
008200 77  WS-ROUTE-MAX            PIC 9(03)   VALUE 100 COMP.
008300 77  WS-RT-IX                PIC 9(03)   VALUE ZERO COMP.
008400 77  WS-MATCH-IX             PIC 9(03)   VALUE ZERO COMP.
008500 77  WS-DATE-MAX             PIC 9(03)   VALUE 400 COMP.
008600 77  WS-DT-IX                PIC 9(03)   VALUE ZERO COMP.
008700 77  WS-DATE-MATCH-IX        PIC 9(03)   VALUE ZERO COMP.
008800 77  WS-DAY-TYPE             PIC 9(01)   VALUE ZERO.
008900 77  WS-DAY-OF-WEEK          PIC 9(01)   VALUE ZERO.
009000 77  WS-BAND-IX              PIC 9(02)   VALUE ZERO COMP.
009100 77  WS-BK-IX                PIC 9(02)   VALUE ZERO COMP.
009200 77  WS-STAT-MAX             PIC 9(04)   VALUE 5000 COMP.
009300 77  WS-SS-IX                PIC 9(04)   VALUE ZERO COMP.
009400 77  WS-STAT-MATCH-IX        PIC 9(04)   VALUE ZERO COMP.
009500 77  WS-GROUP-MAX            PIC 9(04)   VALUE 2400 COMP.
009600 77  WS-GR-IX                PIC 9(04)   VALUE ZERO COMP.
009700 77  WS-GROUP-MATCH-IX       PIC 9(04)   VALUE ZERO COMP.
009800 77  WS-HISTORY-READ         PIC 9(09)   VALUE ZERO COMP.
009900 77  WS-OUTSIDE-WINDOW       PIC 9(09)   VALUE ZERO COMP.
010000 77  WS-UNUSABLE             PIC 9(09)   VALUE ZERO COMP.
010100 77  WS-LEFT-OUT             PIC 9(09)   VALUE ZERO COMP.
010200 77  WS-DATES-OFF-CALENDAR   PIC 9(05)   VALUE ZERO COMP.
010300 77  WS-UNKNOWN-GROUPS       PIC 9(05)   VALUE ZERO COMP.
010400 77  WS-ADD-GROUPS           PIC 9(05)   VALUE ZERO COMP.
010500 77  WS-REMOVE-GROUPS        PIC 9(05)   VALUE ZERO COMP.
010600 77  WS-ADD-TRIPS            PIC 9(07)   VALUE ZERO COMP.
010700 77  WS-REMOVE-TRIPS         PIC 9(07)   VALUE ZERO COMP.
010800 77  WS-SEATED-CAP           PIC 9(03)   VALUE ZERO.
010900 77  WS-CRUSH-CAP            PIC 9(03)   VALUE ZERO.
011000 77  WS-TARGET-LOAD          PIC 9(05)V99 VALUE ZERO.
011100 77  WS-DAYS                 PIC 9(05)   VALUE ZERO.
011200 77  WS-AVG-LOAD             PIC 9(05)V9 VALUE ZERO.
011300 77  WS-PEAK-AVG-LOAD        PIC 9(05)V9 VALUE ZERO.
011400 77  WS-PEAK-STOP            PIC 9(03)   VALUE ZERO.
011500 77  WS-PEAK-LOAD-SUM        PIC 9(09)   VALUE ZERO.
011600 77  WS-DAILY-LOAD           PIC 9(07)V99 VALUE ZERO.
011700 77  WS-CURRENT-TRIPS        PIC 9(05)V9 VALUE ZERO.
011800 77  WS-RUN-TRIPS            PIC 9(05)   VALUE ZERO.
011900 77  WS-NEED-TRIPS           PIC 9(05)   VALUE ZERO.
012000 77  WS-NEED-EXACT           PIC 9(05)V9(04) VALUE ZERO.
012100 77  WS-CRUSH-TRIPS          PIC 9(07)   VALUE ZERO.
012200 77  WS-CHANGE               PIC S9(05)  VALUE ZERO.
012250 77  WS-SEARCH-ROUTE         PIC X(06)   VALUE SPACES.
012300 77  WS-GROUP-END-SW         PIC X(01)   VALUE 'N'.
012400     88  WS-GROUP-END                    VALUE 'Y'.
012500 01  WS-PREV-TRIP.
012600     05  WS-PT-ROUTE         PIC X(06)   VALUE SPACES.
012700     05  WS-PT-DATE          PIC 9(08)   VALUE ZERO.
012800     05  WS-PT-TIME          PIC 9(04)   VALUE ZERO.
012900 01  WS-THIS-TRIP.
013000     05  WS-TT-ROUTE         PIC X(06).
013100     05  WS-TT-DATE          PIC 9(08).
013200     05  WS-TT-TIME          PIC 9(04).
013300 01  WS-ROUTE-MASTER-TABLE.
013400     05  WS-RM-ENTRY OCCURS 100.
013500         10  WS-RM-ROUTE     PIC X(06).
013600         10  WS-RM-TYPE      PIC X(08).
013700         10  WS-RM-SEATED    PIC 9(03).
013800         10  WS-RM-CRUSH     PIC 9(03).
013900*--------------------------------------------------------------
014000* DAY TYPES 1 WEEKDAY, 2 SATURDAY, 3 SUNDAY, 4 HOLIDAY, AND HOW
014100* MANY SERVICE DATES OF EACH THE WINDOW'S HISTORY COVERS.
014200*--------------------------------------------------------------
014300 01  WS-DAY-TYPE-VALUES.
014400     05  FILLER              PIC X(08)   VALUE "WEEKDAY ".
014500     05  FILLER              PIC X(08)   VALUE "SATURDAY".
014600     05  FILLER              PIC X(08)   VALUE "SUNDAY  ".
014700     05  FILLER              PIC X(08)   VALUE "HOLIDAY ".
014800 01  WS-DAY-TYPE-TABLE REDEFINES WS-DAY-TYPE-VALUES.
014900     05  WS-DAY-TYPE-LABEL   PIC X(08)   OCCURS 4.
015000 01  WS-DAY-TYPE-DAYS.
015100     05  WS-DAYS-OF-TYPE     PIC 9(05)   OCCURS 4.
015200 01  WS-DATE-COUNT           PIC 9(03)   VALUE ZERO COMP.
015300 01  WS-DATE-TABLE.
015400     05  WS-DT-ENTRY OCCURS 400.
015500         10  WS-DT-DATE      PIC 9(08).
015600         10  WS-DT-TYPE      PIC 9(01).
015700*--------------------------------------------------------------
015800* ONE ROW PER ROUTE, DAY TYPE, BAND AND STOP.
015900*--------------------------------------------------------------
016000 01  WS-STAT-COUNT           PIC 9(04)   VALUE ZERO COMP.
016100 01  WS-STOP-STAT-TABLE.
016200     05  WS-SS-ENTRY OCCURS 1 TO 5000 TIMES
016300             DEPENDING ON WS-STAT-COUNT.
016400         10  WS-SS-ROUTE     PIC X(06).
016500         10  WS-SS-DAY-TYPE  PIC 9(01).
016600         10  WS-SS-BAND-IX   PIC 9(02).
016700         10  WS-SS-STOP      PIC 9(03).
016800         10  WS-SS-TRIPS     PIC 9(07).
016900         10  WS-SS-BOARDINGS PIC 9(09).
017000         10  WS-SS-LOAD-SUM  PIC 9(09).
017100         10  WS-SS-PEAK      PIC 9(04).
017200         10  WS-SS-OVER-CRUSH PIC 9(07).
017300*--------------------------------------------------------------
017400* ONE ROW PER ROUTE, DAY TYPE AND BAND: THE TRIPS RUN.
017500*--------------------------------------------------------------
017600 01  WS-GROUP-COUNT          PIC 9(04)   VALUE ZERO COMP.
017700 01  WS-GROUP-TABLE.
017800     05  WS-GR-ENTRY OCCURS 1 TO 2400 TIMES
017900             DEPENDING ON WS-GROUP-COUNT.
018000         10  WS-GR-ROUTE     PIC X(06).
018100         10  WS-GR-DAY-TYPE  PIC 9(01).
018200         10  WS-GR-BAND-IX   PIC 9(02).
018300         10  WS-GR-TRIPS     PIC 9(07).
018400 01  WS-REPORT-HEADER.
018500     05  FILLER              PIC X(20)   VALUE
018600             "DEMAND PROFILE FROM ".
018700     05  WS-RH-FROM          PIC 9(08).
018800     05  FILLER              PIC X(04)   VALUE " TO ".
018900     05  WS-RH-TO            PIC 9(08).
019000     05  FILLER              PIC X(22)   VALUE
019100             "  TARGET LOAD FACTOR ".
019200     05  WS-RH-TARGET        PIC ZZ9.
019300     05  FILLER              PIC X(01)   VALUE "%".
019400 01  WS-DAYS-LINE.
019500     05  FILLER              PIC X(23)   VALUE
019600             "SERVICE DATES  WEEKDAY ".
019700     05  WS-DL-WEEKDAY       PIC ZZZZ9.
019800     05  FILLER              PIC X(10)   VALUE "  SATURDAY".
019900     05  WS-DL-SATURDAY      PIC ZZZZ9.
020000     05  FILLER              PIC X(08)   VALUE "  SUNDAY".
020100     05  WS-DL-SUNDAY        PIC ZZZZ9.
020200     05  FILLER              PIC X(09)   VALUE "  HOLIDAY".
020300     05  WS-DL-HOLIDAY       PIC ZZZZ9.
020400 01  WS-GROUP-HEADER.
020500     05  FILLER              PIC X(06)   VALUE "ROUTE ".
020600     05  WS-GH-ROUTE         PIC X(06).
020700     05  FILLER              PIC X(01)   VALUE SPACE.
020800     05  WS-GH-DAY-TYPE      PIC X(08).
020900     05  FILLER              PIC X(01)   VALUE SPACE.
021000     05  WS-GH-BAND          PIC X(08).
021100     05  FILLER              PIC X(08)   VALUE " SEATED=".
021200     05  WS-GH-SEATED        PIC ZZ9.
021300     05  FILLER              PIC X(07)   VALUE " CRUSH=".
021400     05  WS-GH-CRUSH         PIC ZZ9.
021500     05  FILLER              PIC X(07)   VALUE " DAYS=".
021600     05  WS-GH-DAYS          PIC ZZZZ9.
021700     05  FILLER              PIC X(12)   VALUE " TRIPS/DAY=".
021800     05  WS-GH-TRIPS-DAY     PIC ZZZZ9.9.
021900 01  WS-STOP-HEADER.
022000     05  FILLER              PIC X(41)   VALUE
022100             "  STOP   TRIPS AVG-BOARD  AVG-LOAD  PEAK ".
022200     05  FILLER              PIC X(18)   VALUE
022300             "LF-PCT OVER-CRUSH".
022400 01  WS-STOP-LINE.
022500     05  FILLER              PIC X(02)   VALUE SPACES.
022600     05  WS-SL-STOP          PIC 9(03).
022700     05  FILLER              PIC X(01)   VALUE SPACE.
022800     05  WS-SL-TRIPS         PIC Z(06)9.
022900     05  FILLER              PIC X(01)   VALUE SPACE.
023000     05  WS-SL-AVG-BOARD     PIC Z(07)9.9.
023100     05  FILLER              PIC X(01)   VALUE SPACE.
023200     05  WS-SL-AVG-LOAD      PIC Z(07)9.9.
023300     05  FILLER              PIC X(01)   VALUE SPACE.
023400     05  WS-SL-PEAK          PIC ZZZZ9.
023500     05  FILLER              PIC X(01)   VALUE SPACE.
023600     05  WS-SL-LF-PCT        PIC ZZZZZ9.
023700     05  FILLER              PIC X(01)   VALUE SPACE.
023800     05  WS-SL-OVER-CRUSH    PIC Z(09)9.
023900 01  WS-ADVICE-LINE.
024000     05  FILLER              PIC X(12)   VALUE
024100             "  PEAK STOP ".
024200     05  WS-AL-PEAK-STOP     PIC 9(03).
024300     05  FILLER              PIC X(12)   VALUE
024400             " DAILY LOAD ".
024500     05  WS-AL-DAILY-LOAD    PIC Z(06)9.
024600     05  FILLER              PIC X(06)   VALUE "  RUN ".
024700     05  WS-AL-RUN           PIC ZZZZ9.
024800     05  FILLER              PIC X(07)   VALUE "  NEED ".
024900     05  WS-AL-NEED          PIC ZZZZ9.
025000     05  FILLER              PIC X(02)   VALUE SPACES.
025100     05  WS-AL-ADVICE        PIC X(30).
025200 01  WS-ADVICE-TEXT.
025300     05  WS-AT-VERB          PIC X(07).
025400     05  WS-AT-COUNT         PIC ZZ9.
025500     05  FILLER              PIC X(14)   VALUE " TRIPS PER DAY".
025600 01  WS-COUNT-LINE.
025700     05  WS-CL-LABEL         PIC X(34).
025800     05  WS-CL-COUNT         PIC Z(08)9.
025900 COPY DMDBAND.
026000 COPY CALSVC.
026100 PROCEDURE DIVISION.
026200 0000-MAINLINE.
026300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026400     PERFORM 2000-ACCUMULATE-HISTORY THRU 2000-EXIT.
026500     PERFORM 3000-WRITE-PROFILE THRU 3000-EXIT.
026600     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
026700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026800     STOP RUN.
026900 0000-EXIT.
027000     EXIT.
027100 1000-INITIALIZE.
027200     MOVE ZERO TO DEMAND-CONTROL-CARD
027300     OPEN INPUT DEMAND-CONTROL-FILE
027400     IF WS-CONTROL-OK
027500         READ DEMAND-CONTROL-FILE
027600             AT END MOVE ZERO TO DEMAND-CONTROL-CARD
027700         END-READ
027800         CLOSE DEMAND-CONTROL-FILE
027900     END-IF
028000     IF DC-TO-DATE IS NUMERIC
028100         AND DC-TO-DATE > ZERO
028200         MOVE DC-TO-DATE TO WS-TO-DATE
028300     ELSE
028400         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TO-DATE
028500     END-IF
028600     IF DC-FROM-DATE IS NUMERIC
028700         AND DC-FROM-DATE > ZERO
028800         AND DC-FROM-DATE <= WS-TO-DATE
028900         MOVE DC-FROM-DATE TO WS-FROM-DATE
029000     ELSE
029100         COMPUTE WS-DATE-INT =
029200             FUNCTION INTEGER-OF-DATE(WS-TO-DATE) - 55
029300         COMPUTE WS-FROM-DATE =
029400             FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
029500     END-IF
029600     IF DC-TARGET-PCT IS NUMERIC
029700         AND DC-TARGET-PCT > ZERO
029800         MOVE DC-TARGET-PCT TO WS-TARGET-PCT
029900     END-IF
030000     MOVE ZERO TO WS-DAY-TYPE-DAYS
030100     PERFORM 1100-LOAD-ROUTE-MASTER THRU 1100-EXIT
030200     OPEN OUTPUT DEMAND-REPORT-FILE.
030300 1000-EXIT.
030400     EXIT.
030500 1100-LOAD-ROUTE-MASTER.
030600     OPEN INPUT ROUTE-MASTER-FILE
030700     IF NOT WS-MASTER-OK
030800         GO TO 1100-EXIT
030900     END-IF
031000     PERFORM 1110-READ-MASTER THRU 1110-EXIT
031100     PERFORM 1120-STORE-MASTER THRU 1120-EXIT
031200         UNTIL WS-MASTER-EOF
031300            OR WS-ROUTE-COUNT >= WS-ROUTE-MAX
031400     CLOSE ROUTE-MASTER-FILE.
031500 1100-EXIT.
031600     EXIT.
031700 1110-READ-MASTER.
031800     READ ROUTE-MASTER-FILE
031900         AT END SET WS-MASTER-EOF TO TRUE
032000     END-READ.
032100 1110-EXIT.
032200     EXIT.
032300 1120-STORE-MASTER.
032400     ADD 1 TO WS-ROUTE-COUNT
032500     MOVE RM-ROUTE-ID TO WS-RM-ROUTE(WS-ROUTE-COUNT)
032600     MOVE RM-VEHICLE-TYPE TO WS-RM-TYPE(WS-ROUTE-COUNT)
032700     MOVE RM-SEATED-CAP TO WS-RM-SEATED(WS-ROUTE-COUNT)
032800     MOVE RM-CRUSH-CAP TO WS-RM-CRUSH(WS-ROUTE-COUNT)
032900     PERFORM 1110-READ-MASTER THRU 1110-EXIT.
033000 1120-EXIT.
033100     EXIT.
033200*--------------------------------------------------------------
033300* DMDHIST IS APPENDED TRIP BY TRIP, SO A CHANGE OF ROUTE, DATE
033400* OR DEPARTURE BETWEEN LINES IS A NEW TRIP.
033500*--------------------------------------------------------------
033600 2000-ACCUMULATE-HISTORY.
033700     OPEN INPUT DEMAND-HISTORY-FILE
033800     IF NOT WS-HISTORY-OK
033900         GO TO 2000-EXIT
034000     END-IF
034100     PERFORM 2100-READ-HISTORY THRU 2100-EXIT
034200     PERFORM 2200-TAKE-ONE-LINE THRU 2200-EXIT
034300         UNTIL WS-HISTORY-EOF
034400     CLOSE DEMAND-HISTORY-FILE.
034500 2000-EXIT.
034600     EXIT.
034700 2100-READ-HISTORY.
034800     READ DEMAND-HISTORY-FILE
034900         AT END SET WS-HISTORY-EOF TO TRUE
035000         NOT AT END ADD 1 TO WS-HISTORY-READ
035100     END-READ.
035200 2100-EXIT.
035300     EXIT.
035400 2200-TAKE-ONE-LINE.
035500     IF DH-SERVICE-DATE IS NOT NUMERIC
035600         OR DH-DEPART-TIME IS NOT NUMERIC
035700         OR DH-STOP-SEQ IS NOT NUMERIC
035800         OR DH-BOARDINGS IS NOT NUMERIC
035900         OR DH-LOAD IS NOT NUMERIC
036000         ADD 1 TO WS-UNUSABLE
036100         GO TO 2200-NEXT
036200     END-IF
036210     IF FUNCTION TEST-DATE-YYYYMMDD(DH-SERVICE-DATE) NOT = ZERO
036220         OR DH-DEPART-TIME > 2359
036230         OR DH-DEPART-TIME(3:2) > "59"
036240         ADD 1 TO WS-UNUSABLE
036250         GO TO 2200-NEXT
036260     END-IF
036300     IF DH-SERVICE-DATE < WS-FROM-DATE
036400         OR DH-SERVICE-DATE > WS-TO-DATE
036500         ADD 1 TO WS-OUTSIDE-WINDOW
036600         GO TO 2200-NEXT
036700     END-IF
036800     MOVE ZERO TO WS-BAND-IX
036900     PERFORM 2210-FIND-BAND THRU 2210-EXIT
037000         VARYING WS-BK-IX FROM 1 BY 1
037100         UNTIL WS-BK-IX > DB-BAND-COUNT
037200     IF WS-BAND-IX = ZERO
037300         ADD 1 TO WS-UNUSABLE
037400         GO TO 2200-NEXT
037500     END-IF
037600     PERFORM 2300-FIND-DATE THRU 2300-EXIT
037700     IF WS-DATE-MATCH-IX = ZERO
037800         ADD 1 TO WS-LEFT-OUT
037900         MOVE 8 TO WS-HIGHEST-RC
038000         GO TO 2200-NEXT
038100     END-IF
038200     MOVE WS-DT-TYPE(WS-DATE-MATCH-IX) TO WS-DAY-TYPE
038300     PERFORM 2400-FIND-GROUP THRU 2400-EXIT
038400     IF WS-GROUP-MATCH-IX = ZERO
038500         ADD 1 TO WS-LEFT-OUT
038600         MOVE 8 TO WS-HIGHEST-RC
038700         GO TO 2200-NEXT
038800     END-IF
038900     PERFORM 2500-FIND-STOP THRU 2500-EXIT
039000     IF WS-STAT-MATCH-IX = ZERO
039100         ADD 1 TO WS-LEFT-OUT
039200         MOVE 8 TO WS-HIGHEST-RC
039300         GO TO 2200-NEXT
039400     END-IF
039500     MOVE DH-ROUTE-ID TO WS-TT-ROUTE
039600     MOVE DH-SERVICE-DATE TO WS-TT-DATE
039700     MOVE DH-DEPART-TIME TO WS-TT-TIME
039800     IF WS-THIS-TRIP NOT = WS-PREV-TRIP
039900         ADD 1 TO WS-GR-TRIPS(WS-GROUP-MATCH-IX)
040000         MOVE WS-THIS-TRIP TO WS-PREV-TRIP
040100     END-IF
040200     ADD 1 TO WS-SS-TRIPS(WS-STAT-MATCH-IX)
040300     ADD DH-BOARDINGS TO WS-SS-BOARDINGS(WS-STAT-MATCH-IX)
040400     ADD DH-LOAD TO WS-SS-LOAD-SUM(WS-STAT-MATCH-IX)
040500     IF DH-LOAD > WS-SS-PEAK(WS-STAT-MATCH-IX)
040600         MOVE DH-LOAD TO WS-SS-PEAK(WS-STAT-MATCH-IX)
040700     END-IF
040800     PERFORM 2600-CHECK-CRUSH THRU 2600-EXIT.
040900 2200-NEXT.
041000     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
041100 2200-EXIT.
041200     EXIT.
041300 2210-FIND-BAND.
041400     IF DB-CODE(WS-BK-IX) = DH-BAND
041500         MOVE WS-BK-IX TO WS-BAND-IX
041600     END-IF.
041700 2210-EXIT.
041800     EXIT.
041900*--------------------------------------------------------------
042000* A DATE'S DAY TYPE IS SETTLED THE FIRST TIME IT IS MET. A
042100* DATE OFF THE CALENDAR IS TYPED BY ITS DAY OF THE WEEK ALONE.
042200* INTEGER-OF-DATE COUNTS FROM A MONDAY, SO ITS REMAINDER BY
042300* SEVEN IS 1 FOR MONDAY THROUGH 6 FOR SATURDAY AND 0 SUNDAY.
042400*--------------------------------------------------------------
042500 2300-FIND-DATE.
042600     MOVE ZERO TO WS-DATE-MATCH-IX
042700     PERFORM 2310-SCAN-DATE THRU 2310-EXIT
042800         VARYING WS-DT-IX FROM 1 BY 1
042900         UNTIL WS-DT-IX > WS-DATE-COUNT
043000            OR WS-DATE-MATCH-IX > ZERO
043100     IF WS-DATE-MATCH-IX > ZERO
043200         OR WS-DATE-COUNT >= WS-DATE-MAX
043300         GO TO 2300-EXIT
043400     END-IF
043500     MOVE 'H' TO CAL-SVC-FUNCTION
043600     MOVE DH-SERVICE-DATE TO CAL-SVC-ARGUMENT
043700     CALL "CALENDAR-SERVICE" USING CALENDAR-SERVICE-REQUEST
043800     IF CAL-SVC-YES
043900         MOVE 4 TO WS-DAY-TYPE
044000     ELSE
044100         IF CAL-SVC-OUT-OF-RANGE
044200             ADD 1 TO WS-DATES-OFF-CALENDAR
044300             IF WS-HIGHEST-RC < 4
044400                 MOVE 4 TO WS-HIGHEST-RC
044500             END-IF
044600         END-IF
044700         COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(
044800             FUNCTION INTEGER-OF-DATE(DH-SERVICE-DATE), 7)
044900         EVALUATE WS-DAY-OF-WEEK
045000             WHEN 6
045100                 MOVE 2 TO WS-DAY-TYPE
045200             WHEN 0
045300                 MOVE 3 TO WS-DAY-TYPE
045400             WHEN OTHER
045500                 MOVE 1 TO WS-DAY-TYPE
045600         END-EVALUATE
045700     END-IF
045800     ADD 1 TO WS-DATE-COUNT
045900     MOVE DH-SERVICE-DATE TO WS-DT-DATE(WS-DATE-COUNT)
046000     MOVE WS-DAY-TYPE TO WS-DT-TYPE(WS-DATE-COUNT)
046100     ADD 1 TO WS-DAYS-OF-TYPE(WS-DAY-TYPE)
046200     MOVE WS-DATE-COUNT TO WS-DATE-MATCH-IX.
046300 2300-EXIT.
046400     EXIT.
046500 2310-SCAN-DATE.
046600     IF WS-DT-DATE(WS-DT-IX) = DH-SERVICE-DATE
046700         MOVE WS-DT-IX TO WS-DATE-MATCH-IX
046800     END-IF.
046900 2310-EXIT.
047000     EXIT.
047100 2400-FIND-GROUP.
047200     MOVE ZERO TO WS-GROUP-MATCH-IX
047300     PERFORM 2410-SCAN-GROUP THRU 2410-EXIT
047400         VARYING WS-GR-IX FROM 1 BY 1
047500         UNTIL WS-GR-IX > WS-GROUP-COUNT
047600            OR WS-GROUP-MATCH-IX > ZERO
047700     IF WS-GROUP-MATCH-IX > ZERO
047800         OR WS-GROUP-COUNT >= WS-GROUP-MAX
047900         GO TO 2400-EXIT
048000     END-IF
048100     ADD 1 TO WS-GROUP-COUNT
048200     MOVE DH-ROUTE-ID TO WS-GR-ROUTE(WS-GROUP-COUNT)
048300     MOVE WS-DAY-TYPE TO WS-GR-DAY-TYPE(WS-GROUP-COUNT)
048400     MOVE WS-BAND-IX TO WS-GR-BAND-IX(WS-GROUP-COUNT)
048500     MOVE ZERO TO WS-GR-TRIPS(WS-GROUP-COUNT)
048600     MOVE WS-GROUP-COUNT TO WS-GROUP-MATCH-IX.
048700 2400-EXIT.
048800     EXIT.
048900 2410-SCAN-GROUP.
049000     IF WS-GR-ROUTE(WS-GR-IX) = DH-ROUTE-ID
049100         AND WS-GR-DAY-TYPE(WS-GR-IX) = WS-DAY-TYPE
049200         AND WS-GR-BAND-IX(WS-GR-IX) = WS-BAND-IX
049300         MOVE WS-GR-IX TO WS-GROUP-MATCH-IX
049400     END-IF.
049500 2410-EXIT.
049600     EXIT.
049700 2500-FIND-STOP.
049800     MOVE ZERO TO WS-STAT-MATCH-IX
049900     PERFORM 2510-SCAN-STOP THRU 2510-EXIT
050000         VARYING WS-SS-IX FROM 1 BY 1
050100         UNTIL WS-SS-IX > WS-STAT-COUNT
050200            OR WS-STAT-MATCH-IX > ZERO
050300     IF WS-STAT-MATCH-IX > ZERO
050400         OR WS-STAT-COUNT >= WS-STAT-MAX
050500         GO TO 2500-EXIT
050600     END-IF
050700     ADD 1 TO WS-STAT-COUNT
050800     MOVE DH-ROUTE-ID TO WS-SS-ROUTE(WS-STAT-COUNT)
050900     MOVE WS-DAY-TYPE TO WS-SS-DAY-TYPE(WS-STAT-COUNT)
051000     MOVE WS-BAND-IX TO WS-SS-BAND-IX(WS-STAT-COUNT)
051100     MOVE DH-STOP-SEQ TO WS-SS-STOP(WS-STAT-COUNT)
051200     MOVE ZERO TO WS-SS-TRIPS(WS-STAT-COUNT)
051300     MOVE ZERO TO WS-SS-BOARDINGS(WS-STAT-COUNT)
051400     MOVE ZERO TO WS-SS-LOAD-SUM(WS-STAT-COUNT)
051500     MOVE ZERO TO WS-SS-PEAK(WS-STAT-COUNT)
051600     MOVE ZERO TO WS-SS-OVER-CRUSH(WS-STAT-COUNT)
051700     MOVE WS-STAT-COUNT TO WS-STAT-MATCH-IX.
051800 2500-EXIT.
051900     EXIT.
052000 2510-SCAN-STOP.
052100     IF WS-SS-ROUTE(WS-SS-IX) = DH-ROUTE-ID
052200         AND WS-SS-DAY-TYPE(WS-SS-IX) = WS-DAY-TYPE
052300         AND WS-SS-BAND-IX(WS-SS-IX) = WS-BAND-IX
052400         AND WS-SS-STOP(WS-SS-IX) = DH-STOP-SEQ
052500         MOVE WS-SS-IX TO WS-STAT-MATCH-IX
052600     END-IF.
052700 2510-EXIT.
052800     EXIT.
052900 2600-CHECK-CRUSH.
052950     MOVE DH-ROUTE-ID TO WS-SEARCH-ROUTE
053000     PERFORM 3900-FIND-ROUTE-MASTER THRU 3900-EXIT
053100     IF WS-CRUSH-CAP > ZERO
053200         AND DH-LOAD > WS-CRUSH-CAP
053300         ADD 1 TO WS-SS-OVER-CRUSH(WS-STAT-MATCH-IX)
053400     END-IF.
053500 2600-EXIT.
053600     EXIT.
053700*--------------------------------------------------------------
053800* BOTH TABLES ARE SORTED ROUTE, DAY TYPE, BAND (AND STOP), SO
053900* EACH GROUP'S STOP ROWS FOLLOW ONE ANOTHER IN THE STOP TABLE
054000* IN THE SAME ORDER AS THE GROUPS.
054100*--------------------------------------------------------------
054200 3000-WRITE-PROFILE.
054300     IF WS-GROUP-COUNT > 1
054400         SORT WS-GR-ENTRY ON ASCENDING KEY WS-GR-ROUTE
054500             WS-GR-DAY-TYPE WS-GR-BAND-IX
054600     END-IF
054700     IF WS-STAT-COUNT > 1
054800         SORT WS-SS-ENTRY ON ASCENDING KEY WS-SS-ROUTE
054900             WS-SS-DAY-TYPE WS-SS-BAND-IX WS-SS-STOP
055000     END-IF
055100     MOVE WS-FROM-DATE TO WS-RH-FROM
055200     MOVE WS-TO-DATE TO WS-RH-TO
055300     MOVE WS-TARGET-PCT TO WS-RH-TARGET
055400     MOVE SPACES TO DR-RECORD
055500     WRITE DR-RECORD FROM WS-REPORT-HEADER
055600     MOVE WS-DAYS-OF-TYPE(1) TO WS-DL-WEEKDAY
055700     MOVE WS-DAYS-OF-TYPE(2) TO WS-DL-SATURDAY
055800     MOVE WS-DAYS-OF-TYPE(3) TO WS-DL-SUNDAY
055900     MOVE WS-DAYS-OF-TYPE(4) TO WS-DL-HOLIDAY
056000     MOVE SPACES TO DR-RECORD
056100     WRITE DR-RECORD FROM WS-DAYS-LINE
056200     MOVE 1 TO WS-SS-IX
056300     PERFORM 3100-PROFILE-ONE-GROUP THRU 3100-EXIT
056400         VARYING WS-GR-IX FROM 1 BY 1
056500         UNTIL WS-GR-IX > WS-GROUP-COUNT.
056600 3000-EXIT.
056700     EXIT.
056800 3100-PROFILE-ONE-GROUP.
056900     MOVE WS-GR-ROUTE(WS-GR-IX) TO WS-SEARCH-ROUTE
057000     PERFORM 3900-FIND-ROUTE-MASTER THRU 3900-EXIT
057100     MOVE WS-DAYS-OF-TYPE(WS-GR-DAY-TYPE(WS-GR-IX)) TO WS-DAYS
057200     IF WS-DAYS = ZERO
057300         MOVE 1 TO WS-DAYS
057400     END-IF
057500     COMPUTE WS-CURRENT-TRIPS ROUNDED =
057600         WS-GR-TRIPS(WS-GR-IX) / WS-DAYS
057700     MOVE WS-GR-ROUTE(WS-GR-IX) TO WS-GH-ROUTE
057800     MOVE WS-DAY-TYPE-LABEL(WS-GR-DAY-TYPE(WS-GR-IX))
057900         TO WS-GH-DAY-TYPE
058000     MOVE DB-LABEL(WS-GR-BAND-IX(WS-GR-IX)) TO WS-GH-BAND
058100     MOVE WS-SEATED-CAP TO WS-GH-SEATED
058200     MOVE WS-CRUSH-CAP TO WS-GH-CRUSH
058300     MOVE WS-DAYS TO WS-GH-DAYS
058400     MOVE WS-CURRENT-TRIPS TO WS-GH-TRIPS-DAY
058500     MOVE SPACES TO DR-RECORD
058600     WRITE DR-RECORD FROM WS-GROUP-HEADER
058700     MOVE SPACES TO DR-RECORD
058800     WRITE DR-RECORD FROM WS-STOP-HEADER
058900     MOVE ZERO TO WS-PEAK-AVG-LOAD
059000     MOVE ZERO TO WS-PEAK-STOP
059100     MOVE ZERO TO WS-PEAK-LOAD-SUM
059200     MOVE ZERO TO WS-CRUSH-TRIPS
059300     MOVE 'N' TO WS-GROUP-END-SW
059400     IF WS-SS-IX > WS-STAT-COUNT
059500         SET WS-GROUP-END TO TRUE
059600     END-IF
059700     PERFORM 3200-PROFILE-ONE-STOP THRU 3200-EXIT
059800         UNTIL WS-GROUP-END
059900     PERFORM 3300-RECOMMEND THRU 3300-EXIT.
060000 3100-EXIT.
060100     EXIT.
060200 3200-PROFILE-ONE-STOP.
060300     IF WS-SS-ROUTE(WS-SS-IX) NOT = WS-GR-ROUTE(WS-GR-IX)
060400         OR WS-SS-DAY-TYPE(WS-SS-IX)
060500             NOT = WS-GR-DAY-TYPE(WS-GR-IX)
060600         OR WS-SS-BAND-IX(WS-SS-IX)
060700             NOT = WS-GR-BAND-IX(WS-GR-IX)
060800         SET WS-GROUP-END TO TRUE
060900         GO TO 3200-EXIT
061000     END-IF
061100     COMPUTE WS-AVG-LOAD ROUNDED =
061200         WS-SS-LOAD-SUM(WS-SS-IX) / WS-SS-TRIPS(WS-SS-IX)
061300     MOVE WS-SS-STOP(WS-SS-IX) TO WS-SL-STOP
061400     MOVE WS-SS-TRIPS(WS-SS-IX) TO WS-SL-TRIPS
061500     COMPUTE WS-SL-AVG-BOARD ROUNDED =
061600         WS-SS-BOARDINGS(WS-SS-IX) / WS-SS-TRIPS(WS-SS-IX)
061700     MOVE WS-AVG-LOAD TO WS-SL-AVG-LOAD
061800     MOVE WS-SS-PEAK(WS-SS-IX) TO WS-SL-PEAK
061900     IF WS-SEATED-CAP > ZERO
062000         COMPUTE WS-SL-LF-PCT ROUNDED =
062100             WS-AVG-LOAD * 100 / WS-SEATED-CAP
062200     ELSE
062300         MOVE ZERO TO WS-SL-LF-PCT
062400     END-IF
062500     MOVE WS-SS-OVER-CRUSH(WS-SS-IX) TO WS-SL-OVER-CRUSH
062600     MOVE SPACES TO DR-RECORD
062700     WRITE DR-RECORD FROM WS-STOP-LINE
062800     IF WS-AVG-LOAD > WS-PEAK-AVG-LOAD
062900         MOVE WS-AVG-LOAD TO WS-PEAK-AVG-LOAD
063000         MOVE WS-SS-STOP(WS-SS-IX) TO WS-PEAK-STOP
063100         MOVE WS-SS-LOAD-SUM(WS-SS-IX) TO WS-PEAK-LOAD-SUM
063200     END-IF
063300     IF WS-SS-OVER-CRUSH(WS-SS-IX) > WS-CRUSH-TRIPS
063400         MOVE WS-SS-OVER-CRUSH(WS-SS-IX) TO WS-CRUSH-TRIPS
063500     END-IF
063600     ADD 1 TO WS-SS-IX
063700     IF WS-SS-IX > WS-STAT-COUNT
063800         SET WS-GROUP-END TO TRUE
063900     END-IF.
064000 3200-EXIT.
064100     EXIT.
064200*--------------------------------------------------------------
064300* TRIPS NEEDED = THE BUSIEST STOP'S LOAD PER DAY OVER THE LOAD
064400* ONE TRIP CARRIES AT THE TARGET FACTOR, ROUNDED UP, NEVER
064500* UNDER ONE. A BAND THAT WENT OVER CRUSH CAPACITY NEEDS AT
064600* LEAST ONE TRIP MORE THAN IT RUNS WHATEVER ITS AVERAGE SAYS.
064700*--------------------------------------------------------------
064800 3300-RECOMMEND.
064900     COMPUTE WS-RUN-TRIPS ROUNDED = WS-CURRENT-TRIPS
065000     IF WS-RUN-TRIPS = ZERO
065100         MOVE 1 TO WS-RUN-TRIPS
065200     END-IF
065300     COMPUTE WS-DAILY-LOAD ROUNDED = WS-PEAK-LOAD-SUM / WS-DAYS
065400     MOVE WS-PEAK-STOP TO WS-AL-PEAK-STOP
065500     MOVE WS-DAILY-LOAD TO WS-AL-DAILY-LOAD
065600     MOVE WS-RUN-TRIPS TO WS-AL-RUN
065700     IF WS-SEATED-CAP = ZERO
065800         MOVE ZERO TO WS-AL-NEED
065900         MOVE "NO CAPACITY ON ROUTEMST" TO WS-AL-ADVICE
066000         ADD 1 TO WS-UNKNOWN-GROUPS
066100         IF WS-HIGHEST-RC < 4
066200             MOVE 4 TO WS-HIGHEST-RC
066300         END-IF
066400         GO TO 3300-WRITE
066500     END-IF
066600     COMPUTE WS-TARGET-LOAD =
066700         WS-SEATED-CAP * WS-TARGET-PCT / 100
066800     IF WS-TARGET-LOAD < 1
066900         MOVE 1 TO WS-TARGET-LOAD
067000     END-IF
067100     COMPUTE WS-NEED-EXACT = WS-DAILY-LOAD / WS-TARGET-LOAD
067200     MOVE WS-NEED-EXACT TO WS-NEED-TRIPS
067300     IF WS-NEED-TRIPS < WS-NEED-EXACT
067400         ADD 1 TO WS-NEED-TRIPS
067500     END-IF
067600     IF WS-NEED-TRIPS = ZERO
067700         MOVE 1 TO WS-NEED-TRIPS
067800     END-IF
067900     IF WS-CRUSH-TRIPS > ZERO
068000         AND WS-NEED-TRIPS <= WS-RUN-TRIPS
068100         COMPUTE WS-NEED-TRIPS = WS-RUN-TRIPS + 1
068200     END-IF
068300     MOVE WS-NEED-TRIPS TO WS-AL-NEED
068400     COMPUTE WS-CHANGE = WS-NEED-TRIPS - WS-RUN-TRIPS
068500     EVALUATE TRUE
068600         WHEN WS-CHANGE > ZERO
068700             MOVE "ADD    " TO WS-AT-VERB
068800             MOVE WS-CHANGE TO WS-AT-COUNT
068900             MOVE WS-ADVICE-TEXT TO WS-AL-ADVICE
069000             ADD 1 TO WS-ADD-GROUPS
069100             ADD WS-CHANGE TO WS-ADD-TRIPS
069200         WHEN WS-CHANGE < ZERO
069300             MOVE "REMOVE " TO WS-AT-VERB
069400             COMPUTE WS-AT-COUNT = 0 - WS-CHANGE
069500             MOVE WS-ADVICE-TEXT TO WS-AL-ADVICE
069600             ADD 1 TO WS-REMOVE-GROUPS
069700             SUBTRACT WS-CHANGE FROM WS-REMOVE-TRIPS
069800         WHEN OTHER
069900             MOVE "NO CHANGE" TO WS-AL-ADVICE
070000     END-EVALUATE.
070100 3300-WRITE.
070200     MOVE SPACES TO DR-RECORD
070300     WRITE DR-RECORD FROM WS-ADVICE-LINE.
070400 3300-EXIT.
070500     EXIT.
070600 3900-FIND-ROUTE-MASTER.
070700     MOVE ZERO TO WS-MATCH-IX
070800     PERFORM 3910-SCAN-MASTER THRU 3910-EXIT
070900         VARYING WS-RT-IX FROM 1 BY 1
071000         UNTIL WS-RT-IX > WS-ROUTE-COUNT
071100            OR WS-MATCH-IX > ZERO
071200     IF WS-MATCH-IX > ZERO
071300         MOVE WS-RM-SEATED(WS-MATCH-IX) TO WS-SEATED-CAP
071400         MOVE WS-RM-CRUSH(WS-MATCH-IX) TO WS-CRUSH-CAP
071500     ELSE
071600         MOVE ZERO TO WS-SEATED-CAP
071700         MOVE ZERO TO WS-CRUSH-CAP
071800     END-IF.
071900 3900-EXIT.
072000     EXIT.
072100 3910-SCAN-MASTER.
072200     IF WS-RM-ROUTE(WS-RT-IX) = WS-SEARCH-ROUTE
072300         MOVE WS-RT-IX TO WS-MATCH-IX
072400     END-IF.
072500 3910-EXIT.
072600     EXIT.
072700 4000-WRITE-TOTALS.
072800     MOVE "HISTORY LINES READ" TO WS-CL-LABEL
072900     MOVE WS-HISTORY-READ TO WS-CL-COUNT
073000     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT
073100     MOVE "OUTSIDE THE DATE WINDOW" TO WS-CL-LABEL
073200     MOVE WS-OUTSIDE-WINDOW TO WS-CL-COUNT
073300     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT
073400     MOVE "UNUSABLE (BAD DATE, TIME OR BAND)" TO WS-CL-LABEL
073500     MOVE WS-UNUSABLE TO WS-CL-COUNT
073600     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT
073700     MOVE "BANDS PROFILED" TO WS-CL-LABEL
073800     MOVE WS-GROUP-COUNT TO WS-CL-COUNT
073900     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT
074000     MOVE "BANDS TO ADD TRIPS" TO WS-CL-LABEL
074100     MOVE WS-ADD-GROUPS TO WS-CL-COUNT
074200     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT
074300     MOVE "TRIPS PER DAY TO ADD" TO WS-CL-LABEL
074400     MOVE WS-ADD-TRIPS TO WS-CL-COUNT
074500     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT
074600     MOVE "BANDS TO REMOVE TRIPS" TO WS-CL-LABEL
074700     MOVE WS-REMOVE-GROUPS TO WS-CL-COUNT
074800     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT
074900     MOVE "TRIPS PER DAY TO REMOVE" TO WS-CL-LABEL
075000     MOVE WS-REMOVE-TRIPS TO WS-CL-COUNT
075100     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT
075200     IF WS-UNKNOWN-GROUPS > ZERO
075300         MOVE "BANDS ON ROUTES NOT ON ROUTEMST" TO WS-CL-LABEL
075400         MOVE WS-UNKNOWN-GROUPS TO WS-CL-COUNT
075500         PERFORM 4100-WRITE-COUNT THRU 4100-EXIT
075600     END-IF
075700     IF WS-DATES-OFF-CALENDAR > ZERO
075800         MOVE "DATES NOT ON THE CALENDAR" TO WS-CL-LABEL
075900         MOVE WS-DATES-OFF-CALENDAR TO WS-CL-COUNT
076000         PERFORM 4100-WRITE-COUNT THRU 4100-EXIT
076100     END-IF
076200     IF WS-LEFT-OUT > ZERO
076300         MOVE "LEFT OUT - TABLE FULL" TO WS-CL-LABEL
076400         MOVE WS-LEFT-OUT TO WS-CL-COUNT
076500         PERFORM 4100-WRITE-COUNT THRU 4100-EXIT
076600     END-IF.
076700 4000-EXIT.
076800     EXIT.
076900 4100-WRITE-COUNT.
077000     MOVE SPACES TO DR-RECORD
077100     WRITE DR-RECORD FROM WS-COUNT-LINE.
077200 4100-EXIT.
077300     EXIT.
077400 9000-TERMINATE.
077500     CLOSE DEMAND-REPORT-FILE
077600     MOVE WS-HIGHEST-RC TO RETURN-CODE.
077700 9000-EXIT.
077800     EXIT.
077900 END PROGRAM DEMAND-PROFILE-BATCH.
