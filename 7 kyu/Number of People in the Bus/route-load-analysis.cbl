002400*                    EXCEEDED CRUSH CAPACITY PRINTS AS AN
002500*                    EXCEPTION. THE SERVICE REVIEW GETS LOAD
002600*                    FACTORS, NOT RAW COUNTS.
002610*   2026-09-17  TRA  ROUTEMST LAYOUT MOVED TO THE RTEMST
002620*                    COPYBOOK, SHARED WITH DRIVER-ROSTER-BATCH,
002630*                    WHICH ADDS THE FIRST DEPARTURE TIME.
002640*   2026-10-15  TRA  TRIPIN NOW ENDS WITH THE OPERATING COMPANY;
002650*                    LOAD FACTORS STAY BY VEHICLE AND ROUTE, SO
002660*                    IT IS CARRIED AS FILLER HERE.
002670*   2026-10-15  TRA  STOP-LEVEL DEMAND HISTORY. TRIPIN NOW ENDS
002671*                    WITH THE TRIP'S SERVICE DATE AND DEPARTURE
002672*                    TIME (HHMM), AND A CHANGE OF EITHER STARTS A
002673*                    NEW TRIP AS A ROUTE CHANGE DOES. EVERY STOP
002674*                    OF A TRIP THAT CARRIES BOTH IS APPENDED TO
002675*                    DMDHIST (DMDHIST.CPY) WITH ITS TIME-OF-DAY
002676*                    BAND (DMDBAND.CPY), BOARDINGS, ALIGHTINGS
002677*                    AND LOAD, FOR DEMAND-PROFILE-BATCH. LOADRPT
002678*                    ENDS WITH THE STOPS RECORDED AND THOSE LEFT
002679*                    OUT FOR WANT OF A DATE OR TIME.
002680*   2026-10-15  TRA  A DEPARTURE TIME WITH MINUTES OVER 59 IS
002681*                    TREATED AS NO TIME, SO THE TRIP IS NOT
002682*                    BANDED OR WRITTEN TO DMDHIST.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003800     SELECT LOAD-REPORT-FILE ASSIGN TO "LOADRPT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-REPORT-STATUS.
004010     SELECT DEMAND-HISTORY-FILE ASSIGN TO "DMDHIST"
004020         ORGANIZATION IS LINE SEQUENTIAL
004030         FILE STATUS IS WS-HISTORY-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  ROUTE-MASTER-FILE.
004400 COPY RTEMST.
005200 FD  TRIP-INPUT-FILE.
005300 01  TRIP-INPUT-RECORD.
005400     05  TI-ROUTE-ID         PIC X(06).
005500     05  TI-STOP-SEQ         PIC 9(03).
005600     05  TI-PEOPLE-IN        PIC 9(03).
005700     05  TI-PEOPLE-OUT       PIC 9(03).
005710     05  FILLER              PIC X(02).
005720     05  TI-SERVICE-DATE     PIC X(08).
005730     05  TI-DEPART-TIME      PIC X(04).
005800 FD  LOAD-REPORT-FILE.
005900 01  LR-RECORD               PIC X(80).
005910 FD  DEMAND-HISTORY-FILE.
005920 COPY DMDHIST.
006000 WORKING-STORAGE SECTION.
006100 77  WS-MASTER-STATUS        PIC X(02)   VALUE SPACES.
006200     88  WS-MASTER-OK                    VALUE '00'.
006600     88  WS-INPUT-EOF                    VALUE '10'.
006700 77  WS-REPORT-STATUS        PIC X(02)   VALUE SPACES.
006800     88  WS-REPORT-OK                    VALUE '00'.
006810 77  WS-HISTORY-STATUS       PIC X(02)   VALUE SPACES.
006820     88  WS-HISTORY-OK                   VALUE '00'.
006830 77  WS-BAND-IX              PIC 9(02)   VALUE ZERO COMP.
006840 77  WS-STOPS-RECORDED       PIC 9(07)   VALUE ZERO COMP.
006850 77  WS-STOPS-UNDATED        PIC 9(07)   VALUE ZERO COMP.
006900 77  WS-ROUTE-COUNT          PIC 9(03)   VALUE ZERO COMP.
007000 77  WS-ROUTE-MAX            PIC 9(03)   VALUE 100 COMP.
007100 77  WS-RT-IX                PIC 9(03)   VALUE ZERO COMP.
007700 77  WS-SEATED-CAP           PIC 9(03)   VALUE ZERO.
007800 77  WS-CRUSH-CAP            PIC 9(03)   VALUE ZERO.
007900 01  WS-CURRENT-ROUTE        PIC X(06)   VALUE SPACES.
007910 01  WS-CURRENT-DATE         PIC X(08)   VALUE SPACES.
007920 01  WS-CURRENT-TIME         PIC X(04)   VALUE SPACES.
007930 01  WS-CURRENT-BAND         PIC X(02)   VALUE SPACES.
007940 77  WS-TRIP-DATED-SW        PIC X(01)   VALUE 'N'.
007950     88  WS-TRIP-DATED                   VALUE 'Y'.
008000 77  WS-ROUTE-OPEN-SW        PIC X(01)   VALUE 'N'.
008100     88  WS-ROUTE-OPEN                   VALUE 'Y'.
008200 01  WS-BUS-STOPS.
008500                             DEPENDING ON WS-ARR-LENGTH.
008600         07  WS-PEOPLE-IN    PIC 9(03).
008700         07  WS-PEOPLE-OUT   PIC 9(03).
008710 01  WS-STOP-SEQ-TABLE.
008720     05  WS-SQ-STOP-SEQ      PIC 9(03)   OCCURS 100.
008800 01  WS-COUNT-RESULT         PIC 9(08)   VALUE ZERO.
008900 01  WS-BAD-STOP-INDEX       PIC 9(03)   VALUE ZERO.
009000 01  WS-ROUTE-MASTER-TABLE.
012300     05  WS-EX-STOP          PIC 9(03).
012400     05  FILLER              PIC X(06)   VALUE " LOAD=".
012500     05  WS-EX-LOAD          PIC Z(04)9.
012510 01  WS-HISTORY-LINE.
012520     05  FILLER              PIC X(24)   VALUE
012530             "DEMAND HISTORY RECORDED=".
012540     05  WS-HL-RECORDED      PIC Z(06)9.
012550     05  FILLER              PIC X(24)   VALUE
012560             " NO SERVICE DATE/TIME=".
012570     05  WS-HL-UNDATED       PIC Z(06)9.
012580 COPY DMDBAND.
012600 PROCEDURE DIVISION.
012700 0000-MAINLINE.
012800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013900     PERFORM 1100-LOAD-ROUTE-MASTER THRU 1100-EXIT
014000     OPEN INPUT TRIP-INPUT-FILE
014100     OPEN OUTPUT LOAD-REPORT-FILE
014110     OPEN EXTEND DEMAND-HISTORY-FILE
014120     IF NOT WS-HISTORY-OK
014130         OPEN OUTPUT DEMAND-HISTORY-FILE
014140     END-IF
014200     PERFORM 1300-READ-TRIP THRU 1300-EXIT.
014300 1000-EXIT.
014400     EXIT.
017800 2000-PROCESS-ONE-STOP.
017900     IF NOT WS-ROUTE-OPEN
018000         OR TI-ROUTE-ID NOT = WS-CURRENT-ROUTE
018010         OR TI-SERVICE-DATE NOT = WS-CURRENT-DATE
018020         OR TI-DEPART-TIME NOT = WS-CURRENT-TIME
018100         IF WS-ROUTE-OPEN
018200             PERFORM 3000-CLOSE-ONE-ROUTE THRU 3000-EXIT
018300         END-IF
018400         MOVE TI-ROUTE-ID TO WS-CURRENT-ROUTE
018410         MOVE TI-SERVICE-DATE TO WS-CURRENT-DATE
018420         MOVE TI-DEPART-TIME TO WS-CURRENT-TIME
018500         SET WS-ROUTE-OPEN TO TRUE
018600         MOVE ZERO TO WS-ARR-LENGTH
018700     END-IF
019100             TO WS-PEOPLE-IN(WS-ARR-LENGTH)
019200         MOVE TI-PEOPLE-OUT
019300             TO WS-PEOPLE-OUT(WS-ARR-LENGTH)
019310         MOVE TI-STOP-SEQ
019320             TO WS-SQ-STOP-SEQ(WS-ARR-LENGTH)
019400     END-IF
019500     PERFORM 1300-READ-TRIP THRU 1300-EXIT.
019600 2000-EXIT.
020500         WS-COUNT-RESULT WS-BAD-STOP-INDEX
020600     PERFORM 3100-FIND-ROUTE-MASTER THRU 3100-EXIT
020700     MOVE ZERO TO WS-RUNNING-LOAD WS-PEAK-LOAD
020710     PERFORM 3300-FIND-BAND THRU 3300-EXIT
020800     PERFORM 3200-REPLAY-ONE-STOP THRU 3200-EXIT
020900         VARYING WS-STOP-IX FROM 1 BY 1
021000         UNTIL WS-STOP-IX > WS-ARR-LENGTH
026900         MOVE WS-STOP-IX TO WS-EX-STOP
027000         MOVE WS-RUNNING-LOAD TO WS-EX-LOAD
027100         WRITE LR-RECORD FROM WS-EXCEPTION-LINE
027200     END-IF
027210     IF WS-TRIP-DATED
027220         PERFORM 3400-WRITE-HISTORY THRU 3400-EXIT
027230     ELSE
027240         ADD 1 TO WS-STOPS-UNDATED
027250     END-IF.
027300 3200-EXIT.
027400     EXIT.
027408*--------------------------------------------------------------
027416* A TRIP WITHOUT A VALID SERVICE DATE AND DEPARTURE TIME - AN
027424* OLD-FORMAT TRIPIN LINE - IS ANALYSED BUT NOT RECORDED.
027432*--------------------------------------------------------------
027440 3300-FIND-BAND.
027448     MOVE 'N' TO WS-TRIP-DATED-SW
027456     MOVE SPACES TO WS-CURRENT-BAND
027464     IF WS-CURRENT-DATE IS NOT NUMERIC
027472         OR WS-CURRENT-TIME IS NOT NUMERIC
027480         OR WS-CURRENT-TIME > "2359"
027484         OR WS-CURRENT-TIME(3:2) > "59"
027488         GO TO 3300-EXIT
027496     END-IF
027504     SET WS-TRIP-DATED TO TRUE
027512     PERFORM 3310-CHECK-ONE-BAND THRU 3310-EXIT
027520         VARYING WS-BAND-IX FROM 1 BY 1
027528         UNTIL WS-BAND-IX > DB-BAND-COUNT.
027536 3300-EXIT.
027544     EXIT.
027552 3310-CHECK-ONE-BAND.
027560     IF WS-CURRENT-TIME >= DB-START(WS-BAND-IX)
027568         MOVE DB-CODE(WS-BAND-IX) TO WS-CURRENT-BAND
027576     END-IF.
027584 3310-EXIT.
027592     EXIT.
027600 3400-WRITE-HISTORY.
027608     MOVE SPACES TO DEMAND-HISTORY-RECORD
027612     MOVE WS-CURRENT-ROUTE TO DH-ROUTE-ID
027616     MOVE WS-SQ-STOP-SEQ(WS-STOP-IX) TO DH-STOP-SEQ
027624     MOVE WS-CURRENT-DATE TO DH-SERVICE-DATE
027632     MOVE WS-CURRENT-TIME TO DH-DEPART-TIME
027640     MOVE WS-CURRENT-BAND TO DH-BAND
027648     MOVE WS-PEOPLE-IN(WS-STOP-IX) TO DH-BOARDINGS
027656     MOVE WS-PEOPLE-OUT(WS-STOP-IX) TO DH-ALIGHTINGS
027664     IF WS-RUNNING-LOAD > ZERO
027672         MOVE WS-RUNNING-LOAD TO DH-LOAD
027680     ELSE
027688         MOVE ZERO TO DH-LOAD
027696     END-IF
027704     WRITE DEMAND-HISTORY-RECORD
027712     ADD 1 TO WS-STOPS-RECORDED.
027720 3400-EXIT.
027728     EXIT.
027736 9000-TERMINATE.
027744     MOVE WS-STOPS-RECORDED TO WS-HL-RECORDED
027752     MOVE WS-STOPS-UNDATED TO WS-HL-UNDATED
027760     WRITE LR-RECORD FROM WS-HISTORY-LINE
027768     CLOSE TRIP-INPUT-FILE
027776     CLOSE LOAD-REPORT-FILE
027784     CLOSE DEMAND-HISTORY-FILE.
027800 9000-EXIT.
027900     EXIT.
028000 END PROGRAM ROUTE-LOAD-ANALYSIS.
