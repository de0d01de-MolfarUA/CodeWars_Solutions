002330*                    SO AN EMPTY RANGE (END = START) COUNTS
002340*                    ZERO AND AN END DATE OFF THE CALENDAR NO
002350*                    LONGER PICKS UP ONE DAY PAST THE RANGE.
002360*   2026-10-15  BJC  ACCOUNTING PERIOD CONTROL. THE SERVICE NOW
002370*                    OWNS THE PERIODCT PERIOD-CONTROL FILE
002380*                    (PERIODCT.CPY): PERIOD-STATUS ('S') SAYS
002390*                    WHETHER THE PERIOD A DATE FALLS IN IS
002391*                    OPEN, SOFT-CLOSED OR HARD-CLOSED, AND BY
002392*                    WHOM AND WHEN; SET-PERIOD ('U') MOVES A
002393*                    PERIOD ON (OPEN TO SOFT, SOFT TO HARD OR
002394*                    BACK TO OPEN - HARD IS FINAL) AND REWRITES
002395*                    THE FILE. PERIODCT IS LOADED ON THE FIRST
002396*                    PERIOD CALL, APART FROM CALMAST, SO THE
002397*                    BUSINESS BATCHES CAN ASK WITHOUT ONE.
002398*   2026-10-15  BJC  IS-HOLIDAY ('H'): WHETHER THE DATE'S CALMAST
002399*                    ROW NAMES A HOLIDAY, FOR DAY-TYPE PROFILES.
002400*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002900     SELECT CALENDAR-MASTER-FILE ASSIGN TO "CALMAST"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-MASTER-STATUS.
003110     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCT"
003120         ORGANIZATION IS LINE SEQUENTIAL
003130         FILE STATUS IS WS-PERIOD-FILE-STATUS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  CALENDAR-MASTER-FILE.
004200     05  CM-QUARTER-END-FLAG     PIC X(01).
004300     05  FILLER                  PIC X(01).
004400     05  CM-HOLIDAY-NAME         PIC X(20).
004410 FD  PERIOD-CONTROL-FILE.
004420 COPY PERIODCT.
004500 WORKING-STORAGE SECTION.
004600 77  WS-MASTER-STATUS            PIC X(02)       VALUE SPACES.
004700     88  WS-MASTER-OK                            VALUE '00'.
005400 77  WS-DAY-IX                   PIC 9(05)       VALUE ZERO COMP.
005500 77  WS-MATCH-IX                 PIC 9(05)       VALUE ZERO COMP.
005600 77  WS-BUSY-TALLY               PIC 9(05)       VALUE ZERO COMP.
005610 77  WS-PERIOD-FILE-STATUS       PIC X(02)       VALUE SPACES.
005620     88  WS-PERIOD-FILE-OK                       VALUE '00'.
005630     88  WS-PERIOD-FILE-EOF                      VALUE '10'.
005640 77  WS-PERIOD-LOAD-STATE        PIC X(01)       VALUE 'N'.
005650     88  WS-PERIODS-LOADED                       VALUE 'Y'.
005660 77  WS-PERIOD-COUNT             PIC 9(03)       VALUE ZERO COMP.
005670 77  WS-PERIOD-MAX               PIC 9(03)       VALUE 240 COMP.
005680 77  WS-PD-IX                    PIC 9(03)       VALUE ZERO COMP.
005690 77  WS-PD-MATCH-IX              PIC 9(03)       VALUE ZERO COMP.
005691 77  WS-INSERT-IX                PIC 9(03)       VALUE ZERO COMP.
005692 77  WS-WANTED-PERIOD            PIC 9(06)       VALUE ZERO.
005693 77  WS-FROM-STATUS              PIC X(01)       VALUE SPACE.
005694 77  WS-MOVE-SW                  PIC X(01)       VALUE 'N'.
005695     88  WS-MOVE-ALLOWED                         VALUE 'Y'.
005696 77  WS-REWRITE-SW               PIC X(01)       VALUE 'N'.
005697     88  WS-REWRITE-DONE                         VALUE 'Y'.
005700 01  WS-CALENDAR-TABLE.
005800     05  WS-DAY-ENTRY OCCURS 4000.
005900         10  WS-DY-DATE          PIC 9(08).
006000         10  WS-DY-BUSINESS      PIC X(01).
006100         10  WS-DY-MONTH-END     PIC X(01).
006200         10  WS-DY-QUARTER-END   PIC X(01).
006205         10  WS-DY-HOLIDAY       PIC X(01).
006210*--------------------------------------------------------------
006220* PERIODCT HELD IN PERIOD ORDER; 240 ROWS IS TWENTY YEARS.
006230*--------------------------------------------------------------
006240 01  WS-PERIOD-TABLE.
006250     05  WS-PD-ENTRY OCCURS 240.
006260         10  WS-PD-PERIOD        PIC 9(06).
006270         10  WS-PD-STATUS        PIC X(01).
006280         10  WS-PD-CLOSED-BY     PIC X(03).
006290         10  WS-PD-DATE          PIC 9(08).
006300 LINKAGE SECTION.
006400 COPY CALSVC.
006500 PROCEDURE DIVISION USING CALENDAR-SERVICE-REQUEST.
006600 0000-MAINLINE.
006610     IF CAL-SVC-GET-PERIOD
006620         OR CAL-SVC-SET-PERIOD
006630         PERFORM 8000-PERIOD-REQUEST THRU 8000-EXIT
006640         GOBACK
006650     END-IF
006700     IF NOT WS-TABLE-LOADED
006800         AND NOT WS-TABLE-UNAVAILABLE
006900         PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT
008700             PERFORM 6000-ANSWER-MONTH-END THRU 6000-EXIT
008800         WHEN CAL-SVC-IS-QUARTER-END
008900             PERFORM 7000-ANSWER-QUARTER-END THRU 7000-EXIT
008910         WHEN CAL-SVC-IS-HOLIDAY
008920             PERFORM 7500-ANSWER-HOLIDAY THRU 7500-EXIT
009000         WHEN OTHER
009100             SET CAL-SVC-OUT-OF-RANGE TO TRUE
009200     END-EVALUATE
012900     MOVE CM-MONTH-END-FLAG TO WS-DY-MONTH-END(WS-DAY-COUNT)
013000     MOVE CM-QUARTER-END-FLAG
013100         TO WS-DY-QUARTER-END(WS-DAY-COUNT)
013110     IF CM-HOLIDAY-NAME = SPACES
013120         MOVE 'N' TO WS-DY-HOLIDAY(WS-DAY-COUNT)
013130     ELSE
013140         MOVE 'Y' TO WS-DY-HOLIDAY(WS-DAY-COUNT)
013150     END-IF
013200     PERFORM 1100-READ-ONE-DAY THRU 1100-EXIT.
013300 1200-EXIT.
013400     EXIT.
025900     END-IF.
026000 7000-EXIT.
026100     EXIT.
026101 7500-ANSWER-HOLIDAY.
026102     PERFORM 1500-FIND-DATE THRU 1500-EXIT
026103     IF WS-MATCH-IX = ZERO
026104         SET CAL-SVC-OUT-OF-RANGE TO TRUE
026105         GO TO 7500-EXIT
026106     END-IF
026107     IF WS-DY-HOLIDAY(WS-MATCH-IX) = 'Y'
026108         SET CAL-SVC-YES TO TRUE
026109     ELSE
026111         SET CAL-SVC-NO TO TRUE
026112     END-IF.
026113 7500-EXIT.
026114     EXIT.
026115*--------------------------------------------------------------
026120* PERIOD REQUESTS. THE PERIOD IS THE YEAR AND MONTH OF
026130* CAL-SVC-ARGUMENT.
026140*--------------------------------------------------------------
026150 8000-PERIOD-REQUEST.
026160     IF NOT WS-PERIODS-LOADED
026170         PERFORM 8100-LOAD-PERIODS THRU 8100-EXIT
026180     END-IF
026190     MOVE ZERO TO CAL-SVC-ANSWER
026200     MOVE ZERO TO CAL-SVC-COUNT
026210     DIVIDE CAL-SVC-ARGUMENT BY 100 GIVING WS-WANTED-PERIOD
026220     MOVE ZERO TO WS-PD-MATCH-IX
026230     PERFORM 8300-SCAN-PERIOD THRU 8300-EXIT
026240         VARYING WS-PD-IX FROM 1 BY 1
026250         UNTIL WS-PD-IX > WS-PERIOD-COUNT
026260            OR WS-PD-MATCH-IX > ZERO
026270     IF CAL-SVC-GET-PERIOD
026280         PERFORM 8400-ANSWER-PERIOD THRU 8400-EXIT
026290     ELSE
026300         PERFORM 8500-SET-PERIOD THRU 8500-EXIT
026310     END-IF.
026320 8000-EXIT.
026330     EXIT.
026340*--------------------------------------------------------------
026350* NO PERIODCT ON HAND MEANS NO PERIOD HAS BEEN CLOSED YET.
026360*--------------------------------------------------------------
026370 8100-LOAD-PERIODS.
026380     MOVE ZERO TO WS-PERIOD-COUNT
026390     MOVE 'Y' TO WS-PERIOD-LOAD-STATE
026400     OPEN INPUT PERIOD-CONTROL-FILE
026410     IF NOT WS-PERIOD-FILE-OK
026420         GO TO 8100-EXIT
026430     END-IF
026440     PERFORM 8110-READ-ONE-PERIOD THRU 8110-EXIT
026450     PERFORM 8120-STORE-ONE-PERIOD THRU 8120-EXIT
026460         UNTIL WS-PERIOD-FILE-EOF
026470            OR WS-PERIOD-COUNT >= WS-PERIOD-MAX
026480     CLOSE PERIOD-CONTROL-FILE.
026490 8100-EXIT.
026500     EXIT.
026510 8110-READ-ONE-PERIOD.
026520     READ PERIOD-CONTROL-FILE
026530         AT END SET WS-PERIOD-FILE-EOF TO TRUE
026540     END-READ.
026550 8110-EXIT.
026560     EXIT.
026570 8120-STORE-ONE-PERIOD.
026580     IF PC-PERIOD IS NUMERIC
026590         ADD 1 TO WS-PERIOD-COUNT
026600         MOVE PC-PERIOD TO WS-PD-PERIOD(WS-PERIOD-COUNT)
026610         MOVE PC-STATUS TO WS-PD-STATUS(WS-PERIOD-COUNT)
026620         MOVE PC-CLOSED-BY TO WS-PD-CLOSED-BY(WS-PERIOD-COUNT)
026630         MOVE PC-STATUS-DATE TO WS-PD-DATE(WS-PERIOD-COUNT)
026640     END-IF
026650     PERFORM 8110-READ-ONE-PERIOD THRU 8110-EXIT.
026660 8120-EXIT.
026670     EXIT.
026680 8300-SCAN-PERIOD.
026690     IF WS-PD-PERIOD(WS-PD-IX) = WS-WANTED-PERIOD
026700         MOVE WS-PD-IX TO WS-PD-MATCH-IX
026710     END-IF.
026720 8300-EXIT.
026730     EXIT.
026740 8400-ANSWER-PERIOD.
026750     IF WS-PD-MATCH-IX = ZERO
026760         SET CAL-SVC-PERIOD-OPEN TO TRUE
026770         MOVE SPACES TO CAL-SVC-CLOSED-BY
026780         SET CAL-SVC-NO TO TRUE
026790         GO TO 8400-EXIT
026800     END-IF
026810     MOVE WS-PD-STATUS(WS-PD-MATCH-IX) TO CAL-SVC-PERIOD-STATUS
026820     MOVE WS-PD-CLOSED-BY(WS-PD-MATCH-IX) TO CAL-SVC-CLOSED-BY
026830     MOVE WS-PD-DATE(WS-PD-MATCH-IX) TO CAL-SVC-ANSWER
026840     SET CAL-SVC-YES TO TRUE.
026850 8400-EXIT.
026860     EXIT.
026870*--------------------------------------------------------------
026880* A PERIOD NOT ON FILE IS OPEN. A FAILED REWRITE LEAVES THE
026890* TABLE TO BE RELOADED FROM WHAT IS ON DISK AT THE NEXT CALL.
026900*--------------------------------------------------------------
026910 8500-SET-PERIOD.
026920     IF WS-PD-MATCH-IX = ZERO
026930         MOVE 'O' TO WS-FROM-STATUS
026940     ELSE
026950         MOVE WS-PD-STATUS(WS-PD-MATCH-IX) TO WS-FROM-STATUS
026960     END-IF
026970     MOVE 'N' TO WS-MOVE-SW
026980     EVALUATE WS-FROM-STATUS ALSO CAL-SVC-PERIOD-STATUS
026990         WHEN 'O' ALSO 'S'
027000         WHEN 'S' ALSO 'H'
027010         WHEN 'S' ALSO 'O'
027020             SET WS-MOVE-ALLOWED TO TRUE
027030         WHEN OTHER
027040             CONTINUE
027050     END-EVALUATE
027060     IF NOT WS-MOVE-ALLOWED
027070         SET CAL-SVC-NO TO TRUE
027080         GO TO 8500-EXIT
027090     END-IF
027100     IF WS-PD-MATCH-IX = ZERO
027110         IF WS-PERIOD-COUNT >= WS-PERIOD-MAX
027120             SET CAL-SVC-OUT-OF-RANGE TO TRUE
027130             GO TO 8500-EXIT
027140         END-IF
027150         PERFORM 8600-INSERT-PERIOD THRU 8600-EXIT
027160     END-IF
027170     MOVE CAL-SVC-PERIOD-STATUS TO WS-PD-STATUS(WS-PD-MATCH-IX)
027180     MOVE CAL-SVC-CLOSED-BY TO WS-PD-CLOSED-BY(WS-PD-MATCH-IX)
027190     MOVE CAL-SVC-ARGUMENT-2 TO WS-PD-DATE(WS-PD-MATCH-IX)
027200     PERFORM 8700-REWRITE-PERIODS THRU 8700-EXIT
027210     IF WS-REWRITE-DONE
027220         SET CAL-SVC-YES TO TRUE
027230         MOVE CAL-SVC-ARGUMENT-2 TO CAL-SVC-ANSWER
027240     ELSE
027250         SET CAL-SVC-OUT-OF-RANGE TO TRUE
027260         MOVE 'N' TO WS-PERIOD-LOAD-STATE
027270     END-IF.
027280 8500-EXIT.
027290     EXIT.
027300*--------------------------------------------------------------
027310* SHIFT THE LATER PERIODS UP ONE AND OPEN A ROW IN ORDER.
027320*--------------------------------------------------------------
027330 8600-INSERT-PERIOD.
027340     COMPUTE WS-INSERT-IX = WS-PERIOD-COUNT + 1
027350     PERFORM 8610-SHIFT-ONE-PERIOD THRU 8610-EXIT
027360         VARYING WS-PD-IX FROM WS-PERIOD-COUNT BY -1
027370         UNTIL WS-PD-IX < 1
027380     ADD 1 TO WS-PERIOD-COUNT
027390     MOVE WS-INSERT-IX TO WS-PD-MATCH-IX
027400     MOVE WS-WANTED-PERIOD TO WS-PD-PERIOD(WS-PD-MATCH-IX)
027410     MOVE 'O' TO WS-PD-STATUS(WS-PD-MATCH-IX)
027420     MOVE SPACES TO WS-PD-CLOSED-BY(WS-PD-MATCH-IX)
027430     MOVE ZERO TO WS-PD-DATE(WS-PD-MATCH-IX).
027440 8600-EXIT.
027450     EXIT.
027460 8610-SHIFT-ONE-PERIOD.
027470     IF WS-PD-PERIOD(WS-PD-IX) > WS-WANTED-PERIOD
027480         MOVE WS-PD-ENTRY(WS-PD-IX) TO WS-PD-ENTRY(WS-PD-IX + 1)
027490         MOVE WS-PD-IX TO WS-INSERT-IX
027500     END-IF.
027510 8610-EXIT.
027520     EXIT.
027530 8700-REWRITE-PERIODS.
027535     MOVE 'N' TO WS-REWRITE-SW
027540     OPEN OUTPUT PERIOD-CONTROL-FILE
027550     IF NOT WS-PERIOD-FILE-OK
027560         GO TO 8700-EXIT
027570     END-IF
027580     PERFORM 8710-WRITE-ONE-PERIOD THRU 8710-EXIT
027590         VARYING WS-PD-IX FROM 1 BY 1
027600         UNTIL WS-PD-IX > WS-PERIOD-COUNT
027610            OR NOT WS-PERIOD-FILE-OK
027615     IF WS-PERIOD-FILE-OK
027617         MOVE 'Y' TO WS-REWRITE-SW
027618     END-IF
027620     CLOSE PERIOD-CONTROL-FILE.
027630 8700-EXIT.
027640     EXIT.
027650 8710-WRITE-ONE-PERIOD.
027660     MOVE SPACES TO PERIOD-CONTROL-RECORD
027670     MOVE WS-PD-PERIOD(WS-PD-IX) TO PC-PERIOD
027680     MOVE WS-PD-STATUS(WS-PD-IX) TO PC-STATUS
027690     MOVE WS-PD-CLOSED-BY(WS-PD-IX) TO PC-CLOSED-BY
027700     MOVE WS-PD-DATE(WS-PD-IX) TO PC-STATUS-DATE
027710     WRITE PERIOD-CONTROL-RECORD.
027720 8710-EXIT.
027730     EXIT.
027740 END PROGRAM CALENDAR-SERVICE.
