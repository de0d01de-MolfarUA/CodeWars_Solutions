000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DRIVER-ROSTER-BATCH.
000300 AUTHOR. TRANSIT-AUDIT.
000400 INSTALLATION. FAREBOX-RECONCILIATION.
000500 DATE-WRITTEN. 2026-09-17.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-09-17  TRA  INITIAL VERSION - WEEKLY DRIVER DUTY
001000*                    ROSTER. THE ROTATION WAS BUILT ON A
001100*                    WHITEBOARD. EVERY ROUTEMST ROUTE NEEDS ONE
001200*                    DRIVER ON EACH OF THE SEVEN DAYS OF THE
001300*                    ROSTER WEEK (ROSTCTL WEEK START, TODAY
001400*                    WHEN ABSENT). DRIVERS COME FROM DRIVERS
001500*                    (ID, LICENCE CLASS, DAYS OFF AS SEVEN
001600*                    DAY FLAGS, MAXIMUM CONSECUTIVE EARLY
001700*                    STARTS); LICMAP SAYS WHICH VEHICLE TYPES
001800*                    EACH LICENCE CLASS MAY DRIVE; A DUTY IS AN
001900*                    EARLY START WHEN THE ROUTE'S FIRST
002000*                    DEPARTURE IS BEFORE RUNOPTS EARLY-BEFORE
002100*                    (DEFAULT 0600). A ROTATION IS A PRIORITY
002200*                    ORDER OF THE DRIVERS: EACH DAY THE ORDER
002300*                    TURNS ONE PLACE AND EACH ROUTE IN TURN
002400*                    TAKES THE FIRST DRIVER WHO HOLDS THE
002500*                    LICENCE, IS NOT OFF, IS NOT ALREADY ON
002600*                    DUTY THAT DAY, AND WOULD NOT GO PAST THE
002700*                    EARLY-START LIMIT - A DUTY THAT WOULD
002800*                    BREAK A RULE IS LEFT UNFILLED, NEVER
002900*                    ASSIGNED. THE CANDIDATE ORDERS ARE THE
003000*                    ARRANGEMENTS OF THE LEADING DRIVERS
003100*                    (RUNOPTS PERMUTE-DRIVERS, DEFAULT 8)
003200*                    ENUMERATED BY PERMUTE-TO-FILE-DISTINCT,
003300*                    THE REST FOLLOWING IN FILE ORDER. THE
003400*                    FIRST ROTATION WITH THE FEWEST UNFILLED
003500*                    DUTIES WINS, SO THE SAME INPUTS ALWAYS
003600*                    GIVE THE SAME ROSTER. ROSTER GETS ONE LINE
003700*                    PER FILLED DUTY, ROSTEXC ONE PER UNFILLED.
003800*--------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT ROSTER-CONTROL-FILE ASSIGN TO "ROSTCTL"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-CONTROL-STATUS.
004600     SELECT DRIVER-FILE ASSIGN TO "DRIVERS"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-DRIVER-STATUS.
004900     SELECT LICENCE-MAP-FILE ASSIGN TO "LICMAP"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-LICENCE-STATUS.
005200     SELECT ROUTE-MASTER-FILE ASSIGN TO "ROUTEMST"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-MASTER-STATUS.
005500     SELECT ORDERING-FILE ASSIGN TO "PERMOUT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-ORDERING-STATUS.
005800     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-ROSTER-STATUS.
006100     SELECT ROSTER-EXCEPTION-FILE ASSIGN TO "ROSTEXC"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-EXCEPT-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  ROSTER-CONTROL-FILE.
006700 01  ROSTER-CONTROL-CARD.
006800     05  RC-WEEK-START           PIC 9(08).
006900 FD  DRIVER-FILE.
007000 01  DRIVER-RECORD.
007100     05  DR-DRIVER-ID            PIC X(06).
007200     05  FILLER                  PIC X(01).
007300     05  DR-LICENCE-CLASS        PIC X(02).
007400     05  FILLER                  PIC X(01).
007500     05  DR-DAYS-OFF             PIC X(07).
007600     05  FILLER                  PIC X(01).
007700     05  DR-MAX-EARLY            PIC X(01).
007800 FD  LICENCE-MAP-FILE.
007900 01  LICENCE-MAP-RECORD.
008000     05  LM-LICENCE-CLASS        PIC X(02).
008100     05  FILLER                  PIC X(01).
008200     05  LM-VEHICLE-TYPE         PIC X(08).
008300 FD  ROUTE-MASTER-FILE.
008400 COPY RTEMST.
008500 FD  ORDERING-FILE.
008600 01  ORDERING-RECORD             PIC X(16).
008700 FD  ROSTER-FILE.
008800 01  ROSTER-RECORD.
008900     05  RO-WEEK-START           PIC 9(08).
009000     05  FILLER                  PIC X(01).
009100     05  RO-DAY                  PIC 9(01).
009200     05  FILLER                  PIC X(01).
009300     05  RO-DUTY-DATE            PIC 9(08).
009400     05  FILLER                  PIC X(01).
009500     05  RO-ROUTE-ID             PIC X(06).
009600     05  FILLER                  PIC X(01).
009700     05  RO-VEHICLE-TYPE         PIC X(08).
009800     05  FILLER                  PIC X(01).
009900     05  RO-DRIVER-ID            PIC X(06).
010000     05  FILLER                  PIC X(01).
010100     05  RO-EARLY-FLAG           PIC X(01).
010200 FD  ROSTER-EXCEPTION-FILE.
010300 01  RX-RECORD                   PIC X(80).
010400 WORKING-STORAGE SECTION.
010500 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
010600     88  WS-CONTROL-OK                           VALUE '00'.
010700 77  WS-DRIVER-STATUS            PIC X(02)       VALUE SPACES.
010800     88  WS-DRIVER-OK                            VALUE '00'.
010900     88  WS-DRIVER-EOF                           VALUE '10'.
011000 77  WS-LICENCE-STATUS           PIC X(02)       VALUE SPACES.
011100     88  WS-LICENCE-OK                           VALUE '00'.
011200     88  WS-LICENCE-EOF                          VALUE '10'.
011300 77  WS-MASTER-STATUS            PIC X(02)       VALUE SPACES.
011400     88  WS-MASTER-OK                            VALUE '00'.
011500     88  WS-MASTER-EOF                           VALUE '10'.
011600 77  WS-ORDERING-STATUS          PIC X(02)       VALUE SPACES.
011700     88  WS-ORDERING-OK                          VALUE '00'.
011800     88  WS-ORDERING-EOF                         VALUE '10'.
011900 77  WS-ROSTER-STATUS            PIC X(02)       VALUE SPACES.
012000     88  WS-ROSTER-OK                            VALUE '00'.
012100 77  WS-EXCEPT-STATUS            PIC X(02)       VALUE SPACES.
012200     88  WS-EXCEPT-OK                            VALUE '00'.
012300 77  WS-WRITE-MODE-SW            PIC X(01)       VALUE 'N'.
012400     88  WS-WRITE-MODE                           VALUE 'Y'.
012500 77  WS-DRIVER-COUNT             PIC 9(03)       VALUE ZERO COMP.
012600 77  WS-DRIVER-MAX               PIC 9(03)       VALUE 40 COMP.
012700 77  WS-LICENCE-COUNT            PIC 9(03)       VALUE ZERO COMP.
012800 77  WS-LICENCE-MAX              PIC 9(03)       VALUE 100 COMP.
012900 77  WS-ROUTE-COUNT              PIC 9(03)       VALUE ZERO COMP.
013000 77  WS-ROUTE-MAX                PIC 9(03)       VALUE 100 COMP.
013100 77  WS-DV-IX                    PIC 9(03)       VALUE ZERO COMP.
013200 77  WS-LM-IX                    PIC 9(03)       VALUE ZERO COMP.
013300 77  WS-RT-IX                    PIC 9(03)       VALUE ZERO COMP.
013400 77  WS-PR-IX                    PIC 9(03)       VALUE ZERO COMP.
013500 77  WS-SY-IX                    PIC 9(03)       VALUE ZERO COMP.
013600 77  WS-OFFSET                   PIC 9(03)       VALUE ZERO COMP.
013700 77  WS-CANDIDATE-IX             PIC 9(03)       VALUE ZERO COMP.
013800 77  WS-MATCH-IX                 PIC 9(03)       VALUE ZERO COMP.
013900 77  WS-DAY                      PIC 9(01)       VALUE ZERO.
014000 77  WS-PERMUTE-COUNT            PIC 9(02)       VALUE ZERO.
014100 77  WS-PERMUTE-DRIVERS          PIC 9(10)       VALUE 8.
014200 77  WS-EARLY-BEFORE             PIC 9(10)       VALUE 600.
014300 77  WS-WEEK-START               PIC 9(08)       VALUE ZERO.
014400 77  WS-DUTY-DATE                PIC 9(08)       VALUE ZERO.
014500 77  WS-UNFILLED                 PIC 9(05)       VALUE ZERO.
014600 77  WS-BEST-UNFILLED            PIC 9(05)       VALUE 99999.
014700 77  WS-ORDERINGS-TRIED          PIC 9(07)       VALUE ZERO.
014800 77  WS-DUTIES-FILLED            PIC 9(05)       VALUE ZERO.
014900 01  WS-SYMBOL-ALPHABET          PIC A(16)       VALUE
015000         "ABCDEFGHIJKLMNOP".
015100 01  WS-PERMUTE-SYMBOLS          PIC A(16)       VALUE SPACES.
015200 COPY RUNOPTS.
015300 01  WS-DRIVER-TABLE.
015400     05  WS-DV-ENTRY OCCURS 40.
015500         10  WS-DV-DRIVER-ID     PIC X(06).
015600         10  WS-DV-LICENCE       PIC X(02).
015700         10  WS-DV-DAYS-OFF      PIC X(07).
015800         10  WS-DV-MAX-EARLY     PIC 9(01).
015900         10  WS-DV-EARLY-RUN     PIC 9(02).
016000         10  WS-DV-ON-DUTY       PIC X(01).
016100         10  WS-DV-EARLY-TODAY   PIC X(01).
016200 01  WS-LICENCE-TABLE.
016300     05  WS-LM-ENTRY OCCURS 100.
016400         10  WS-LM-CLASS         PIC X(02).
016500         10  WS-LM-TYPE          PIC X(08).
016600 01  WS-ROUTE-TABLE.
016700     05  WS-RT-ENTRY OCCURS 100.
016800         10  WS-RT-ROUTE         PIC X(06).
016900         10  WS-RT-TYPE          PIC X(08).
017000         10  WS-RT-EARLY         PIC X(01).
017100         10  WS-RT-LICENSED      PIC 9(03).
017200 01  WS-QUALIFY-TABLE.
017300     05  WS-QF-DRIVER OCCURS 40.
017400         10  WS-QF-ROUTE         PIC X(01)       OCCURS 100.
017500 01  WS-PRIORITY-TABLE.
017600     05  WS-PR-DRIVER            PIC 9(03)       OCCURS 40.
017700 01  WS-BEST-PRIORITY-TABLE.
017800     05  WS-BP-DRIVER            PIC 9(03)       OCCURS 40.
017900 01  WS-EXCEPTION-LINE.
018000     05  FILLER                  PIC X(14)       VALUE
018100             "UNFILLED  DAY ".
018200     05  WS-EL-DAY               PIC 9(01).
018300     05  FILLER                  PIC X(01)       VALUE SPACE.
018400     05  WS-EL-DATE              PIC 9(08).
018500     05  FILLER                  PIC X(07)       VALUE " ROUTE ".
018600     05  WS-EL-ROUTE             PIC X(06).
018700     05  FILLER                  PIC X(01)       VALUE SPACE.
018800     05  WS-EL-TYPE              PIC X(08).
018900     05  FILLER                  PIC X(07)       VALUE " EARLY ".
019000     05  WS-EL-EARLY             PIC X(01).
019100     05  FILLER                  PIC X(01)       VALUE SPACE.
019200     05  WS-EL-REASON            PIC X(20).
019300 PROCEDURE DIVISION.
019400 0000-MAINLINE.
019500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019600     PERFORM 2000-LOAD-DRIVERS THRU 2000-EXIT.
019700     PERFORM 2500-LOAD-LICENCE-MAP THRU 2500-EXIT.
019800     PERFORM 3000-LOAD-ROUTES THRU 3000-EXIT.
019900     PERFORM 3500-BUILD-QUALIFICATIONS THRU 3500-EXIT.
020000     PERFORM 4000-SEARCH-ROTATIONS THRU 4000-EXIT.
020100     PERFORM 6000-WRITE-ROSTER THRU 6000-EXIT.
020200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020300     STOP RUN.
020400 0000-EXIT.
020500     EXIT.
020600 1000-INITIALIZE.
020700     MOVE "DRVROSTR" TO OPT-PROGRAM-ID
020800     MOVE "EARLY-BEFORE    " TO OPT-KEY
020900     MOVE WS-EARLY-BEFORE TO OPT-DEFAULT-VALUE
021000     CALL "OPTIONS-LOADER" USING RUN-OPTIONS-REQUEST
021100     MOVE OPT-VALUE TO WS-EARLY-BEFORE
021200     MOVE "PERMUTE-DRIVERS " TO OPT-KEY
021300     MOVE WS-PERMUTE-DRIVERS TO OPT-DEFAULT-VALUE
021400     CALL "OPTIONS-LOADER" USING RUN-OPTIONS-REQUEST
021500     IF OPT-VALUE > ZERO AND OPT-VALUE <= 16
021600         MOVE OPT-VALUE TO WS-PERMUTE-DRIVERS
021700     END-IF
021800     DISPLAY "DRVROSTR OPTIONS EARLY-BEFORE=" WS-EARLY-BEFORE
021900         " PERMUTE-DRIVERS=" WS-PERMUTE-DRIVERS
022000     OPEN INPUT ROSTER-CONTROL-FILE
022100     IF WS-CONTROL-OK
022200         READ ROSTER-CONTROL-FILE
022300             AT END MOVE ZERO TO RC-WEEK-START
022400         END-READ
022500         CLOSE ROSTER-CONTROL-FILE
022600         IF RC-WEEK-START IS NUMERIC
022700             MOVE RC-WEEK-START TO WS-WEEK-START
022800         END-IF
022900     END-IF
023000     IF WS-WEEK-START = ZERO
023100         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-WEEK-START
023200     END-IF
023300     MOVE ZERO TO WS-DRIVER-TABLE
023400     MOVE ZERO TO WS-PRIORITY-TABLE
023500     MOVE ZERO TO WS-BEST-PRIORITY-TABLE.
023600 1000-EXIT.
023700     EXIT.
023800 2000-LOAD-DRIVERS.
023900     OPEN INPUT DRIVER-FILE
024000     IF NOT WS-DRIVER-OK
024100         GO TO 2000-EXIT
024200     END-IF
024300     PERFORM 2100-READ-DRIVER THRU 2100-EXIT
024400     PERFORM 2200-STORE-ONE-DRIVER THRU 2200-EXIT
024500         UNTIL WS-DRIVER-EOF
024600            OR WS-DRIVER-COUNT >= WS-DRIVER-MAX
024700     CLOSE DRIVER-FILE.
024800 2000-EXIT.
024900     EXIT.
025000 2100-READ-DRIVER.
025100     READ DRIVER-FILE
025200         AT END SET WS-DRIVER-EOF TO TRUE
025300     END-READ.
025400 2100-EXIT.
025500     EXIT.
025600 2200-STORE-ONE-DRIVER.
025700     IF DR-DRIVER-ID = SPACES
025800         PERFORM 2100-READ-DRIVER THRU 2100-EXIT
025900         GO TO 2200-EXIT
026000     END-IF
026100     ADD 1 TO WS-DRIVER-COUNT
026200     MOVE DR-DRIVER-ID TO WS-DV-DRIVER-ID(WS-DRIVER-COUNT)
026300     MOVE DR-LICENCE-CLASS TO WS-DV-LICENCE(WS-DRIVER-COUNT)
026400     MOVE DR-DAYS-OFF TO WS-DV-DAYS-OFF(WS-DRIVER-COUNT)
026500     IF DR-MAX-EARLY IS NUMERIC
026600         MOVE DR-MAX-EARLY TO WS-DV-MAX-EARLY(WS-DRIVER-COUNT)
026700     ELSE
026800         MOVE 5 TO WS-DV-MAX-EARLY(WS-DRIVER-COUNT)
026900     END-IF
027000     MOVE WS-DRIVER-COUNT TO WS-PR-DRIVER(WS-DRIVER-COUNT)
027100     MOVE WS-DRIVER-COUNT TO WS-BP-DRIVER(WS-DRIVER-COUNT)
027200     PERFORM 2100-READ-DRIVER THRU 2100-EXIT.
027300 2200-EXIT.
027400     EXIT.
027500 2500-LOAD-LICENCE-MAP.
027600     OPEN INPUT LICENCE-MAP-FILE
027700     IF NOT WS-LICENCE-OK
027800         GO TO 2500-EXIT
027900     END-IF
028000     PERFORM 2600-READ-LICENCE THRU 2600-EXIT
028100     PERFORM 2700-STORE-ONE-LICENCE THRU 2700-EXIT
028200         UNTIL WS-LICENCE-EOF
028300            OR WS-LICENCE-COUNT >= WS-LICENCE-MAX
028400     CLOSE LICENCE-MAP-FILE.
028500 2500-EXIT.
028600     EXIT.
028700 2600-READ-LICENCE.
028800     READ LICENCE-MAP-FILE
028900         AT END SET WS-LICENCE-EOF TO TRUE
029000     END-READ.
029100 2600-EXIT.
029200     EXIT.
029300 2700-STORE-ONE-LICENCE.
029400     ADD 1 TO WS-LICENCE-COUNT
029500     MOVE LM-LICENCE-CLASS TO WS-LM-CLASS(WS-LICENCE-COUNT)
029600     MOVE LM-VEHICLE-TYPE TO WS-LM-TYPE(WS-LICENCE-COUNT)
029700     PERFORM 2600-READ-LICENCE THRU 2600-EXIT.
029800 2700-EXIT.
029900     EXIT.
030000 3000-LOAD-ROUTES.
030100     OPEN INPUT ROUTE-MASTER-FILE
030200     IF NOT WS-MASTER-OK
030300         GO TO 3000-EXIT
030400     END-IF
030500     PERFORM 3100-READ-ROUTE THRU 3100-EXIT
030600     PERFORM 3200-STORE-ONE-ROUTE THRU 3200-EXIT
030700         UNTIL WS-MASTER-EOF
030800            OR WS-ROUTE-COUNT >= WS-ROUTE-MAX
030900     CLOSE ROUTE-MASTER-FILE.
031000 3000-EXIT.
031100     EXIT.
031200 3100-READ-ROUTE.
031300     READ ROUTE-MASTER-FILE
031400         AT END SET WS-MASTER-EOF TO TRUE
031500     END-READ.
031600 3100-EXIT.
031700     EXIT.
031800 3200-STORE-ONE-ROUTE.
031900     ADD 1 TO WS-ROUTE-COUNT
032000     MOVE RM-ROUTE-ID TO WS-RT-ROUTE(WS-ROUTE-COUNT)
032100     MOVE RM-VEHICLE-TYPE TO WS-RT-TYPE(WS-ROUTE-COUNT)
032200     MOVE 'N' TO WS-RT-EARLY(WS-ROUTE-COUNT)
032300     IF RM-FIRST-DEPART IS NUMERIC
032400         IF FUNCTION NUMVAL(RM-FIRST-DEPART) < WS-EARLY-BEFORE
032500             MOVE 'Y' TO WS-RT-EARLY(WS-ROUTE-COUNT)
032600         END-IF
032700     END-IF
032800     MOVE ZERO TO WS-RT-LICENSED(WS-ROUTE-COUNT)
032900     PERFORM 3100-READ-ROUTE THRU 3100-EXIT.
033000 3200-EXIT.
033100     EXIT.
033200*--------------------------------------------------------------
033300* DRIVER-BY-ROUTE LICENCE MATRIX: 'Y' WHEN A LICMAP ROW
033400* PAIRS THE DRIVER'S CLASS WITH THE ROUTE'S VEHICLE TYPE.
033500* THE ROUTE KEEPS A COUNT OF LICENSED DRIVERS SO AN UNFILLED
033600* DUTY CAN SAY WHETHER ANYONE COULD HAVE TAKEN IT AT ALL.
033700*--------------------------------------------------------------
033800 3500-BUILD-QUALIFICATIONS.
033900     PERFORM 3600-QUALIFY-ONE-DRIVER THRU 3600-EXIT
034000         VARYING WS-DV-IX FROM 1 BY 1
034100         UNTIL WS-DV-IX > WS-DRIVER-COUNT.
034200 3500-EXIT.
034300     EXIT.
034400 3600-QUALIFY-ONE-DRIVER.
034500     PERFORM 3700-QUALIFY-ONE-PAIR THRU 3700-EXIT
034600         VARYING WS-RT-IX FROM 1 BY 1
034700         UNTIL WS-RT-IX > WS-ROUTE-COUNT.
034800 3600-EXIT.
034900     EXIT.
035000 3700-QUALIFY-ONE-PAIR.
035100     MOVE 'N' TO WS-QF-ROUTE(WS-DV-IX, WS-RT-IX)
035200     MOVE ZERO TO WS-MATCH-IX
035300     PERFORM 3710-SCAN-LICENCE THRU 3710-EXIT
035400         VARYING WS-LM-IX FROM 1 BY 1
035500         UNTIL WS-LM-IX > WS-LICENCE-COUNT
035600            OR WS-MATCH-IX > ZERO
035700     IF WS-MATCH-IX > ZERO
035800         MOVE 'Y' TO WS-QF-ROUTE(WS-DV-IX, WS-RT-IX)
035900         ADD 1 TO WS-RT-LICENSED(WS-RT-IX)
036000     END-IF.
036100 3700-EXIT.
036200     EXIT.
036300 3710-SCAN-LICENCE.
036400     IF WS-LM-CLASS(WS-LM-IX) = WS-DV-LICENCE(WS-DV-IX)
036500         AND WS-LM-TYPE(WS-LM-IX) = WS-RT-TYPE(WS-RT-IX)
036600         MOVE WS-LM-IX TO WS-MATCH-IX
036700     END-IF.
036800 3710-EXIT.
036900     EXIT.
037000*--------------------------------------------------------------
037100* THE LEADING DRIVERS GET ONE SYMBOL EACH (A, B, C ...) AND
037200* PERMUTE-TO-FILE-DISTINCT WRITES EVERY ARRANGEMENT TO
037300* PERMOUT IN ITS OWN FIXED ORDER. EACH ARRANGEMENT BECOMES
037400* A PRIORITY ORDER AND IS SCORED; THE SEARCH STOPS AT THE
037500* FIRST ROTATION THAT FILLS EVERY DUTY.
037600*--------------------------------------------------------------
037700 4000-SEARCH-ROTATIONS.
037800     IF WS-DRIVER-COUNT = ZERO OR WS-ROUTE-COUNT = ZERO
037900         GO TO 4000-EXIT
038000     END-IF
038100     IF WS-PERMUTE-DRIVERS < WS-DRIVER-COUNT
038200         MOVE WS-PERMUTE-DRIVERS TO WS-PERMUTE-COUNT
038300     ELSE
038400         MOVE WS-DRIVER-COUNT TO WS-PERMUTE-COUNT
038500     END-IF
038600     MOVE SPACES TO WS-PERMUTE-SYMBOLS
038700     MOVE WS-SYMBOL-ALPHABET(1:WS-PERMUTE-COUNT)
038800         TO WS-PERMUTE-SYMBOLS
038900     CALL "PERMUTE-TO-FILE-DISTINCT" USING WS-PERMUTE-SYMBOLS
039000     OPEN INPUT ORDERING-FILE
039100     IF NOT WS-ORDERING-OK
039200         GO TO 4000-EXIT
039300     END-IF
039400     PERFORM 4100-READ-ORDERING THRU 4100-EXIT
039500     PERFORM 4200-SCORE-ONE-ORDERING THRU 4200-EXIT
039600         UNTIL WS-ORDERING-EOF
039700            OR WS-BEST-UNFILLED = ZERO
039800     CLOSE ORDERING-FILE.
039900 4000-EXIT.
040000     EXIT.
040100 4100-READ-ORDERING.
040200     READ ORDERING-FILE
040300         AT END SET WS-ORDERING-EOF TO TRUE
040400     END-READ.
040500 4100-EXIT.
040600     EXIT.
040700 4200-SCORE-ONE-ORDERING.
040800     ADD 1 TO WS-ORDERINGS-TRIED
040900     PERFORM 4300-DECODE-ONE-SYMBOL THRU 4300-EXIT
041000         VARYING WS-PR-IX FROM 1 BY 1
041100         UNTIL WS-PR-IX > WS-PERMUTE-COUNT
041200     PERFORM 5000-EVALUATE-ROTATION THRU 5000-EXIT
041300     IF WS-UNFILLED < WS-BEST-UNFILLED
041400         MOVE WS-UNFILLED TO WS-BEST-UNFILLED
041500         MOVE WS-PRIORITY-TABLE TO WS-BEST-PRIORITY-TABLE
041600     END-IF
041700     PERFORM 4100-READ-ORDERING THRU 4100-EXIT.
041800 4200-EXIT.
041900     EXIT.
042000 4300-DECODE-ONE-SYMBOL.
042100     MOVE ZERO TO WS-MATCH-IX
042200     PERFORM 4310-SCAN-ALPHABET THRU 4310-EXIT
042300         VARYING WS-SY-IX FROM 1 BY 1
042400         UNTIL WS-SY-IX > WS-PERMUTE-COUNT
042500            OR WS-MATCH-IX > ZERO
042600     MOVE WS-MATCH-IX TO WS-PR-DRIVER(WS-PR-IX).
042700 4300-EXIT.
042800     EXIT.
042900 4310-SCAN-ALPHABET.
043000     IF ORDERING-RECORD(WS-PR-IX:1)
043100         = WS-SYMBOL-ALPHABET(WS-SY-IX:1)
043200         MOVE WS-SY-IX TO WS-MATCH-IX
043300     END-IF.
043400 4310-EXIT.
043500     EXIT.
043600*--------------------------------------------------------------
043700* ONE PASS OF THE WEEK UNDER THE PRIORITY ORDER IN
043800* WS-PRIORITY-TABLE. IN WRITE MODE EACH DUTY ALSO GOES OUT
043900* TO ROSTER OR ROSTEXC; IN SCORING MODE THE PASS GIVES UP AS
044000* SOON AS IT CANNOT BEAT THE BEST ROTATION SO FAR.
044100*--------------------------------------------------------------
044200 5000-EVALUATE-ROTATION.
044300     MOVE ZERO TO WS-UNFILLED
044400     PERFORM 5010-RESET-ONE-DRIVER THRU 5010-EXIT
044500         VARYING WS-DV-IX FROM 1 BY 1
044600         UNTIL WS-DV-IX > WS-DRIVER-COUNT
044700     PERFORM 5100-PLAN-ONE-DAY THRU 5100-EXIT
044800         VARYING WS-DAY FROM 1 BY 1
044900         UNTIL WS-DAY > 7
045000            OR (NOT WS-WRITE-MODE
045100                AND WS-UNFILLED >= WS-BEST-UNFILLED).
045200 5000-EXIT.
045300     EXIT.
045400 5010-RESET-ONE-DRIVER.
045500     MOVE ZERO TO WS-DV-EARLY-RUN(WS-DV-IX).
045600 5010-EXIT.
045700     EXIT.
045800 5100-PLAN-ONE-DAY.
045900     COMPUTE WS-DUTY-DATE = FUNCTION DATE-OF-INTEGER(
046000         FUNCTION INTEGER-OF-DATE(WS-WEEK-START) + WS-DAY - 1)
046100     PERFORM 5110-CLEAR-ONE-DRIVER THRU 5110-EXIT
046200         VARYING WS-DV-IX FROM 1 BY 1
046300         UNTIL WS-DV-IX > WS-DRIVER-COUNT
046400     PERFORM 5200-FILL-ONE-DUTY THRU 5200-EXIT
046500         VARYING WS-RT-IX FROM 1 BY 1
046600         UNTIL WS-RT-IX > WS-ROUTE-COUNT
046700     PERFORM 5120-CLOSE-ONE-DRIVER THRU 5120-EXIT
046800         VARYING WS-DV-IX FROM 1 BY 1
046900         UNTIL WS-DV-IX > WS-DRIVER-COUNT.
047000 5100-EXIT.
047100     EXIT.
047200 5110-CLEAR-ONE-DRIVER.
047300     MOVE 'N' TO WS-DV-ON-DUTY(WS-DV-IX)
047400     MOVE 'N' TO WS-DV-EARLY-TODAY(WS-DV-IX).
047500 5110-EXIT.
047600     EXIT.
047700 5120-CLOSE-ONE-DRIVER.
047800     IF WS-DV-EARLY-TODAY(WS-DV-IX) = 'Y'
047900         ADD 1 TO WS-DV-EARLY-RUN(WS-DV-IX)
048000     ELSE
048100         MOVE ZERO TO WS-DV-EARLY-RUN(WS-DV-IX)
048200     END-IF.
048300 5120-EXIT.
048400     EXIT.
048500 5200-FILL-ONE-DUTY.
048600     MOVE ZERO TO WS-MATCH-IX
048700     PERFORM 5210-TRY-ONE-DRIVER THRU 5210-EXIT
048800         VARYING WS-OFFSET FROM 0 BY 1
048900         UNTIL WS-OFFSET >= WS-DRIVER-COUNT
049000            OR WS-MATCH-IX > ZERO
049100     IF WS-MATCH-IX > ZERO
049200         MOVE 'Y' TO WS-DV-ON-DUTY(WS-MATCH-IX)
049300         IF WS-RT-EARLY(WS-RT-IX) = 'Y'
049400             MOVE 'Y' TO WS-DV-EARLY-TODAY(WS-MATCH-IX)
049500         END-IF
049600         IF WS-WRITE-MODE
049700             PERFORM 5300-WRITE-DUTY THRU 5300-EXIT
049800         END-IF
049900     ELSE
050000         ADD 1 TO WS-UNFILLED
050100         IF WS-WRITE-MODE
050200             PERFORM 5400-WRITE-UNFILLED THRU 5400-EXIT
050300         END-IF
050400     END-IF.
050500 5200-EXIT.
050600     EXIT.
050700 5210-TRY-ONE-DRIVER.
050800     COMPUTE WS-PR-IX = FUNCTION MOD(
050900         WS-OFFSET + WS-DAY - 1, WS-DRIVER-COUNT) + 1
051000     MOVE WS-PR-DRIVER(WS-PR-IX) TO WS-CANDIDATE-IX
051100     IF WS-DV-ON-DUTY(WS-CANDIDATE-IX) = 'Y'
051200         GO TO 5210-EXIT
051300     END-IF
051400     IF WS-QF-ROUTE(WS-CANDIDATE-IX, WS-RT-IX) NOT = 'Y'
051500         GO TO 5210-EXIT
051600     END-IF
051700     IF WS-DV-DAYS-OFF(WS-CANDIDATE-IX)(WS-DAY:1) = 'X'
051800         GO TO 5210-EXIT
051900     END-IF
052000     IF WS-RT-EARLY(WS-RT-IX) = 'Y'
052100         AND WS-DV-EARLY-RUN(WS-CANDIDATE-IX)
052200             >= WS-DV-MAX-EARLY(WS-CANDIDATE-IX)
052300         GO TO 5210-EXIT
052400     END-IF
052500     MOVE WS-CANDIDATE-IX TO WS-MATCH-IX.
052600 5210-EXIT.
052700     EXIT.
052800 5300-WRITE-DUTY.
052900     MOVE SPACES TO ROSTER-RECORD
053000     MOVE WS-WEEK-START TO RO-WEEK-START
053100     MOVE WS-DAY TO RO-DAY
053200     MOVE WS-DUTY-DATE TO RO-DUTY-DATE
053300     MOVE WS-RT-ROUTE(WS-RT-IX) TO RO-ROUTE-ID
053400     MOVE WS-RT-TYPE(WS-RT-IX) TO RO-VEHICLE-TYPE
053500     MOVE WS-DV-DRIVER-ID(WS-MATCH-IX) TO RO-DRIVER-ID
053600     MOVE WS-RT-EARLY(WS-RT-IX) TO RO-EARLY-FLAG
053700     WRITE ROSTER-RECORD
053800     ADD 1 TO WS-DUTIES-FILLED.
053900 5300-EXIT.
054000     EXIT.
054100 5400-WRITE-UNFILLED.
054200     MOVE WS-DAY TO WS-EL-DAY
054300     MOVE WS-DUTY-DATE TO WS-EL-DATE
054400     MOVE WS-RT-ROUTE(WS-RT-IX) TO WS-EL-ROUTE
054500     MOVE WS-RT-TYPE(WS-RT-IX) TO WS-EL-TYPE
054600     MOVE WS-RT-EARLY(WS-RT-IX) TO WS-EL-EARLY
054700     IF WS-RT-LICENSED(WS-RT-IX) = ZERO
054800         MOVE "NO LICENSED DRIVER" TO WS-EL-REASON
054900     ELSE
055000         MOVE "NO DRIVER AVAILABLE" TO WS-EL-REASON
055100     END-IF
055200     WRITE RX-RECORD FROM WS-EXCEPTION-LINE.
055300 5400-EXIT.
055400     EXIT.
055500*--------------------------------------------------------------
055600* THE WINNING ROTATION IS REPLAYED IN WRITE MODE. WITH NO
055700* DRIVERS ON FILE EVERY DUTY GOES OUT AS UNFILLED.
055800*--------------------------------------------------------------
055900 6000-WRITE-ROSTER.
056000     OPEN OUTPUT ROSTER-FILE
056100     OPEN OUTPUT ROSTER-EXCEPTION-FILE
056200     MOVE WS-BEST-PRIORITY-TABLE TO WS-PRIORITY-TABLE
056300     SET WS-WRITE-MODE TO TRUE
056400     PERFORM 5000-EVALUATE-ROTATION THRU 5000-EXIT
056500     DISPLAY "DRVROSTR WEEK=" WS-WEEK-START
056600         " DRIVERS=" WS-DRIVER-COUNT
056700         " ROUTES=" WS-ROUTE-COUNT
056800         " ROTATIONS TRIED=" WS-ORDERINGS-TRIED
056900     DISPLAY "DRVROSTR DUTIES FILLED=" WS-DUTIES-FILLED
057000         " UNFILLED=" WS-UNFILLED.
057100 6000-EXIT.
057200     EXIT.
057300 9000-TERMINATE.
057400     CLOSE ROSTER-FILE
057500     CLOSE ROSTER-EXCEPTION-FILE.
057900 9000-EXIT.
058000     EXIT.
058100 END PROGRAM DRIVER-ROSTER-BATCH.
