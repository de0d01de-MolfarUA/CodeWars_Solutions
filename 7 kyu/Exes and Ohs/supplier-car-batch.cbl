000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SUPPLIER-CAR-BATCH.
000300 AUTHOR. EXTRACT-VALIDATION.
000400 INSTALLATION. DATA-QUALITY.
000500 DATE-WRITTEN. 2026-09-17.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-09-17  EXV  INITIAL VERSION - SUPPLIER CORRECTIVE-
001000*                    ACTION (CAR) TRACKING. THE SCORECARD RANKS
001100*                    SUPPLIERS BUT NOTHING CHASED THE BAD ONES.
001200*                    FOR THE CARCTL STATEMENT MONTH THIS JOB
001300*                    TOTALS EACH SUPPLIER'S QAREJHST REJECTS;
001400*                    A SUPPLIER AT OR OVER THE OPEN THRESHOLD
001500*                    WITH NO CAR IN PROGRESS GETS A NEW CAR ON
001600*                    THE KEYED CARMST MASTER, CATEGORISED BY
001700*                    ITS COMMONEST FAILING CHECK AND DUE THE
001800*                    CARCTL NUMBER OF DAYS OUT. AN OPEN CAR
001900*                    WHOSE SUPPLIER HAS SINCE FALLEN TO THE
002000*                    RECOVERY LINE IS PROPOSED FOR CLOSURE (AND
002100*                    REOPENED IF THE REJECTS CLIMB AGAIN).
002200*                    CARRPT LISTS THE CARS OPENED THIS CYCLE,
002300*                    THEN EVERY CAR IN PROGRESS AGED BY DAYS
002400*                    OPEN AND DAYS PAST DUE, WITH BUCKET TOTALS.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CAR-CONTROL-FILE ASSIGN TO "CARCTL"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-CONTROL-STATUS.
003300     SELECT REJECT-HISTORY-FILE ASSIGN TO "QAREJHST"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-HISTORY-STATUS.
003600     SELECT CAR-MASTER-FILE ASSIGN TO "CARMST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS CA-CAR-NUMBER
004000         FILE STATUS IS WS-MASTER-STATUS.
004100     SELECT CAR-REPORT-FILE ASSIGN TO "CARRPT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-REPORT-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CAR-CONTROL-FILE.
004700 01  CAR-CONTROL-CARD.
004800     05  CC-STATEMENT-MONTH      PIC 9(06).
004900     05  FILLER                  PIC X(01).
005000     05  CC-CYCLE-DATE           PIC 9(08).
005100     05  FILLER                  PIC X(01).
005200     05  CC-OPEN-THRESHOLD       PIC 9(05).
005300     05  FILLER                  PIC X(01).
005400     05  CC-RECOVERY-LINE        PIC 9(05).
005500     05  FILLER                  PIC X(01).
005600     05  CC-DUE-DAYS             PIC 9(03).
005700 FD  REJECT-HISTORY-FILE.
005800 01  REJECT-HISTORY-RECORD.
005900     05  QH-MONTH                PIC 9(06).
006000     05  FILLER                  PIC X(01).
006100     05  QH-SUPPLIER-CODE        PIC X(04).
006200     05  FILLER                  PIC X(01).
006300     05  QH-FAIL-CHECK           PIC X(01).
006400 FD  CAR-MASTER-FILE.
006500 COPY CARMST.
006600 FD  CAR-REPORT-FILE.
006700 01  CR-RECORD                   PIC X(80).
006800 WORKING-STORAGE SECTION.
006900 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
007000     88  WS-CONTROL-OK                           VALUE '00'.
007100 77  WS-HISTORY-STATUS           PIC X(02)       VALUE SPACES.
007200     88  WS-HISTORY-OK                           VALUE '00'.
007300     88  WS-HISTORY-EOF                          VALUE '10'.
007400 77  WS-MASTER-STATUS            PIC X(02)       VALUE SPACES.
007500     88  WS-MASTER-OK                            VALUE '00'.
007600 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
007700     88  WS-REPORT-OK                            VALUE '00'.
007800 77  WS-WALK-DONE-SW             PIC X(01)       VALUE 'N'.
007900     88  WS-WALK-DONE                            VALUE 'Y'.
008000 77  WS-STATEMENT-MONTH          PIC 9(06)       VALUE ZERO.
008100 77  WS-CYCLE-DATE               PIC 9(08)       VALUE ZERO.
008200 77  WS-OPEN-THRESHOLD           PIC 9(05)       VALUE 10.
008300 77  WS-RECOVERY-LINE            PIC 9(05)       VALUE 2.
008400 77  WS-DUE-DAYS                 PIC 9(03)       VALUE 60.
008500 77  WS-CYCLE-INTEGER            PIC 9(09)       VALUE ZERO COMP.
008600 77  WS-DATE-INTEGER             PIC 9(09)       VALUE ZERO COMP.
008700 77  WS-DAYS-OPEN                PIC S9(05)      VALUE ZERO.
008800 77  WS-DAYS-LATE                PIC S9(05)      VALUE ZERO.
008900 77  WS-LAST-SEQUENCE            PIC 9(05)       VALUE ZERO.
009000 77  WS-SUPPLIER-COUNT           PIC 9(03)       VALUE ZERO COMP.
009100 77  WS-SUPPLIER-MAX             PIC 9(03)       VALUE 50 COMP.
009200 77  WS-SU-IX                    PIC 9(03)       VALUE ZERO COMP.
009300 77  WS-RULE-IX                  PIC 9(02)       VALUE ZERO COMP.
009400 77  WS-TOP-RULE-IX              PIC 9(02)       VALUE ZERO COMP.
009500 77  WS-MATCH-IX                 PIC 9(03)       VALUE ZERO COMP.
009600 77  WS-BUCKET-IX                PIC 9(01)       VALUE ZERO COMP.
009700 77  WS-CARS-OPENED              PIC 9(05)       VALUE ZERO.
009800 77  WS-CARS-PROPOSED            PIC 9(05)       VALUE ZERO.
009900 77  WS-CARS-REOPENED            PIC 9(05)       VALUE ZERO.
010000*--------------------------------------------------------------
010100* RULE SLOTS AS ON THE SCORECARD: X, B, N, V, P, PLUS A
010200* CATCH-ALL FOR ANYTHING ELSE.
010300*--------------------------------------------------------------
010400 01  WS-RULE-CODES               PIC X(06)       VALUE "XBNVP?".
010500 01  WS-SUPPLIER-TABLE.
010600     05  WS-SU-ENTRY OCCURS 50.
010700         10  WS-SU-CODE          PIC X(04).
010800         10  WS-SU-THIS-TOTAL    PIC 9(07).
010900         10  WS-SU-HAS-CAR       PIC X(01).
011000         10  WS-SU-RULE-COUNT    PIC 9(07) OCCURS 6.
011100 01  WS-BUCKET-NAMES.
011200     05  FILLER                  PIC X(12)   VALUE "0-30 DAYS   ".
011300     05  FILLER                  PIC X(12)   VALUE "31-60 DAYS  ".
011400     05  FILLER                  PIC X(12)   VALUE "61-90 DAYS  ".
011500     05  FILLER                  PIC X(12)   VALUE "OVER 90 DAYS".
011600 01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
011700     05  WS-BUCKET-NAME          PIC X(12)   OCCURS 4.
011800 01  WS-BUCKET-TABLE.
011900     05  WS-BUCKET-COUNT         PIC 9(05)   OCCURS 4.
012000 01  WS-REPORT-HEADER.
012100     05  FILLER                  PIC X(36)       VALUE
012200             "SUPPLIER CORRECTIVE ACTIONS - MONTH ".
012300     05  WS-RH-MONTH             PIC 9(06).
012400     05  FILLER                  PIC X(07)       VALUE " CYCLE ".
012500     05  WS-RH-DATE              PIC 9(08).
012600 01  WS-OPENED-HEADER            PIC X(40)       VALUE
012700     "CARS OPENED THIS CYCLE".
012800 01  WS-OPENED-LINE.
012900     05  FILLER                  PIC X(07)       VALUE "OPENED ".
013000     05  WS-OL-CAR               PIC X(08).
013100     05  FILLER                  PIC X(10)       VALUE
013200             " SUPPLIER ".
013300     05  WS-OL-SUPPLIER          PIC X(04).
013400     05  FILLER                  PIC X(09)       VALUE
013500             " REJECTS ".
013600     05  WS-OL-REJECTS           PIC Z(06)9.
013700     05  FILLER                  PIC X(06)       VALUE " RULE ".
013800     05  WS-OL-RULE              PIC X(01).
013900     05  FILLER                  PIC X(05)       VALUE " DUE ".
014000     05  WS-OL-DUE               PIC 9(08).
014010 01  WS-AGING-HEADER.
014020     05  FILLER                  PIC X(34)       VALUE
014030             "CAR      SUPP R OPENED   DUE      ".
014040     05  FILLER                  PIC X(25)       VALUE
014050             "DAYS LATE REJECTS STATUS".
014400 01  WS-AGING-LINE.
014500     05  WS-AL-CAR               PIC X(08).
014600     05  FILLER                  PIC X(01)       VALUE SPACE.
014700     05  WS-AL-SUPPLIER          PIC X(04).
014800     05  FILLER                  PIC X(01)       VALUE SPACE.
014900     05  WS-AL-RULE              PIC X(01).
015000     05  FILLER                  PIC X(01)       VALUE SPACE.
015100     05  WS-AL-OPENED            PIC 9(08).
015200     05  FILLER                  PIC X(01)       VALUE SPACE.
015300     05  WS-AL-DUE               PIC 9(08).
015400     05  FILLER                  PIC X(01)       VALUE SPACE.
015500     05  WS-AL-DAYS              PIC Z(03)9.
015600     05  FILLER                  PIC X(01)       VALUE SPACE.
015700     05  WS-AL-LATE              PIC Z(03)9.
015800     05  FILLER                  PIC X(01)       VALUE SPACE.
015900     05  WS-AL-REJECTS           PIC Z(06)9.
016000     05  FILLER                  PIC X(01)       VALUE SPACE.
016100     05  WS-AL-STATUS            PIC X(20).
016200 01  WS-BUCKET-LINE.
016300     05  FILLER                  PIC X(06)       VALUE "OPEN  ".
016400     05  WS-BL-NAME              PIC X(12).
016500     05  FILLER                  PIC X(01)       VALUE SPACE.
016600     05  WS-BL-COUNT             PIC Z(04)9.
016700 01  WS-TOTAL-LINE.
016800     05  WS-TL-LABEL             PIC X(24).
016900     05  WS-TL-COUNT             PIC Z(04)9.
017000 PROCEDURE DIVISION.
017100 0000-MAINLINE.
017200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017300     PERFORM 2000-ACCUMULATE-HISTORY THRU 2000-EXIT.
017400     PERFORM 3000-NOTE-EXISTING-CARS THRU 3000-EXIT.
017500     PERFORM 4000-OPEN-NEW-CARS THRU 4000-EXIT.
017600     PERFORM 5000-AGE-OPEN-CARS THRU 5000-EXIT.
017700     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
017800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017900     STOP RUN.
018000 0000-EXIT.
018100     EXIT.
018200 1000-INITIALIZE.
018300     MOVE ZERO TO WS-BUCKET-TABLE
018400     OPEN INPUT CAR-CONTROL-FILE
018500     IF WS-CONTROL-OK
018600         READ CAR-CONTROL-FILE
018700             AT END MOVE SPACES TO CAR-CONTROL-CARD
018800         END-READ
018900         CLOSE CAR-CONTROL-FILE
019000         PERFORM 1100-TAKE-CONTROL-CARD THRU 1100-EXIT
019100     END-IF
019200     IF WS-CYCLE-DATE = ZERO
019300         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CYCLE-DATE
019400     END-IF
019500     IF WS-STATEMENT-MONTH = ZERO
019600         MOVE WS-CYCLE-DATE(1:6) TO WS-STATEMENT-MONTH
019700     END-IF
019800     COMPUTE WS-CYCLE-INTEGER =
019900         FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE)
020000     OPEN OUTPUT CAR-REPORT-FILE
020100     MOVE WS-STATEMENT-MONTH TO WS-RH-MONTH
020200     MOVE WS-CYCLE-DATE TO WS-RH-DATE
020300     WRITE CR-RECORD FROM WS-REPORT-HEADER
020400     OPEN I-O CAR-MASTER-FILE
020500     IF NOT WS-MASTER-OK
020600         CLOSE CAR-MASTER-FILE
020700         OPEN OUTPUT CAR-MASTER-FILE
020800         CLOSE CAR-MASTER-FILE
020900         OPEN I-O CAR-MASTER-FILE
021000     END-IF.
021100 1000-EXIT.
021200     EXIT.
021300*--------------------------------------------------------------
021400* A BLANK OR NON-NUMERIC FIELD ON THE CARD KEEPS ITS DEFAULT.
021500*--------------------------------------------------------------
021600 1100-TAKE-CONTROL-CARD.
021700     IF CC-STATEMENT-MONTH IS NUMERIC
021800         MOVE CC-STATEMENT-MONTH TO WS-STATEMENT-MONTH
021900     END-IF
022000     IF CC-CYCLE-DATE IS NUMERIC
022100         MOVE CC-CYCLE-DATE TO WS-CYCLE-DATE
022200     END-IF
022300     IF CC-OPEN-THRESHOLD IS NUMERIC
022400         AND CC-OPEN-THRESHOLD > ZERO
022500         MOVE CC-OPEN-THRESHOLD TO WS-OPEN-THRESHOLD
022600     END-IF
022700     IF CC-RECOVERY-LINE IS NUMERIC
022800         MOVE CC-RECOVERY-LINE TO WS-RECOVERY-LINE
022900     END-IF
023000     IF CC-DUE-DAYS IS NUMERIC AND CC-DUE-DAYS > ZERO
023100         MOVE CC-DUE-DAYS TO WS-DUE-DAYS
023200     END-IF.
023300 1100-EXIT.
023400     EXIT.
023500 2000-ACCUMULATE-HISTORY.
023600     OPEN INPUT REJECT-HISTORY-FILE
023700     IF NOT WS-HISTORY-OK
023800         GO TO 2000-EXIT
023900     END-IF
024000     PERFORM 2100-READ-HISTORY THRU 2100-EXIT
024100     PERFORM 2200-POST-ONE-LINE THRU 2200-EXIT
024200         UNTIL WS-HISTORY-EOF
024300     CLOSE REJECT-HISTORY-FILE.
024400 2000-EXIT.
024500     EXIT.
024600 2100-READ-HISTORY.
024700     READ REJECT-HISTORY-FILE
024800         AT END SET WS-HISTORY-EOF TO TRUE
024900     END-READ.
025000 2100-EXIT.
025100     EXIT.
025200 2200-POST-ONE-LINE.
025300     IF QH-MONTH NOT = WS-STATEMENT-MONTH
025400         PERFORM 2100-READ-HISTORY THRU 2100-EXIT
025500         GO TO 2200-EXIT
025600     END-IF
025700     PERFORM 2300-FIND-SUPPLIER THRU 2300-EXIT
025800     IF WS-MATCH-IX = ZERO
025900         PERFORM 2100-READ-HISTORY THRU 2100-EXIT
026000         GO TO 2200-EXIT
026100     END-IF
026200     ADD 1 TO WS-SU-THIS-TOTAL(WS-MATCH-IX)
026300     PERFORM 2410-MATCH-ONE-RULE THRU 2410-EXIT
026400         VARYING WS-RULE-IX FROM 1 BY 1
026500         UNTIL WS-RULE-IX > 5
026600            OR WS-RULE-CODES(WS-RULE-IX:1) = QH-FAIL-CHECK
026700     ADD 1 TO WS-SU-RULE-COUNT(WS-MATCH-IX WS-RULE-IX)
026800     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
026900 2200-EXIT.
027000     EXIT.
027100*--------------------------------------------------------------
027200* FIND (OR ADD) THE SUPPLIER NAMED IN QH-SUPPLIER-CODE.
027300*--------------------------------------------------------------
027400 2300-FIND-SUPPLIER.
027500     MOVE ZERO TO WS-MATCH-IX
027600     PERFORM 2310-SCAN-SUPPLIERS THRU 2310-EXIT
027700         VARYING WS-SU-IX FROM 1 BY 1
027800         UNTIL WS-SU-IX > WS-SUPPLIER-COUNT
027900            OR WS-MATCH-IX > ZERO
028000     IF WS-MATCH-IX = ZERO
028100         AND WS-SUPPLIER-COUNT < WS-SUPPLIER-MAX
028200         ADD 1 TO WS-SUPPLIER-COUNT
028300         MOVE WS-SUPPLIER-COUNT TO WS-MATCH-IX
028400         MOVE QH-SUPPLIER-CODE TO WS-SU-CODE(WS-MATCH-IX)
028500         MOVE ZERO TO WS-SU-THIS-TOTAL(WS-MATCH-IX)
028600         MOVE 'N' TO WS-SU-HAS-CAR(WS-MATCH-IX)
028700         PERFORM 2320-CLEAR-ONE-RULE THRU 2320-EXIT
028800             VARYING WS-RULE-IX FROM 1 BY 1
028900             UNTIL WS-RULE-IX > 6
029000     END-IF.
029100 2300-EXIT.
029200     EXIT.
029300 2310-SCAN-SUPPLIERS.
029400     IF WS-SU-CODE(WS-SU-IX) = QH-SUPPLIER-CODE
029500         MOVE WS-SU-IX TO WS-MATCH-IX
029600     END-IF.
029700 2310-EXIT.
029800     EXIT.
029900 2320-CLEAR-ONE-RULE.
030000     MOVE ZERO TO WS-SU-RULE-COUNT(WS-MATCH-IX WS-RULE-IX).
030100 2320-EXIT.
030200     EXIT.
030300 2410-MATCH-ONE-RULE.
030400     CONTINUE.
030500 2410-EXIT.
030600     EXIT.
030700*--------------------------------------------------------------
030800* FIRST WALK OF THE MASTER: THE HIGHEST CAR NUMBER ISSUED SO
030900* FAR, AND WHICH SUPPLIERS ALREADY HAVE A CAR IN PROGRESS (A
031000* SUPPLIER WITH NO REJECTS THIS MONTH IS ADDED SO ITS CAR
031100* STILL COUNTS).
031200*--------------------------------------------------------------
031300 3000-NOTE-EXISTING-CARS.
031400     MOVE LOW-VALUES TO CA-CAR-NUMBER
031500     MOVE 'N' TO WS-WALK-DONE-SW
031600     START CAR-MASTER-FILE KEY IS NOT LESS THAN CA-CAR-NUMBER
031700         INVALID KEY SET WS-WALK-DONE TO TRUE
031800     END-START
031900     PERFORM 3100-NOTE-ONE-CAR THRU 3100-EXIT
032000         UNTIL WS-WALK-DONE.
032100 3000-EXIT.
032200     EXIT.
032300 3100-NOTE-ONE-CAR.
032400     READ CAR-MASTER-FILE NEXT RECORD
032500         AT END SET WS-WALK-DONE TO TRUE
032600     END-READ
032700     IF WS-WALK-DONE
032800         GO TO 3100-EXIT
032900     END-IF
033000     IF CA-CAR-SEQUENCE IS NUMERIC
033100         AND CA-CAR-SEQUENCE > WS-LAST-SEQUENCE
033200         MOVE CA-CAR-SEQUENCE TO WS-LAST-SEQUENCE
033300     END-IF
033400     IF CA-CLOSED
033500         GO TO 3100-EXIT
033600     END-IF
033700     MOVE CA-SUPPLIER-CODE TO QH-SUPPLIER-CODE
033800     PERFORM 2300-FIND-SUPPLIER THRU 2300-EXIT
033900     IF WS-MATCH-IX > ZERO
034000         MOVE 'Y' TO WS-SU-HAS-CAR(WS-MATCH-IX)
034100     END-IF.
034200 3100-EXIT.
034300     EXIT.
034400 4000-OPEN-NEW-CARS.
034500     WRITE CR-RECORD FROM WS-OPENED-HEADER
034600     PERFORM 4100-CHECK-ONE-SUPPLIER THRU 4100-EXIT
034700         VARYING WS-SU-IX FROM 1 BY 1
034800         UNTIL WS-SU-IX > WS-SUPPLIER-COUNT.
034900 4000-EXIT.
035000     EXIT.
035100 4100-CHECK-ONE-SUPPLIER.
035200     IF WS-SU-THIS-TOTAL(WS-SU-IX) < WS-OPEN-THRESHOLD
035300         OR WS-SU-HAS-CAR(WS-SU-IX) = 'Y'
035400         GO TO 4100-EXIT
035500     END-IF
035600     MOVE 1 TO WS-TOP-RULE-IX
035700     PERFORM 4110-PICK-TOP-RULE THRU 4110-EXIT
035800         VARYING WS-RULE-IX FROM 2 BY 1
035900         UNTIL WS-RULE-IX > 6
036000     ADD 1 TO WS-LAST-SEQUENCE
036100     MOVE "CAR" TO CA-CAR-PREFIX
036200     MOVE WS-LAST-SEQUENCE TO CA-CAR-SEQUENCE
036300     MOVE WS-SU-CODE(WS-SU-IX) TO CA-SUPPLIER-CODE
036400     MOVE WS-RULE-CODES(WS-TOP-RULE-IX:1) TO CA-REJECT-CATEGORY
036500     MOVE WS-CYCLE-DATE TO CA-OPEN-DATE
036600     COMPUTE WS-DATE-INTEGER = WS-CYCLE-INTEGER + WS-DUE-DAYS
036700     COMPUTE CA-DUE-DATE =
036800         FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
036900     SET CA-OPEN TO TRUE
037000     MOVE WS-STATEMENT-MONTH TO CA-OPEN-MONTH
037100     MOVE WS-SU-THIS-TOTAL(WS-SU-IX) TO CA-OPEN-REJECTS
037200     MOVE WS-STATEMENT-MONTH TO CA-LAST-MONTH
037300     MOVE WS-SU-THIS-TOTAL(WS-SU-IX) TO CA-LAST-REJECTS
037400     MOVE WS-CYCLE-DATE TO CA-STATUS-DATE
037500     WRITE CORRECTIVE-ACTION-RECORD
037600         INVALID KEY
037700             DISPLAY "SUPPLIER-CAR-BATCH: CAR " CA-CAR-NUMBER
037800                 " ALREADY ON CARMST"
037900             MOVE 8 TO RETURN-CODE
038000             GO TO 4100-EXIT
038100     END-WRITE
038200     MOVE 'Y' TO WS-SU-HAS-CAR(WS-SU-IX)
038300     ADD 1 TO WS-CARS-OPENED
038400     MOVE CA-CAR-NUMBER TO WS-OL-CAR
038500     MOVE CA-SUPPLIER-CODE TO WS-OL-SUPPLIER
038600     MOVE CA-OPEN-REJECTS TO WS-OL-REJECTS
038700     MOVE CA-REJECT-CATEGORY TO WS-OL-RULE
038800     MOVE CA-DUE-DATE TO WS-OL-DUE
038900     WRITE CR-RECORD FROM WS-OPENED-LINE.
039000 4100-EXIT.
039100     EXIT.
039200 4110-PICK-TOP-RULE.
039300     IF WS-SU-RULE-COUNT(WS-SU-IX WS-RULE-IX)
039400         > WS-SU-RULE-COUNT(WS-SU-IX WS-TOP-RULE-IX)
039500         MOVE WS-RULE-IX TO WS-TOP-RULE-IX
039600     END-IF.
039700 4110-EXIT.
039800     EXIT.
039900*--------------------------------------------------------------
040000* SECOND WALK: EVERY CAR NOT CLOSED TAKES THE SUPPLIER'S
040100* REJECTS FOR THE STATEMENT MONTH. ONCE A LATER MONTH IS AT OR
040200* UNDER THE RECOVERY LINE THE CAR IS PROPOSED FOR CLOSURE; A
040300* PROPOSED CAR WHOSE SUPPLIER SLIPS BACK OVER IT IS REOPENED.
040400* THE CAR IS THEN AGED ON CARRPT.
040500*--------------------------------------------------------------
040600 5000-AGE-OPEN-CARS.
040700     WRITE CR-RECORD FROM WS-AGING-HEADER
040800     MOVE LOW-VALUES TO CA-CAR-NUMBER
040900     MOVE 'N' TO WS-WALK-DONE-SW
041000     START CAR-MASTER-FILE KEY IS NOT LESS THAN CA-CAR-NUMBER
041100         INVALID KEY SET WS-WALK-DONE TO TRUE
041200     END-START
041300     PERFORM 5100-AGE-ONE-CAR THRU 5100-EXIT
041400         UNTIL WS-WALK-DONE.
041500 5000-EXIT.
041600     EXIT.
041700 5100-AGE-ONE-CAR.
041800     READ CAR-MASTER-FILE NEXT RECORD
041900         AT END SET WS-WALK-DONE TO TRUE
042000     END-READ
042100     IF WS-WALK-DONE
042200         GO TO 5100-EXIT
042300     END-IF
042400     IF CA-CLOSED
042500         GO TO 5100-EXIT
042600     END-IF
042700     MOVE SPACES TO WS-AL-STATUS
042800     IF WS-STATEMENT-MONTH > CA-OPEN-MONTH
042900         PERFORM 5200-CHECK-RECOVERY THRU 5200-EXIT
043000     END-IF
043100     COMPUTE WS-DAYS-OPEN = WS-CYCLE-INTEGER
043200         - FUNCTION INTEGER-OF-DATE(CA-OPEN-DATE)
043300     COMPUTE WS-DAYS-LATE = WS-CYCLE-INTEGER
043400         - FUNCTION INTEGER-OF-DATE(CA-DUE-DATE)
043500     IF WS-DAYS-OPEN < ZERO
043600         MOVE ZERO TO WS-DAYS-OPEN
043700     END-IF
043800     IF WS-DAYS-LATE < ZERO
043900         MOVE ZERO TO WS-DAYS-LATE
044000     END-IF
044100     EVALUATE TRUE
044200         WHEN WS-DAYS-OPEN <= 30
044300             MOVE 1 TO WS-BUCKET-IX
044400         WHEN WS-DAYS-OPEN <= 60
044500             MOVE 2 TO WS-BUCKET-IX
044600         WHEN WS-DAYS-OPEN <= 90
044700             MOVE 3 TO WS-BUCKET-IX
044800         WHEN OTHER
044900             MOVE 4 TO WS-BUCKET-IX
045000     END-EVALUATE
045100     ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-IX)
045200     IF WS-AL-STATUS = SPACES
045300         IF CA-PROPOSED
045400             MOVE "PROPOSED FOR CLOSURE" TO WS-AL-STATUS
045500         ELSE
045600             IF WS-DAYS-LATE > ZERO
045700                 MOVE "OPEN - OVERDUE" TO WS-AL-STATUS
045800             ELSE
045900                 MOVE "OPEN" TO WS-AL-STATUS
046000             END-IF
046100         END-IF
046200     END-IF
046300     MOVE CA-CAR-NUMBER TO WS-AL-CAR
046400     MOVE CA-SUPPLIER-CODE TO WS-AL-SUPPLIER
046500     MOVE CA-REJECT-CATEGORY TO WS-AL-RULE
046600     MOVE CA-OPEN-DATE TO WS-AL-OPENED
046700     MOVE CA-DUE-DATE TO WS-AL-DUE
046800     MOVE WS-DAYS-OPEN TO WS-AL-DAYS
046900     MOVE WS-DAYS-LATE TO WS-AL-LATE
047000     MOVE CA-LAST-REJECTS TO WS-AL-REJECTS
047100     WRITE CR-RECORD FROM WS-AGING-LINE.
047200 5100-EXIT.
047300     EXIT.
047400 5200-CHECK-RECOVERY.
047500     MOVE CA-SUPPLIER-CODE TO QH-SUPPLIER-CODE
047600     PERFORM 2300-FIND-SUPPLIER THRU 2300-EXIT
047700     IF WS-MATCH-IX = ZERO
047800         GO TO 5200-EXIT
047900     END-IF
048000     MOVE WS-STATEMENT-MONTH TO CA-LAST-MONTH
048100     MOVE WS-SU-THIS-TOTAL(WS-MATCH-IX) TO CA-LAST-REJECTS
048200     EVALUATE TRUE
048300         WHEN CA-OPEN
048400          AND CA-LAST-REJECTS <= WS-RECOVERY-LINE
048500             SET CA-PROPOSED TO TRUE
048600             MOVE WS-CYCLE-DATE TO CA-STATUS-DATE
048700             MOVE "NOW PROPOSED" TO WS-AL-STATUS
048800             ADD 1 TO WS-CARS-PROPOSED
048900         WHEN CA-PROPOSED
049000          AND CA-LAST-REJECTS > WS-RECOVERY-LINE
049100             SET CA-OPEN TO TRUE
049200             MOVE WS-CYCLE-DATE TO CA-STATUS-DATE
049300             MOVE "REOPENED" TO WS-AL-STATUS
049400             ADD 1 TO WS-CARS-REOPENED
049500     END-EVALUATE
049600     REWRITE CORRECTIVE-ACTION-RECORD.
049700 5200-EXIT.
049800     EXIT.
049900 8000-WRITE-TOTALS.
050000     PERFORM 8100-WRITE-ONE-BUCKET THRU 8100-EXIT
050100         VARYING WS-BUCKET-IX FROM 1 BY 1
050200         UNTIL WS-BUCKET-IX > 4
050300     MOVE "CARS OPENED" TO WS-TL-LABEL
050400     MOVE WS-CARS-OPENED TO WS-TL-COUNT
050500     WRITE CR-RECORD FROM WS-TOTAL-LINE
050600     MOVE "PROPOSED FOR CLOSURE" TO WS-TL-LABEL
050700     MOVE WS-CARS-PROPOSED TO WS-TL-COUNT
050800     WRITE CR-RECORD FROM WS-TOTAL-LINE
050900     MOVE "REOPENED" TO WS-TL-LABEL
051000     MOVE WS-CARS-REOPENED TO WS-TL-COUNT
051100     WRITE CR-RECORD FROM WS-TOTAL-LINE.
051200 8000-EXIT.
051300     EXIT.
051400 8100-WRITE-ONE-BUCKET.
051500     MOVE WS-BUCKET-NAME(WS-BUCKET-IX) TO WS-BL-NAME
051600     MOVE WS-BUCKET-COUNT(WS-BUCKET-IX) TO WS-BL-COUNT
051700     WRITE CR-RECORD FROM WS-BUCKET-LINE.
051800 8100-EXIT.
051900     EXIT.
052000 9000-TERMINATE.
052100     CLOSE CAR-MASTER-FILE
052200     CLOSE CAR-REPORT-FILE.
052300 9000-EXIT.
052400     EXIT.
052500 END PROGRAM SUPPLIER-CAR-BATCH.
