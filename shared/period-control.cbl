000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PERIOD-CONTROL.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  BJC  INITIAL VERSION - ACCOUNTING PERIOD CLOSE.
001000*                    LATE CORRECTIONS KEPT LANDING IN MONTHS
001100*                    FINANCE HAD ALREADY CLOSED AND REPORTED.
001200*                    EACH PERCHG CARD MOVES ONE PERIOD ON
001300*                    THROUGH CALENDAR-SERVICE, WHICH OWNS THE
001400*                    PERIODCT PERIOD-CONTROL FILE: S SOFT-
001500*                    CLOSES AN OPEN PERIOD, H HARD-CLOSES A
001600*                    SOFT-CLOSED ONE, O REOPENS A SOFT-CLOSED
001700*                    ONE. A HARD CLOSE IS FINAL - FROM THEN ON
001800*                    THE BUSINESS BATCHES SEND ANYTHING DATED
001900*                    INTO THE PERIOD TO PRIORADJ INSTEAD OF
002000*                    APPLYING IT. ONLY A MONTH THAT HAS ENDED
002100*                    MAY BE CLOSED, AND THE OPERATOR ON THE
002200*                    CARD MUST HOLD THE CARD'S ACTION ON TOOL
002300*                    PERIODCL (OPERATOR-AUTH). PERAUDT LISTS
002400*                    EACH MOVE MADE OR REFUSED, THEN EVERY
002500*                    PERIOD ON FILE. RETURN CODE 4 WHEN ANY
002600*                    CARD WAS REFUSED, 8 WHEN PERIODCT COULD
002700*                    NOT BE REWRITTEN.
002800*--------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT PERIOD-CARD-FILE ASSIGN TO "PERCHG"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-CARD-STATUS.
003600     SELECT PERIOD-AUDIT-FILE ASSIGN TO "PERAUDT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-AUDIT-STATUS.
003900     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-PERIOD-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400*--------------------------------------------------------------
004500* PERCHG: ACTION, PERIOD (YYYYMM), OPERATOR INITIALS.
004600*   S 202609 ABC
004700* A CARD STARTING * IS A COMMENT.
004800*--------------------------------------------------------------
004900 FD  PERIOD-CARD-FILE.
005000 01  PERIOD-CARD.
005100     05  PG-ACTION               PIC X(01).
005200         88  PG-SOFT-CLOSE                   VALUE 'S'.
005300         88  PG-HARD-CLOSE                   VALUE 'H'.
005400         88  PG-REOPEN                       VALUE 'O'.
005500         88  PG-COMMENT                      VALUE '*'.
005600     05  FILLER                  PIC X(01).
005700     05  PG-PERIOD               PIC X(06).
005800     05  PG-PERIOD-PARTS REDEFINES PG-PERIOD.
005900         10  PG-YEAR             PIC 9(04).
006000         10  PG-MONTH            PIC 9(02).
006100     05  FILLER                  PIC X(01).
006200     05  PG-OPERATOR             PIC X(03).
006300     05  FILLER                  PIC X(68).
006400 FD  PERIOD-AUDIT-FILE.
006500 01  PA-AUDIT-RECORD             PIC X(100).
006600 FD  PERIOD-CONTROL-FILE.
006700 COPY PERIODCT.
006800 WORKING-STORAGE SECTION.
006900 77  WS-CARD-STATUS              PIC X(02)       VALUE SPACES.
007000     88  WS-CARD-OK                              VALUE '00'.
007100     88  WS-CARD-EOF                             VALUE '10'.
007200 77  WS-AUDIT-STATUS             PIC X(02)       VALUE SPACES.
007300 77  WS-PERIOD-STATUS            PIC X(02)       VALUE SPACES.
007400     88  WS-PERIOD-OK                            VALUE '00'.
007500     88  WS-PERIOD-EOF                           VALUE '10'.
007600 77  WS-TODAY                    PIC 9(08)       VALUE ZERO.
007700 77  WS-CURRENT-PERIOD           PIC 9(06)       VALUE ZERO.
007800 77  WS-CARD-PERIOD              PIC 9(06)       VALUE ZERO.
007900 77  WS-CARDS-READ               PIC 9(06)       VALUE ZERO COMP.
008000 77  WS-CARDS-APPLIED            PIC 9(06)       VALUE ZERO COMP.
008100 77  WS-CARDS-REFUSED            PIC 9(06)       VALUE ZERO COMP.
008200 77  WS-PERIODS-LISTED           PIC 9(06)       VALUE ZERO COMP.
008300 77  WS-STATUS-CODE              PIC X(01)       VALUE SPACE.
008400 77  WS-STATUS-NAME              PIC X(11)       VALUE SPACES.
008500 77  WS-FROM-NAME                PIC X(11)       VALUE SPACES.
008600 77  WS-REFUSAL-REASON           PIC X(40)       VALUE SPACES.
008700 77  WS-REWRITE-FAILED-SW        PIC X(01)       VALUE 'N'.
008800     88  WS-REWRITE-FAILED                       VALUE 'Y'.
008900 01  WS-AUDIT-HEADER.
009000     05  FILLER                  PIC X(40)       VALUE
009100             "ACCOUNTING PERIOD CONTROL - RUN OF ".
009200     05  WS-AH-DATE              PIC 9(08).
009300 01  WS-APPLIED-LINE.
009400     05  FILLER                  PIC X(10)       VALUE
009500             "APPLIED   ".
009600     05  WS-AP-PERIOD            PIC 9(06).
009700     05  FILLER                  PIC X(01)       VALUE SPACE.
009800     05  WS-AP-FROM              PIC X(11).
009900     05  FILLER                  PIC X(04)       VALUE " TO ".
010000     05  WS-AP-TO                PIC X(11).
010100     05  FILLER                  PIC X(04)       VALUE " BY ".
010200     05  WS-AP-OPERATOR          PIC X(03).
010300 01  WS-REFUSED-LINE.
010400     05  FILLER                  PIC X(10)       VALUE
010500             "REFUSED   ".
010600     05  WS-RF-CARD              PIC X(12).
010700     05  FILLER                  PIC X(03)       VALUE " - ".
010800     05  WS-RF-REASON            PIC X(40).
010900 01  WS-LIST-HEADER              PIC X(40)       VALUE
011000         "PERIOD STATUS      BY  SET ON".
011100 01  WS-LIST-LINE.
011200     05  WS-LL-PERIOD            PIC 9(06).
011300     05  FILLER                  PIC X(01)       VALUE SPACE.
011400     05  WS-LL-STATUS            PIC X(11).
011500     05  FILLER                  PIC X(01)       VALUE SPACE.
011600     05  WS-LL-BY                PIC X(03).
011700     05  FILLER                  PIC X(01)       VALUE SPACE.
011800     05  WS-LL-DATE              PIC 9(08).
011900 01  WS-AUDIT-TOTALS.
012000     05  FILLER                  PIC X(08)       VALUE
012100             "CARDS = ".
012200     05  WS-AT-CARDS             PIC Z(05)9.
012300     05  FILLER                  PIC X(12)       VALUE
012400             "  APPLIED = ".
012500     05  WS-AT-APPLIED           PIC Z(05)9.
012600     05  FILLER                  PIC X(12)       VALUE
012700             "  REFUSED = ".
012800     05  WS-AT-REFUSED           PIC Z(05)9.
012900 COPY CALSVC.
013000 COPY OPERAUTH.
013100 PROCEDURE DIVISION.
013200 0000-MAINLINE.
013300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013400     PERFORM 2000-APPLY-CARDS THRU 2000-EXIT.
013500     PERFORM 3000-LIST-PERIODS THRU 3000-EXIT.
013600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013700     STOP RUN.
013800 0000-EXIT.
013900     EXIT.
014000 1000-INITIALIZE.
014100     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
014200     DIVIDE WS-TODAY BY 100 GIVING WS-CURRENT-PERIOD
014300     OPEN INPUT PERIOD-CARD-FILE
014400     IF NOT WS-CARD-OK
014500         SET WS-CARD-EOF TO TRUE
014600     END-IF
014700     OPEN OUTPUT PERIOD-AUDIT-FILE
014800     MOVE WS-TODAY TO WS-AH-DATE
014900     MOVE SPACES TO PA-AUDIT-RECORD
015000     WRITE PA-AUDIT-RECORD FROM WS-AUDIT-HEADER.
015100 1000-EXIT.
015200     EXIT.
015300 2000-APPLY-CARDS.
015400     IF WS-CARD-EOF
015500         GO TO 2000-EXIT
015600     END-IF
015700     PERFORM 2100-READ-CARD THRU 2100-EXIT
015800     PERFORM 2200-APPLY-ONE-CARD THRU 2200-EXIT
015900         UNTIL WS-CARD-EOF
016000     CLOSE PERIOD-CARD-FILE.
016100 2000-EXIT.
016200     EXIT.
016300 2100-READ-CARD.
016400     READ PERIOD-CARD-FILE
016500         AT END SET WS-CARD-EOF TO TRUE
016600     END-READ
016700     IF NOT WS-CARD-EOF
016800         ADD 1 TO WS-CARDS-READ
016900     END-IF.
017000 2100-EXIT.
017100     EXIT.
017200*--------------------------------------------------------------
017300* THE CARD IS EDITED HERE; WHICH MOVES ARE ALLOWED FROM WHICH
017400* STATUS IS THE SERVICE'S RULE, NOT THIS PROGRAM'S.
017500*--------------------------------------------------------------
017600 2200-APPLY-ONE-CARD.
017700     IF PG-COMMENT
017800         PERFORM 2100-READ-CARD THRU 2100-EXIT
017900         GO TO 2200-EXIT
018000     END-IF
018100     MOVE SPACES TO WS-REFUSAL-REASON
018200     PERFORM 2300-EDIT-CARD THRU 2300-EXIT
018300     IF WS-REFUSAL-REASON = SPACES
018400         PERFORM 2400-MOVE-PERIOD THRU 2400-EXIT
018500     END-IF
018600     IF WS-REFUSAL-REASON NOT = SPACES
018700         PERFORM 2900-WRITE-REFUSAL THRU 2900-EXIT
018800     END-IF
018900     PERFORM 2100-READ-CARD THRU 2100-EXIT.
019000 2200-EXIT.
019100     EXIT.
019200 2300-EDIT-CARD.
019300     IF NOT PG-SOFT-CLOSE
019400         AND NOT PG-HARD-CLOSE
019500         AND NOT PG-REOPEN
019600         MOVE "UNKNOWN CARD ACTION" TO WS-REFUSAL-REASON
019700         GO TO 2300-EXIT
019800     END-IF
019900     IF PG-PERIOD IS NOT NUMERIC
020000         MOVE "PERIOD NOT NUMERIC" TO WS-REFUSAL-REASON
020100         GO TO 2300-EXIT
020200     END-IF
020300     IF PG-MONTH < 1 OR PG-MONTH > 12
020400         MOVE "PERIOD MONTH NOT 01-12" TO WS-REFUSAL-REASON
020500         GO TO 2300-EXIT
020600     END-IF
020700     MOVE PG-PERIOD TO WS-CARD-PERIOD
020800     IF NOT PG-REOPEN
020900         AND WS-CARD-PERIOD NOT < WS-CURRENT-PERIOD
021000         MOVE "PERIOD HAS NOT ENDED" TO WS-REFUSAL-REASON
021100         GO TO 2300-EXIT
021200     END-IF
021300     IF PG-OPERATOR = SPACES
021400         MOVE "NO OPERATOR INITIALS" TO WS-REFUSAL-REASON
021500         GO TO 2300-EXIT
021600     END-IF
021700     MOVE PG-OPERATOR TO AUTH-OPERATOR-ID
021800     MOVE "PERIODCL" TO AUTH-TOOL
021900     MOVE PG-ACTION TO AUTH-FUNCTION
022000     CALL "OPERATOR-AUTH" USING OPERATOR-AUTH-REQUEST
022100     IF NOT AUTH-GRANTED
022200         MOVE "OPERATOR NOT PERMITTED THIS ACTION"
022300             TO WS-REFUSAL-REASON
022400     END-IF.
022500 2300-EXIT.
022600     EXIT.
022700*--------------------------------------------------------------
022800* ASK FOR THE PERIOD'S STATUS FIRST SO THE AUDIT LINE CAN SAY
022900* WHAT IT MOVED FROM, THEN SET THE NEW ONE.
023000*--------------------------------------------------------------
023100 2400-MOVE-PERIOD.
023200     COMPUTE CAL-SVC-ARGUMENT = WS-CARD-PERIOD * 100 + 1
023300     SET CAL-SVC-GET-PERIOD TO TRUE
023400     CALL "CALENDAR-SERVICE" USING CALENDAR-SERVICE-REQUEST
023500     MOVE CAL-SVC-PERIOD-STATUS TO WS-STATUS-CODE
023600     PERFORM 2800-NAME-STATUS THRU 2800-EXIT
023700     MOVE WS-STATUS-NAME TO WS-FROM-NAME
023800     COMPUTE CAL-SVC-ARGUMENT = WS-CARD-PERIOD * 100 + 1
023900     MOVE WS-TODAY TO CAL-SVC-ARGUMENT-2
024000     MOVE PG-ACTION TO CAL-SVC-PERIOD-STATUS
024100     MOVE PG-OPERATOR TO CAL-SVC-CLOSED-BY
024200     SET CAL-SVC-SET-PERIOD TO TRUE
024300     CALL "CALENDAR-SERVICE" USING CALENDAR-SERVICE-REQUEST
024400     EVALUATE TRUE
024500         WHEN CAL-SVC-YES
024600             CONTINUE
024700         WHEN CAL-SVC-NO
024800             MOVE SPACES TO WS-REFUSAL-REASON
024900             STRING "NOT ALLOWED FROM " DELIMITED BY SIZE
025000                 WS-FROM-NAME DELIMITED BY SPACE
025100                 INTO WS-REFUSAL-REASON
025200             END-STRING
025300             GO TO 2400-EXIT
025400         WHEN OTHER
025500             SET WS-REWRITE-FAILED TO TRUE
025600             MOVE "PERIODCT FULL OR NOT REWRITTEN"
025700                 TO WS-REFUSAL-REASON
025800             GO TO 2400-EXIT
025900     END-EVALUATE
026000     ADD 1 TO WS-CARDS-APPLIED
026100     MOVE WS-CARD-PERIOD TO WS-AP-PERIOD
026200     MOVE WS-FROM-NAME TO WS-AP-FROM
026300     MOVE PG-ACTION TO WS-STATUS-CODE
026400     PERFORM 2800-NAME-STATUS THRU 2800-EXIT
026500     MOVE WS-STATUS-NAME TO WS-AP-TO
026600     MOVE PG-OPERATOR TO WS-AP-OPERATOR
026700     MOVE SPACES TO PA-AUDIT-RECORD
026800     WRITE PA-AUDIT-RECORD FROM WS-APPLIED-LINE.
026900 2400-EXIT.
027000     EXIT.
027100 2800-NAME-STATUS.
027200     EVALUATE WS-STATUS-CODE
027300         WHEN 'O'
027400             MOVE "OPEN" TO WS-STATUS-NAME
027500         WHEN 'S'
027600             MOVE "SOFT-CLOSED" TO WS-STATUS-NAME
027700         WHEN 'H'
027800             MOVE "HARD-CLOSED" TO WS-STATUS-NAME
027900         WHEN OTHER
028000             MOVE "UNKNOWN" TO WS-STATUS-NAME
028100     END-EVALUATE.
028200 2800-EXIT.
028300     EXIT.
028400 2900-WRITE-REFUSAL.
028500     ADD 1 TO WS-CARDS-REFUSED
028600     MOVE PERIOD-CARD TO WS-RF-CARD
028700     MOVE WS-REFUSAL-REASON TO WS-RF-REASON
028800     MOVE SPACES TO PA-AUDIT-RECORD
028900     WRITE PA-AUDIT-RECORD FROM WS-REFUSED-LINE.
029000 2900-EXIT.
029100     EXIT.
029200*--------------------------------------------------------------
029300* THE PERIODS AS THEY NOW STAND ON PERIODCT.
029400*--------------------------------------------------------------
029500 3000-LIST-PERIODS.
029600     OPEN INPUT PERIOD-CONTROL-FILE
029700     IF NOT WS-PERIOD-OK
029800         MOVE "NO PERIOD CLOSED YET - EVERY PERIOD IS OPEN"
029900             TO PA-AUDIT-RECORD
030000         WRITE PA-AUDIT-RECORD
030100         GO TO 3000-EXIT
030200     END-IF
030300     MOVE SPACES TO PA-AUDIT-RECORD
030400     WRITE PA-AUDIT-RECORD FROM WS-LIST-HEADER
030500     PERFORM 3100-READ-PERIOD THRU 3100-EXIT
030600     PERFORM 3200-LIST-ONE-PERIOD THRU 3200-EXIT
030700         UNTIL WS-PERIOD-EOF
030800     CLOSE PERIOD-CONTROL-FILE.
030900 3000-EXIT.
031000     EXIT.
031100 3100-READ-PERIOD.
031200     READ PERIOD-CONTROL-FILE
031300         AT END SET WS-PERIOD-EOF TO TRUE
031400     END-READ.
031500 3100-EXIT.
031600     EXIT.
031700 3200-LIST-ONE-PERIOD.
031800     ADD 1 TO WS-PERIODS-LISTED
031900     MOVE PC-PERIOD TO WS-LL-PERIOD
032000     MOVE PC-STATUS TO WS-STATUS-CODE
032100     PERFORM 2800-NAME-STATUS THRU 2800-EXIT
032200     MOVE WS-STATUS-NAME TO WS-LL-STATUS
032300     MOVE PC-CLOSED-BY TO WS-LL-BY
032400     MOVE PC-STATUS-DATE TO WS-LL-DATE
032500     MOVE SPACES TO PA-AUDIT-RECORD
032600     WRITE PA-AUDIT-RECORD FROM WS-LIST-LINE
032700     PERFORM 3100-READ-PERIOD THRU 3100-EXIT.
032800 3200-EXIT.
032900     EXIT.
033000 9000-TERMINATE.
033100     MOVE WS-CARDS-READ TO WS-AT-CARDS
033200     MOVE WS-CARDS-APPLIED TO WS-AT-APPLIED
033300     MOVE WS-CARDS-REFUSED TO WS-AT-REFUSED
033400     MOVE SPACES TO PA-AUDIT-RECORD
033500     WRITE PA-AUDIT-RECORD FROM WS-AUDIT-TOTALS
033600     CLOSE PERIOD-AUDIT-FILE
033700     IF WS-REWRITE-FAILED
033800         MOVE 8 TO RETURN-CODE
033900     ELSE
034000         IF WS-CARDS-REFUSED > ZERO
034100             MOVE 4 TO RETURN-CODE
034200         END-IF
034300     END-IF.
034400 9000-EXIT.
034500     EXIT.
034600 END PROGRAM PERIOD-CONTROL.
