000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACCOUNT-ISSUANCE-BATCH.
000300 AUTHOR. ACCOUNT-INTEGRITY.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-01.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-01  ACI  INITIAL VERSION - ACCOUNT NUMBER ISSUANCE.
001000*                    EACH ISSUEREQ LINE ASKS FOR A BLOCK OF NEW
001100*                    ACCOUNT NUMBERS UNDER ONE SCHEME. THE BLOCK
001200*                    IS TAKEN FROM THE SCHEME'S RANGE ON THE
001300*                    NUMRANGE MASTER, EACH NUMBER GETS THE
001400*                    SCHEME'S CHECK DIGIT (THE IN-HOUSE SCHEME
001500*                    THROUGH CHECK-DIGIT-SERVICE, OTHERS FROM
001600*                    THE CHKSCHEM REGISTRY AS CHECK-DIGIT-BATCH
001700*                    VALIDATES THEM), AND THE NUMBERS GO TO
001800*                    ISSUEOUT. EVERY BLOCK IS APPENDED TO THE
001900*                    ISSLEDGR LEDGER WITH ITS REQUESTER AND
002000*                    DATE. A SEQUENCE WHOSE NUMBER IS ON THE
002100*                    RETACCT RETIRED-ACCOUNT FILE IS PASSED
002200*                    OVER, SO A RETIRED NUMBER IS NEVER HANDED
002300*                    OUT AGAIN. A BLOCK THAT WOULD RUN PAST THE
002400*                    RANGE LIMIT IS REFUSED WHOLE - NOTHING IS
002500*                    ISSUED FOR IT - AND THE RUN ENDS WITH
002600*                    RETURN CODE 4.
002610*   2026-10-15  ACI  ISSUEOUT GOES TO THE CARD BUREAU: END OF
002620*                    STEP LEAVES A CHAINBAL TRAILER FOR IT
002630*                    (PRODUCED, COUNT AND ORDINAL HASH OF EVERY
002640*                    NUMBER WRITTEN) FOR THE TRANSMISSION
002650*                    REGISTER.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ISSUE-REQUEST-FILE ASSIGN TO "ISSUEREQ"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-REQUEST-STATUS.
003500     SELECT NUMBER-RANGE-FILE ASSIGN TO "NUMRANGE"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS NR-SCHEME-CODE
003900         FILE STATUS IS WS-RANGE-STATUS.
004000     SELECT RETIRED-ACCOUNT-FILE ASSIGN TO "RETACCT"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS RA-ACCOUNT
004400         FILE STATUS IS WS-RETIRED-STATUS.
004500     SELECT SCHEME-REGISTRY-FILE ASSIGN TO "CHKSCHEM"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-SCHEME-STATUS.
004800     SELECT ISSUED-ACCOUNT-FILE ASSIGN TO "ISSUEOUT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-ISSUED-STATUS.
005100     SELECT ISSUED-LEDGER-FILE ASSIGN TO "ISSLEDGR"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-LEDGER-STATUS.
005400     SELECT ISSUE-REPORT-FILE ASSIGN TO "ISSUERPT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-REPORT-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  ISSUE-REQUEST-FILE.
006000 01  ISSUE-REQUEST-RECORD.
006100     05  IR-REQUESTER        PIC X(10).
006200     05  FILLER              PIC X(01).
006300     05  IR-SCHEME-CODE      PIC X(02).
006400     05  FILLER              PIC X(01).
006500     05  IR-QUANTITY         PIC 9(05).
006600     05  FILLER              PIC X(01).
006700     05  IR-REQUEST-DATE     PIC 9(08).
006800 FD  NUMBER-RANGE-FILE.
006900 COPY NUMRNG.
007000 FD  RETIRED-ACCOUNT-FILE.
007100 01  RETIRED-ACCOUNT-RECORD.
007200     05  RA-ACCOUNT          PIC 9(10).
007300     05  RA-RETIRED-DATE     PIC 9(08).
007400 FD  SCHEME-REGISTRY-FILE.
007500 01  SCHEME-REGISTRY-RECORD.
007600     05  CS-SCHEME-CODE      PIC X(02).
007700     05  FILLER              PIC X(01).
007800     05  CS-ALGORITHM        PIC X(01).
007900     05  FILLER              PIC X(01).
008000     05  CS-MODULUS          PIC 9(02).
008100     05  FILLER              PIC X(01).
008200     05  CS-WEIGHT           PIC 9(01) OCCURS 10.
008300 FD  ISSUED-ACCOUNT-FILE.
008400 01  ISSUED-ACCOUNT-RECORD.
008500     05  IA-ACCOUNT          PIC 9(10).
008600     05  IA-CHECK-DIGIT      PIC 9(01).
008700     05  FILLER              PIC X(01).
008800     05  IA-SCHEME-CODE      PIC X(02).
008900     05  FILLER              PIC X(01).
009000     05  IA-REQUESTER        PIC X(10).
009100 FD  ISSUED-LEDGER-FILE.
009200 COPY ISSLEDG.
009300 FD  ISSUE-REPORT-FILE.
009400 01  IR-REPORT-RECORD        PIC X(80).
009500 WORKING-STORAGE SECTION.
009600 77  WS-REQUEST-STATUS       PIC X(02)   VALUE SPACES.
009700     88  WS-REQUEST-OK                   VALUE '00'.
009800     88  WS-REQUEST-EOF                  VALUE '10'.
009900 77  WS-RANGE-STATUS         PIC X(02)   VALUE SPACES.
010000     88  WS-RANGE-OK                     VALUE '00'.
010100 77  WS-RETIRED-STATUS       PIC X(02)   VALUE SPACES.
010200     88  WS-RETIRED-OK                   VALUE '00'.
010300 77  WS-SCHEME-STATUS        PIC X(02)   VALUE SPACES.
010400     88  WS-SCHEME-OK                    VALUE '00'.
010500     88  WS-SCHEME-EOF                   VALUE '10'.
010600 77  WS-ISSUED-STATUS        PIC X(02)   VALUE SPACES.
010700 77  WS-LEDGER-STATUS        PIC X(02)   VALUE SPACES.
010800     88  WS-LEDGER-OK                    VALUE '00'.
010900 77  WS-REPORT-STATUS        PIC X(02)   VALUE SPACES.
011000 77  WS-FILES-OPEN-SW        PIC X(01)   VALUE 'N'.
011100     88  WS-FILES-OPEN                   VALUE 'Y'.
011200 77  WS-WRITE-PASS-SW        PIC X(01)   VALUE 'N'.
011300     88  WS-WRITE-PASS                   VALUE 'Y'.
011400 77  WS-USABLE-SW            PIC X(01)   VALUE 'Y'.
011500     88  WS-NUMBER-USABLE                VALUE 'Y'.
011600 77  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
011700 77  WS-ISSUE-DATE           PIC 9(08)   VALUE ZERO.
011800 77  WS-SEQUENCE             PIC 9(08)   VALUE ZERO COMP.
011900 77  WS-BLOCK-ISSUED         PIC 9(05)   VALUE ZERO COMP.
012000 77  WS-BLOCK-SKIPPED        PIC 9(05)   VALUE ZERO COMP.
012100 77  WS-REQUESTS-READ        PIC 9(07)   VALUE ZERO.
012200 77  WS-REQUESTS-FILLED      PIC 9(07)   VALUE ZERO.
012300 77  WS-REQUESTS-REFUSED     PIC 9(07)   VALUE ZERO.
012400 77  WS-NUMBERS-ISSUED       PIC 9(09)   VALUE ZERO.
012500 77  WS-NUMBERS-SKIPPED      PIC 9(09)   VALUE ZERO.
012510 77  WS-ISSUED-WRITTEN       PIC 9(09)   VALUE ZERO COMP.
012520 77  WS-ISSUED-HASH          PIC 9(12)   VALUE ZERO COMP.
012600 77  WS-SCHEME-COUNT         PIC 9(02)   VALUE ZERO COMP.
012700 77  WS-SCHEME-MAX           PIC 9(02)   VALUE 10 COMP.
012800 77  WS-SC-IX                PIC 9(02)   VALUE ZERO COMP.
012900 77  WS-MATCH-IX             PIC 9(02)   VALUE ZERO COMP.
013000 77  WS-DIGIT-IX             PIC 9(02)   VALUE ZERO COMP.
013100 77  WS-WEIGHTED-SUM         PIC 9(05)   VALUE ZERO.
013200 77  WS-EXPECTED-DIGIT       PIC 9(02)   VALUE ZERO.
013300 77  WS-CHECK-DIGIT          PIC 9(01)   VALUE ZERO.
013400 01  WS-ACCOUNT-NUMBER.
013500     05  WS-AN-PREFIX        PIC 9(03).
013600     05  WS-AN-SEQUENCE      PIC 9(07).
013700 01  WS-ACCOUNT-VALUE REDEFINES WS-ACCOUNT-NUMBER
013800                             PIC 9(10).
013900 01  WS-ACCOUNT-DIGITS REDEFINES WS-ACCOUNT-NUMBER.
014000     05  WS-ACCOUNT-DIGIT    PIC 9(01) OCCURS 10.
014100 01  WS-SCHEME-TABLE.
014200     05  WS-SC-ENTRY OCCURS 10.
014300         10  WS-SC-CODE      PIC X(02).
014400         10  WS-SC-ALGORITHM PIC X(01).
014500         10  WS-SC-MODULUS   PIC 9(02).
014600         10  WS-SC-WEIGHT    PIC 9(01) OCCURS 10.
014700 01  WS-CHECK-DIGIT-REQUEST.
014800     05  WS-CHK-FUNCTION     PIC X(01).
014900     05  WS-CHK-ACCOUNT      PIC 9(10).
015000     05  WS-CHK-CHECK-DIGIT  PIC 9(01).
015100     05  WS-CHK-STATUS       PIC 9(02).
015200 01  WS-REFUSAL-LINE.
015300     05  FILLER              PIC X(10)   VALUE "REFUSED   ".
015400     05  WS-RL-REQUESTER     PIC X(10).
015500     05  FILLER              PIC X(08)   VALUE " SCHEME=".
015600     05  WS-RL-SCHEME        PIC X(02).
015700     05  FILLER              PIC X(05)   VALUE " QTY=".
015800     05  WS-RL-QUANTITY      PIC X(05).
015900     05  FILLER              PIC X(01)   VALUE SPACE.
016000     05  WS-RL-REASON        PIC X(30).
016100 01  WS-BLOCK-LINE.
016200     05  FILLER              PIC X(10)   VALUE "ISSUED    ".
016300     05  WS-BL-REQUESTER     PIC X(10).
016400     05  FILLER              PIC X(08)   VALUE " SCHEME=".
016500     05  WS-BL-SCHEME        PIC X(02).
016600     05  FILLER              PIC X(01)   VALUE SPACE.
016700     05  WS-BL-FIRST         PIC 9(10).
016800     05  WS-BL-FIRST-CHECK   PIC 9(01).
016900     05  FILLER              PIC X(03)   VALUE " - ".
017000     05  WS-BL-LAST          PIC 9(10).
017100     05  WS-BL-LAST-CHECK    PIC 9(01).
017200     05  FILLER              PIC X(01)   VALUE SPACE.
017300     05  WS-BL-COUNT         PIC ZZZZ9.
017400     05  FILLER              PIC X(06)   VALUE " SKIP=".
017500     05  WS-BL-SKIPPED       PIC ZZZZ9.
017600 01  WS-COUNT-LINE.
017700     05  WS-CL-LABEL         PIC X(24).
017800     05  WS-CL-COUNT         PIC Z(08)9.
017810 COPY CHNTRLR.
017900 PROCEDURE DIVISION.
018000 0000-MAINLINE.
018100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018200     PERFORM 2000-ISSUE-ONE-BLOCK THRU 2000-EXIT
018300         UNTIL WS-REQUEST-EOF.
018400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018500     STOP RUN.
018600 0000-EXIT.
018700     EXIT.
018800 1000-INITIALIZE.
018900     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
019000     OPEN OUTPUT ISSUE-REPORT-FILE
019100     MOVE "ACCOUNT NUMBER ISSUANCE" TO IR-REPORT-RECORD
019200     WRITE IR-REPORT-RECORD
019300     OPEN I-O NUMBER-RANGE-FILE
019400     IF NOT WS-RANGE-OK
019500         MOVE "NUMRANGE NOT AVAILABLE - NOTHING ISSUED"
019600             TO IR-REPORT-RECORD
019700         WRITE IR-REPORT-RECORD
019800         DISPLAY "ACCOUNT-ISSUANCE-BATCH: NUMRANGE STATUS "
019900             WS-RANGE-STATUS
020000         MOVE 8 TO RETURN-CODE
020100         SET WS-REQUEST-EOF TO TRUE
020200         GO TO 1000-EXIT
020300     END-IF
020400     OPEN INPUT RETIRED-ACCOUNT-FILE
020500     IF NOT WS-RETIRED-OK
020600         MOVE "RETACCT NOT AVAILABLE - NOTHING ISSUED"
020700             TO IR-REPORT-RECORD
020800         WRITE IR-REPORT-RECORD
020900         DISPLAY "ACCOUNT-ISSUANCE-BATCH: RETACCT STATUS "
021000             WS-RETIRED-STATUS
021100         CLOSE NUMBER-RANGE-FILE
021200         MOVE 8 TO RETURN-CODE
021300         SET WS-REQUEST-EOF TO TRUE
021400         GO TO 1000-EXIT
021500     END-IF
021600     OPEN EXTEND ISSUED-LEDGER-FILE
021700     IF NOT WS-LEDGER-OK
021800         OPEN OUTPUT ISSUED-LEDGER-FILE
021900     END-IF
022000     OPEN OUTPUT ISSUED-ACCOUNT-FILE
022100     SET WS-FILES-OPEN TO TRUE
022200     PERFORM 1200-LOAD-SCHEMES THRU 1200-EXIT
022300     OPEN INPUT ISSUE-REQUEST-FILE
022400     IF WS-REQUEST-OK
022500         PERFORM 1100-READ-REQUEST THRU 1100-EXIT
022600     ELSE
022700         SET WS-REQUEST-EOF TO TRUE
022800     END-IF.
022900 1000-EXIT.
023000     EXIT.
023100 1100-READ-REQUEST.
023200     READ ISSUE-REQUEST-FILE
023300         AT END SET WS-REQUEST-EOF TO TRUE
023400     END-READ
023500     IF NOT WS-REQUEST-EOF
023600         ADD 1 TO WS-REQUESTS-READ
023700     END-IF.
023800 1100-EXIT.
023900     EXIT.
024000 1200-LOAD-SCHEMES.
024100     OPEN INPUT SCHEME-REGISTRY-FILE
024200     IF NOT WS-SCHEME-OK
024300         GO TO 1200-EXIT
024400     END-IF
024500     PERFORM 1210-READ-SCHEME THRU 1210-EXIT
024600     PERFORM 1220-STORE-SCHEME THRU 1220-EXIT
024700         UNTIL WS-SCHEME-EOF
024800            OR WS-SCHEME-COUNT >= WS-SCHEME-MAX
024900     CLOSE SCHEME-REGISTRY-FILE.
025000 1200-EXIT.
025100     EXIT.
025200 1210-READ-SCHEME.
025300     READ SCHEME-REGISTRY-FILE
025400         AT END SET WS-SCHEME-EOF TO TRUE
025500     END-READ.
025600 1210-EXIT.
025700     EXIT.
025800 1220-STORE-SCHEME.
025900     ADD 1 TO WS-SCHEME-COUNT
026000     MOVE CS-SCHEME-CODE TO WS-SC-CODE(WS-SCHEME-COUNT)
026100     MOVE CS-ALGORITHM TO WS-SC-ALGORITHM(WS-SCHEME-COUNT)
026200     MOVE CS-MODULUS TO WS-SC-MODULUS(WS-SCHEME-COUNT)
026300     PERFORM 1230-STORE-ONE-WEIGHT THRU 1230-EXIT
026400         VARYING WS-DIGIT-IX FROM 1 BY 1
026500         UNTIL WS-DIGIT-IX > 10
026600     PERFORM 1210-READ-SCHEME THRU 1210-EXIT.
026700 1220-EXIT.
026800     EXIT.
026900 1230-STORE-ONE-WEIGHT.
027000     MOVE CS-WEIGHT(WS-DIGIT-IX)
027100         TO WS-SC-WEIGHT(WS-SCHEME-COUNT WS-DIGIT-IX).
027200 1230-EXIT.
027300     EXIT.
027400*--------------------------------------------------------------
027500* ONE REQUEST. THE BLOCK IS WALKED TWICE: A DRY PASS THAT ONLY
027600* COUNTS, SO A BLOCK THE RANGE CANNOT FILL IS REFUSED BEFORE A
027700* SINGLE NUMBER LEAVES, THEN THE WRITE PASS OVER THE SAME
027800* SEQUENCES. THE RANGE RECORD IS REWRITTEN ONLY AFTER THE
027900* BLOCK IS ON ISSUEOUT AND THE LEDGER.
028000*--------------------------------------------------------------
028100 2000-ISSUE-ONE-BLOCK.
028200     IF IR-QUANTITY IS NOT NUMERIC
028300         OR IR-QUANTITY = ZERO
028400         MOVE "QUANTITY NOT VALID" TO WS-RL-REASON
028500         PERFORM 2900-REFUSE-REQUEST THRU 2900-EXIT
028600         GO TO 2090-NEXT
028700     END-IF
028800     MOVE ZERO TO WS-MATCH-IX
028900     IF IR-SCHEME-CODE NOT = SPACES
029000         PERFORM 2100-SCAN-SCHEMES THRU 2100-EXIT
029100             VARYING WS-SC-IX FROM 1 BY 1
029200             UNTIL WS-SC-IX > WS-SCHEME-COUNT
029300                OR WS-MATCH-IX > ZERO
029400         IF WS-MATCH-IX = ZERO
029500             MOVE "SCHEME NOT REGISTERED" TO WS-RL-REASON
029600             PERFORM 2900-REFUSE-REQUEST THRU 2900-EXIT
029700             GO TO 2090-NEXT
029800         END-IF
029900     END-IF
030000     MOVE IR-SCHEME-CODE TO NR-SCHEME-CODE
030100     READ NUMBER-RANGE-FILE
030200         INVALID KEY
030300             MOVE "NO RANGE FOR SCHEME" TO WS-RL-REASON
030400             PERFORM 2900-REFUSE-REQUEST THRU 2900-EXIT
030500             GO TO 2090-NEXT
030600     END-READ
030700     IF IR-REQUEST-DATE IS NUMERIC
030800         AND IR-REQUEST-DATE > ZERO
030900         MOVE IR-REQUEST-DATE TO WS-ISSUE-DATE
031000     ELSE
031100         MOVE WS-RUN-DATE TO WS-ISSUE-DATE
031200     END-IF
031300     MOVE 'N' TO WS-WRITE-PASS-SW
031400     PERFORM 2200-WALK-BLOCK THRU 2200-EXIT
031500     IF WS-BLOCK-ISSUED < IR-QUANTITY
031600         MOVE "WOULD RUN PAST RANGE LIMIT" TO WS-RL-REASON
031700         PERFORM 2900-REFUSE-REQUEST THRU 2900-EXIT
031800         GO TO 2090-NEXT
031900     END-IF
032000     SET WS-WRITE-PASS TO TRUE
032100     PERFORM 2200-WALK-BLOCK THRU 2200-EXIT
032200     MOVE WS-ISSUE-DATE TO IL-ISSUE-DATE
032300     MOVE IR-REQUESTER TO IL-REQUESTER
032400     MOVE IR-SCHEME-CODE TO IL-SCHEME-CODE
032500     MOVE WS-BLOCK-ISSUED TO IL-ISSUED-COUNT
032600     MOVE WS-BLOCK-SKIPPED TO IL-SKIPPED-COUNT
032700     WRITE ISSUED-LEDGER-RECORD
032800     MOVE IR-REQUESTER TO WS-BL-REQUESTER
032900     MOVE IR-SCHEME-CODE TO WS-BL-SCHEME
033000     MOVE IL-FIRST-ACCOUNT TO WS-BL-FIRST
033100     MOVE IL-FIRST-CHECK TO WS-BL-FIRST-CHECK
033200     MOVE IL-LAST-ACCOUNT TO WS-BL-LAST
033300     MOVE IL-LAST-CHECK TO WS-BL-LAST-CHECK
033400     MOVE WS-BLOCK-ISSUED TO WS-BL-COUNT
033500     MOVE WS-BLOCK-SKIPPED TO WS-BL-SKIPPED
033600     WRITE IR-REPORT-RECORD FROM WS-BLOCK-LINE
033700     MOVE WS-SEQUENCE TO NR-NEXT-SEQUENCE
033800     MOVE WS-ISSUE-DATE TO NR-LAST-ISSUE-DATE
033900     ADD WS-BLOCK-ISSUED TO NR-TOTAL-ISSUED
034000     REWRITE NUMBER-RANGE-RECORD
034100     ADD 1 TO WS-REQUESTS-FILLED
034200     ADD WS-BLOCK-ISSUED TO WS-NUMBERS-ISSUED
034300     ADD WS-BLOCK-SKIPPED TO WS-NUMBERS-SKIPPED.
034400 2090-NEXT.
034500     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
034600 2000-EXIT.
034700     EXIT.
034800 2100-SCAN-SCHEMES.
034900     IF WS-SC-CODE(WS-SC-IX) = IR-SCHEME-CODE
035000         MOVE WS-SC-IX TO WS-MATCH-IX
035100     END-IF.
035200 2100-EXIT.
035300     EXIT.
035400*--------------------------------------------------------------
035500* WALK THE RANGE FROM ITS NEXT SEQUENCE UNTIL THE BLOCK IS
035600* FULL OR THE LIMIT IS PASSED. WS-SEQUENCE IS LEFT ON THE
035700* FIRST SEQUENCE THE BLOCK DID NOT USE.
035800*--------------------------------------------------------------
035900 2200-WALK-BLOCK.
036000     MOVE ZERO TO WS-BLOCK-ISSUED WS-BLOCK-SKIPPED
036100     MOVE NR-NEXT-SEQUENCE TO WS-SEQUENCE
036200     PERFORM 2300-TRY-ONE-SEQUENCE THRU 2300-EXIT
036300         UNTIL WS-BLOCK-ISSUED >= IR-QUANTITY
036400            OR WS-SEQUENCE > NR-UPPER-LIMIT.
036500 2200-EXIT.
036600     EXIT.
036700 2300-TRY-ONE-SEQUENCE.
036800     MOVE NR-PREFIX TO WS-AN-PREFIX
036900     MOVE WS-SEQUENCE TO WS-AN-SEQUENCE
037000     ADD 1 TO WS-SEQUENCE
037100     SET WS-NUMBER-USABLE TO TRUE
037200     MOVE WS-ACCOUNT-VALUE TO RA-ACCOUNT
037300     READ RETIRED-ACCOUNT-FILE
037400         INVALID KEY CONTINUE
037500         NOT INVALID KEY MOVE 'N' TO WS-USABLE-SW
037600     END-READ
037700     IF WS-NUMBER-USABLE
037800         PERFORM 2400-GENERATE-CHECK THRU 2400-EXIT
037900     END-IF
038000     IF NOT WS-NUMBER-USABLE
038100         ADD 1 TO WS-BLOCK-SKIPPED
038200         GO TO 2300-EXIT
038300     END-IF
038400     ADD 1 TO WS-BLOCK-ISSUED
038500     IF NOT WS-WRITE-PASS
038600         GO TO 2300-EXIT
038700     END-IF
038800     MOVE SPACES TO ISSUED-ACCOUNT-RECORD
038900     MOVE WS-ACCOUNT-VALUE TO IA-ACCOUNT
039000     MOVE WS-CHECK-DIGIT TO IA-CHECK-DIGIT
039100     MOVE IR-SCHEME-CODE TO IA-SCHEME-CODE
039200     MOVE IR-REQUESTER TO IA-REQUESTER
039300     WRITE ISSUED-ACCOUNT-RECORD
039310     ADD 1 TO WS-ISSUED-WRITTEN
039320     COMPUTE WS-ISSUED-HASH = FUNCTION MOD(
039330         WS-ISSUED-HASH + WS-ISSUED-WRITTEN
039340             * FUNCTION ORD(ISSUED-ACCOUNT-RECORD(1:1))
039350         1000000000000)
039400     IF WS-BLOCK-ISSUED = 1
039500         MOVE SPACES TO ISSUED-LEDGER-RECORD
039600         MOVE WS-ACCOUNT-VALUE TO IL-FIRST-ACCOUNT
039700         MOVE WS-CHECK-DIGIT TO IL-FIRST-CHECK
039800     END-IF
039900     MOVE WS-ACCOUNT-VALUE TO IL-LAST-ACCOUNT
040000     MOVE WS-CHECK-DIGIT TO IL-LAST-CHECK.
040100 2300-EXIT.
040200     EXIT.
040300*--------------------------------------------------------------
040400* THE IN-HOUSE SCHEME AND ANY 'R' SCHEME GENERATE THROUGH
040500* CHECK-DIGIT-SERVICE. A WEIGHTED-MODULUS SCHEME WHOSE CHECK
040600* WOULD COME OUT PAST 9 CANNOT CARRY THE NUMBER IN A ONE-DIGIT
040700* FIELD, SO THAT SEQUENCE IS PASSED OVER LIKE A RETIRED ONE.
040800*--------------------------------------------------------------
040900 2400-GENERATE-CHECK.
041000     IF WS-MATCH-IX = ZERO
041100         OR WS-SC-ALGORITHM(WS-MATCH-IX) = 'R'
041200         MOVE 'G' TO WS-CHK-FUNCTION
041300         MOVE WS-ACCOUNT-VALUE TO WS-CHK-ACCOUNT
041400         CALL "CHECK-DIGIT-SERVICE"
041500             USING WS-CHECK-DIGIT-REQUEST
041600         MOVE WS-CHK-CHECK-DIGIT TO WS-CHECK-DIGIT
041700         GO TO 2400-EXIT
041800     END-IF
041900     IF WS-SC-ALGORITHM(WS-MATCH-IX) NOT = 'M'
042000         OR WS-SC-MODULUS(WS-MATCH-IX) = ZERO
042100         MOVE 'N' TO WS-USABLE-SW
042200         GO TO 2400-EXIT
042300     END-IF
042400     MOVE ZERO TO WS-WEIGHTED-SUM
042500     PERFORM 2410-ADD-ONE-DIGIT THRU 2410-EXIT
042600         VARYING WS-DIGIT-IX FROM 1 BY 1
042700         UNTIL WS-DIGIT-IX > 10
042800     COMPUTE WS-EXPECTED-DIGIT = FUNCTION MOD(
042900         WS-SC-MODULUS(WS-MATCH-IX)
043000         - FUNCTION MOD(WS-WEIGHTED-SUM
043100             WS-SC-MODULUS(WS-MATCH-IX))
043200         WS-SC-MODULUS(WS-MATCH-IX))
043300     IF WS-EXPECTED-DIGIT > 9
043400         MOVE 'N' TO WS-USABLE-SW
043500     ELSE
043600         MOVE WS-EXPECTED-DIGIT TO WS-CHECK-DIGIT
043700     END-IF.
043800 2400-EXIT.
043900     EXIT.
044000 2410-ADD-ONE-DIGIT.
044100     COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
044200         + WS-ACCOUNT-DIGIT(WS-DIGIT-IX)
044300         * WS-SC-WEIGHT(WS-MATCH-IX WS-DIGIT-IX).
044400 2410-EXIT.
044500     EXIT.
044600 2900-REFUSE-REQUEST.
044700     MOVE IR-REQUESTER TO WS-RL-REQUESTER
044800     MOVE IR-SCHEME-CODE TO WS-RL-SCHEME
044900     MOVE ISSUE-REQUEST-RECORD(15:5) TO WS-RL-QUANTITY
045000     WRITE IR-REPORT-RECORD FROM WS-REFUSAL-LINE
045100     ADD 1 TO WS-REQUESTS-REFUSED.
045200 2900-EXIT.
045300     EXIT.
045400 9000-TERMINATE.
045500     MOVE "REQUESTS READ" TO WS-CL-LABEL
045600     MOVE WS-REQUESTS-READ TO WS-CL-COUNT
045700     WRITE IR-REPORT-RECORD FROM WS-COUNT-LINE
045800     MOVE "REQUESTS FILLED" TO WS-CL-LABEL
045900     MOVE WS-REQUESTS-FILLED TO WS-CL-COUNT
046000     WRITE IR-REPORT-RECORD FROM WS-COUNT-LINE
046100     MOVE "REQUESTS REFUSED" TO WS-CL-LABEL
046200     MOVE WS-REQUESTS-REFUSED TO WS-CL-COUNT
046300     WRITE IR-REPORT-RECORD FROM WS-COUNT-LINE
046400     MOVE "NUMBERS ISSUED" TO WS-CL-LABEL
046500     MOVE WS-NUMBERS-ISSUED TO WS-CL-COUNT
046600     WRITE IR-REPORT-RECORD FROM WS-COUNT-LINE
046700     MOVE "SEQUENCES PASSED OVER" TO WS-CL-LABEL
046800     MOVE WS-NUMBERS-SKIPPED TO WS-CL-COUNT
046900     WRITE IR-REPORT-RECORD FROM WS-COUNT-LINE
047000     IF WS-FILES-OPEN
047100         CLOSE NUMBER-RANGE-FILE
047200         CLOSE RETIRED-ACCOUNT-FILE
047300         CLOSE ISSUED-LEDGER-FILE
047400         CLOSE ISSUED-ACCOUNT-FILE
047500         CLOSE ISSUE-REQUEST-FILE
047600     END-IF
047700     CLOSE ISSUE-REPORT-FILE
047710     MOVE "ISSUEOUT" TO CHN-FILE-NAME
047720     MOVE "PROD" TO CHN-ROLE
047730     MOVE "ACCTISSU" TO CHN-PROGRAM-ID
047740     MOVE WS-ISSUED-WRITTEN TO CHN-RECORD-COUNT
047750     MOVE WS-ISSUED-HASH TO CHN-HASH-TOTAL
047760     CALL "CHAIN-TRAILER" USING CHAIN-TRAILER-REQUEST
047800     IF WS-REQUESTS-REFUSED > ZERO
047900         AND RETURN-CODE < 4
048000         MOVE 4 TO RETURN-CODE
048100     END-IF.
048200 9000-EXIT.
048300     EXIT.
048400 END PROGRAM ACCOUNT-ISSUANCE-BATCH.
