000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RUN-REQUEST-QUEUE.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  BJC  INITIAL VERSION - QUEUE MANAGER FOR
001000*                    BUSINESS RUN REQUESTS. DEPARTMENTS NO
001100*                    LONGER HAND-CUT PARMIN AND PARM2IN DECKS:
001200*                    THEY FILE A REQUEST ON RQINTAKE (ACCOUNT,
001300*                    UTILITY OR BATCH RUN, PARAMETER VALUES,
001400*                    PRIORITY, NEEDED-BY DATE) AND THIS PROGRAM
001500*                    KEEPS THE RQQUEUE REQUEST STORE (SEE
001600*                    RUNREQ.CPY) IN THE REFTAB-CHANGE MOLD: OLD
001700*                    STORE PLUS THE DAY'S INPUT GIVES THE NEW
001800*                    STORE (RQQNEW). EACH PASS APPLIES THE
001900*                    RQAPPROV DECISIONS (OPERATOR-AUTH TOOL
002000*                    RUNREQ, FUNCTION A), EDITS EVERY NEW
002100*                    REQUEST AGAINST ITS UTILCAT REGISTRATION
002200*                    (THROUGH UTILITY-CATALOG), PRICES IT FROM
002300*                    THE CHGRATES CHARGEBACK RATES AND HOLDS IT
002400*                    FOR APPROVAL WHEN THE ESTIMATE IS OVER THE
002500*                    RUNOPTS APPROVALCOST THRESHOLD, THEN CUTS
002600*                    THE NEXT WINDOW'S PARMIN AND PARM2IN DECKS
002700*                    FROM THE READY REQUESTS IN PRIORITY AND
002800*                    NEEDED-BY ORDER. RQQLOG LISTS EVERYTHING
002900*                    DONE. RETURN CODE 4 WHEN A CARD WAS
003000*                    REFUSED, 8 WHEN THE STORE IS TOO LARGE OR
003100*                    UTILCAT CANNOT BE READ - THE STORE IS THEN
003200*                    CARRIED FORWARD UNCHANGED AND NO DECK IS
003300*                    CUT.
003400*--------------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT QUEUE-STORE-FILE ASSIGN TO "RQQUEUE"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-STORE-STATUS.
004200     SELECT NEW-STORE-FILE ASSIGN TO "RQQNEW"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-NEW-STATUS.
004500     SELECT REQUEST-INTAKE-FILE ASSIGN TO "RQINTAKE"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-INTAKE-STATUS.
004800     SELECT APPROVAL-CARD-FILE ASSIGN TO "RQAPPROV"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-APPROVAL-STATUS.
005100     SELECT CHARGE-RATE-FILE ASSIGN TO "CHGRATES"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-RATE-STATUS.
005400     SELECT CYCLE-ID-FILE ASSIGN TO "CYCLEID"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-CYCLE-STATUS.
005700     SELECT PARMIN-DECK-FILE ASSIGN TO "PARMIN"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-PARMIN-STATUS.
006000     SELECT PARM2IN-DECK-FILE ASSIGN TO "PARM2IN"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-PARM2IN-STATUS.
006300     SELECT QUEUE-LOG-FILE ASSIGN TO "RQQLOG"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-LOG-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  QUEUE-STORE-FILE.
006900 01  QS-RECORD                   PIC X(304).
007000 FD  NEW-STORE-FILE.
007100 01  NQ-RECORD                   PIC X(304).
007200*--------------------------------------------------------------
007300* RQINTAKE: ONE R CARD PER REQUEST, FOLLOWED BY UP TO TWO C
007400* CARDS WHEN A BATCH RUN NEEDS MORE THAN THREE VALUES (THE C
007500* CARD USES ONLY ITS FIELD COUNT AND FIELDS). KIND U IS A
007600* UTILITY RUN ON PARMIN, KIND B A BATCH RUN ON PARM2IN. A
007700* BLANK PRIORITY IS 5, A BLANK NEEDED-BY DATE IS TODAY.
007800*   R ACCT REQUESTR U GETMINBA 3 20261020 1 12345
007900* A CARD STARTING * IS A COMMENT.
008000*--------------------------------------------------------------
008100 FD  REQUEST-INTAKE-FILE.
008200 01  REQUEST-INTAKE-CARD.
008300     05  RI-CARD-TYPE            PIC X(01).
008400         88  RI-REQUEST-CARD                 VALUE 'R'.
008500         88  RI-CONTINUATION-CARD            VALUE 'C'.
008600         88  RI-COMMENT-CARD                 VALUE '*'.
008700     05  FILLER                  PIC X(01).
008800     05  RI-ACCOUNT-CODE         PIC X(04).
008900     05  FILLER                  PIC X(01).
009000     05  RI-REQUESTOR            PIC X(08).
009100     05  FILLER                  PIC X(01).
009200     05  RI-REQUEST-KIND         PIC X(01).
009300     05  FILLER                  PIC X(01).
009400     05  RI-UTILITY-NAME         PIC X(08).
009500     05  FILLER                  PIC X(01).
009600     05  RI-PRIORITY             PIC X(01).
009700     05  FILLER                  PIC X(01).
009800     05  RI-NEEDED-BY            PIC X(08).
009900     05  FILLER                  PIC X(01).
010000     05  RI-FIELD-COUNT          PIC X(01).
010100     05  FILLER                  PIC X(01).
010200     05  RI-FIELD-AREA.
010300         10  RI-FIELD OCCURS 3   PIC X(20).
010400*--------------------------------------------------------------
010500* RQAPPROV: A APPROVES, X DECLINES A REQUEST HELD FOR
010600* APPROVAL. THE NOTE, WHEN GIVEN, IS WHAT THE REQUESTOR SEES.
010700*   A 202610150003 XYZ APPROVED FOR MONTH END
010800*--------------------------------------------------------------
010900 FD  APPROVAL-CARD-FILE.
011000 01  APPROVAL-CARD.
011100     05  AC-ACTION               PIC X(01).
011200         88  AC-APPROVE                      VALUE 'A'.
011300         88  AC-DECLINE                      VALUE 'X'.
011400         88  AC-COMMENT                      VALUE '*'.
011500     05  FILLER                  PIC X(01).
011600     05  AC-REQUEST-ID           PIC X(12).
011700     05  FILLER                  PIC X(01).
011800     05  AC-OPERATOR-ID          PIC X(03).
011900     05  FILLER                  PIC X(01).
012000     05  AC-NOTE                 PIC X(30).
012100     05  FILLER                  PIC X(31).
012200 FD  CHARGE-RATE-FILE.
012300 01  CHARGE-RATE-RECORD.
012400     05  CR-PROGRAM-ID           PIC X(08).
012500     05  FILLER                  PIC X(01).
012600     05  CR-RATE-PER-CALL        PIC 9(05)V99.
012700     05  FILLER                  PIC X(01).
012800     05  CR-RATE-PER-SECOND      PIC 9(05)V99.
012900 FD  CYCLE-ID-FILE.
013000 01  CYCLE-ID-RECORD             PIC X(12).
013100 FD  PARMIN-DECK-FILE.
013200 COPY PARMCARD.
013300 FD  PARM2IN-DECK-FILE.
013400 COPY PARMCRD2.
013500 FD  QUEUE-LOG-FILE.
013600 01  QL-RECORD                   PIC X(100).
013700 WORKING-STORAGE SECTION.
013800 77  WS-STORE-STATUS             PIC X(02)       VALUE SPACES.
013900     88  WS-STORE-OK                             VALUE '00'.
014000     88  WS-STORE-EOF                            VALUE '10'.
014100 77  WS-NEW-STATUS               PIC X(02)       VALUE SPACES.
014200 77  WS-INTAKE-STATUS            PIC X(02)       VALUE SPACES.
014300     88  WS-INTAKE-OK                            VALUE '00'.
014400     88  WS-INTAKE-EOF                           VALUE '10'.
014500 77  WS-APPROVAL-STATUS          PIC X(02)       VALUE SPACES.
014600     88  WS-APPROVAL-OK                          VALUE '00'.
014700     88  WS-APPROVAL-EOF                         VALUE '10'.
014800 77  WS-RATE-STATUS              PIC X(02)       VALUE SPACES.
014900     88  WS-RATE-OK                              VALUE '00'.
015000     88  WS-RATE-EOF                             VALUE '10'.
015100 77  WS-CYCLE-STATUS             PIC X(02)       VALUE SPACES.
015200     88  WS-CYCLE-OK                             VALUE '00'.
015300 77  WS-PARMIN-STATUS            PIC X(02)       VALUE SPACES.
015400 77  WS-PARM2IN-STATUS           PIC X(02)       VALUE SPACES.
015500 77  WS-LOG-STATUS               PIC X(02)       VALUE SPACES.
015600 77  WS-QUEUE-STATE              PIC X(01)       VALUE 'N'.
015700     88  WS-QUEUE-HELD                           VALUE 'H'.
015800 77  WS-REQUEST-MAX              PIC 9(04)       VALUE 2000
015900                                                 COMP.
016000 77  WS-RATE-MAX                 PIC 9(03)       VALUE 400 COMP.
016100 77  WS-VALUE-MAX                PIC 9(02)       VALUE 9 COMP.
016200 77  WS-REQUEST-COUNT            PIC 9(04)       VALUE ZERO COMP.
016300 77  WS-RATE-COUNT               PIC 9(03)       VALUE ZERO COMP.
016400 77  WS-RQ-IX                    PIC 9(04)       VALUE ZERO COMP.
016500 77  WS-DECK-IX                  PIC 9(04)       VALUE ZERO COMP.
016600 77  WS-MATCH-IX                 PIC 9(04)       VALUE ZERO COMP.
016700 77  WS-RATE-IX                  PIC 9(03)       VALUE ZERO COMP.
016800 77  WS-LO                       PIC 9(04)       VALUE ZERO COMP.
016900 77  WS-HI                       PIC 9(04)       VALUE ZERO COMP.
017000 77  WS-MID                      PIC 9(04)       VALUE ZERO COMP.
017100 77  WS-FIELD-IX                 PIC 9(02)       VALUE ZERO COMP.
017200 77  WS-FIELD-LIMIT              PIC 9(02)       VALUE ZERO COMP.
017300 77  WS-VALUE-IX                 PIC 9(02)       VALUE ZERO COMP.
017400 77  WS-VALUE-COUNT              PIC 9(02)       VALUE ZERO COMP.
017500 77  WS-CHAR-IX                  PIC 9(02)       VALUE ZERO COMP.
017600 77  WS-DIGIT-COUNT              PIC 9(02)       VALUE ZERO COMP.
017700 77  WS-WINDOW-MAX               PIC 9(04)       VALUE ZERO COMP.
017800 77  WS-STORE-DROPPED            PIC 9(06)       VALUE ZERO COMP.
017900 77  WS-CARDS-REFUSED            PIC 9(06)       VALUE ZERO COMP.
018000 77  WS-REQUESTS-QUEUED          PIC 9(06)       VALUE ZERO COMP.
018100 77  WS-REQUESTS-PENDING         PIC 9(06)       VALUE ZERO COMP.
018200 77  WS-REQUESTS-REJECTED        PIC 9(06)       VALUE ZERO COMP.
018300 77  WS-REQUESTS-APPROVED        PIC 9(06)       VALUE ZERO COMP.
018400 77  WS-REQUESTS-DECLINED        PIC 9(06)       VALUE ZERO COMP.
018500 77  WS-REQUESTS-SCHEDULED       PIC 9(06)       VALUE ZERO COMP.
018600 77  WS-REQUESTS-DEFERRED        PIC 9(06)       VALUE ZERO COMP.
018700 77  WS-HIGHEST-RC               PIC 9(02)       VALUE ZERO.
018800 77  WS-TODAY                    PIC 9(08)       VALUE ZERO.
018900 77  WS-NEXT-SEQUENCE            PIC 9(05)       VALUE ZERO.
019000 77  WS-CYCLE-ID                 PIC X(12)       VALUE ZEROS.
019100 77  WS-EST-SECONDS              PIC 9(05)       VALUE ZERO.
019200 77  WS-APPROVAL-COST            PIC 9(07)V99    VALUE ZERO.
019300 77  WS-PARM-VALUE               PIC 9(10)       VALUE ZERO.
019400 77  WS-SEARCH-ID                PIC X(12)       VALUE SPACES.
019500 77  WS-REASON                   PIC X(30)       VALUE SPACES.
019600 77  WS-CARD-REASON              PIC X(30)       VALUE SPACES.
019700 77  WS-VALUE-STATE              PIC X(01)       VALUE SPACE.
019800     88  WS-VALUE-IN-DIGITS                      VALUE 'D'.
019900     88  WS-VALUE-PAST-DIGITS                    VALUE 'E'.
020000     88  WS-VALUE-NOT-NUMERIC                    VALUE 'N'.
020100 77  WS-VALUE-NUMBER             PIC 9(01)       VALUE ZERO.
020200 77  WS-COST-EDIT                PIC Z(06)9.99.
020300 01  WS-NEEDED-BY-TEXT           PIC X(08)       VALUE SPACES.
020400 01  WS-NEEDED-BY-PARTS REDEFINES WS-NEEDED-BY-TEXT.
020500     05  WS-NB-YEAR              PIC 9(04).
020600     05  WS-NB-MONTH             PIC 9(02).
020700     05  WS-NB-DAY               PIC 9(02).
020800 01  WS-RATE-TABLE.
020900     05  WS-RT-ENTRY OCCURS 400.
021000         10  WS-RT-PROGRAM-ID    PIC X(08).
021100         10  WS-RT-PER-CALL      PIC 9(05)V99.
021200         10  WS-RT-PER-SECOND    PIC 9(05)V99.
021300 01  WS-QUEUE-TABLE.
021400     05  WS-QT-IMAGE OCCURS 2000 PIC X(304).
021500*--------------------------------------------------------------
021600* THE WINDOW'S RUN ORDER: READY REQUESTS BY PRIORITY (1 FIRST),
021700* THEN NEEDED-BY DATE, THEN ARRIVAL.
021800*--------------------------------------------------------------
021900 01  WS-DECK-COUNT               PIC 9(04)       VALUE ZERO COMP.
022000 01  WS-DECK-TABLE.
022100     05  WS-DK-ENTRY OCCURS 1 TO 2000 TIMES
022200             DEPENDING ON WS-DECK-COUNT.
022300         10  WS-DK-PRIORITY      PIC 9(01).
022400         10  WS-DK-NEEDED-BY     PIC 9(08).
022500         10  WS-DK-REQUEST-ID    PIC 9(12).
022600         10  WS-DK-QUEUE-IX      PIC 9(04)       COMP.
022700 COPY RUNREQ.
022800 COPY UTLCATSV.
022900 COPY OPERAUTH.
023000 COPY RUNOPTS.
023100 01  WS-LOG-HEADER.
023200     05  FILLER                  PIC X(32)       VALUE
023300             "RUN REQUEST QUEUE  BUSINESS DATE".
023400     05  FILLER                  PIC X(01)       VALUE SPACE.
023500     05  WS-LH-DATE              PIC 9(08).
023600     05  FILLER                  PIC X(15)       VALUE
023700             "  WINDOW CYCLE ".
023800     05  WS-LH-CYCLE             PIC X(12).
023900 01  WS-LOG-LINE.
024000     05  WS-LL-EVENT             PIC X(09).
024100     05  WS-LL-REQUEST-ID        PIC X(12).
024200     05  FILLER                  PIC X(01)       VALUE SPACE.
024300     05  WS-LL-ACCOUNT           PIC X(04).
024400     05  FILLER                  PIC X(01)       VALUE SPACE.
024500     05  WS-LL-UTILITY           PIC X(08).
024600     05  FILLER                  PIC X(01)       VALUE SPACE.
024700     05  WS-LL-ACTION            PIC X(16).
024800     05  FILLER                  PIC X(01)       VALUE SPACE.
024900     05  WS-LL-DETAIL            PIC X(40).
025000 01  WS-COUNT-LINE.
025100     05  WS-CL-LABEL             PIC X(30).
025200     05  WS-CL-COUNT             PIC Z(05)9.
025300 PROCEDURE DIVISION.
025400 0000-MAINLINE.
025500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025600     IF WS-QUEUE-HELD
025700         PERFORM 8000-CARRY-STORE-FORWARD THRU 8000-EXIT
025800     ELSE
025900         PERFORM 2000-APPLY-APPROVALS THRU 2000-EXIT
026000         PERFORM 3000-TAKE-INTAKE THRU 3000-EXIT
026100         PERFORM 4000-CUT-WINDOW-DECKS THRU 4000-EXIT
026200         PERFORM 5000-WRITE-NEW-STORE THRU 5000-EXIT
026300     END-IF
026400     PERFORM 9000-TERMINATE THRU 9000-EXIT
026500     STOP RUN.
026600 0000-EXIT.
026700     EXIT.
026800*--------------------------------------------------------------
026900* BUSINESS DATE, WINDOW CYCLE, RUN OPTIONS AND RATES; THEN THE
027000* OLD STORE, LESS THE REQUESTS CLOSED BEFORE TODAY (THEIR LAST
027100* STATUS HAS ALREADY GONE OUT ON RQSTATUS).
027200*--------------------------------------------------------------
027300 1000-INITIALIZE.
027400     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
027500     OPEN OUTPUT QUEUE-LOG-FILE
027600     OPEN OUTPUT PARMIN-DECK-FILE
027700     OPEN OUTPUT PARM2IN-DECK-FILE
027800     PERFORM 1100-LOAD-CYCLE-ID THRU 1100-EXIT
027900     MOVE WS-TODAY TO WS-LH-DATE
028000     MOVE WS-CYCLE-ID TO WS-LH-CYCLE
028100     WRITE QL-RECORD FROM WS-LOG-HEADER
028200     PERFORM 1200-LOAD-OPTIONS THRU 1200-EXIT
028300     PERFORM 1300-LOAD-RATES THRU 1300-EXIT
028400     PERFORM 1400-LOAD-STORE THRU 1400-EXIT
028500     IF WS-QUEUE-HELD
028600         DISPLAY "RUN-REQUEST-QUEUE: RQQUEUE HOLDS MORE THAN "
028700             "THE TABLE LIMIT - QUEUE HELD"
028800         MOVE 8 TO WS-HIGHEST-RC
028900         GO TO 1000-EXIT
029000     END-IF
029100     SET CAT-FUNC-FIND TO TRUE
029200     MOVE SPACES TO CAT-UTILITY-NAME
029300     CALL "UTILITY-CATALOG" USING UTILITY-CATALOG-REQUEST
029400     IF CAT-UNAVAILABLE
029500         DISPLAY "RUN-REQUEST-QUEUE: UTILCAT NOT AVAILABLE - "
029600             "QUEUE HELD"
029700         SET WS-QUEUE-HELD TO TRUE
029800         MOVE 8 TO WS-HIGHEST-RC
029900     END-IF.
030000 1000-EXIT.
030100     EXIT.
030200 1100-LOAD-CYCLE-ID.
030300     OPEN INPUT CYCLE-ID-FILE
030400     IF NOT WS-CYCLE-OK
030500         GO TO 1100-EXIT
030600     END-IF
030700     READ CYCLE-ID-FILE
030800         AT END MOVE ZEROS TO CYCLE-ID-RECORD
030900     END-READ
031000     MOVE CYCLE-ID-RECORD TO WS-CYCLE-ID
031100     CLOSE CYCLE-ID-FILE.
031200 1100-EXIT.
031300     EXIT.
031400*--------------------------------------------------------------
031500* RUNOPTS UNDER RUNREQ: ESTSECONDS IS THE RUN TIME ASSUMED WHEN
031600* PRICING A REQUEST, APPROVALCOST THE ESTIMATE (WHOLE CURRENCY
031700* UNITS) ABOVE WHICH A REQUEST WAITS FOR APPROVAL, WINDOWMAX
031800* THE MOST REQUESTS ONE WINDOW TAKES.
031900*--------------------------------------------------------------
032000 1200-LOAD-OPTIONS.
032100     MOVE "RUNREQ  " TO OPT-PROGRAM-ID
032200     MOVE "ESTSECONDS      " TO OPT-KEY
032300     MOVE 60 TO OPT-DEFAULT-VALUE
032400     CALL "OPTIONS-LOADER" USING RUN-OPTIONS-REQUEST
032500     MOVE OPT-VALUE TO WS-EST-SECONDS
032600     MOVE "APPROVALCOST    " TO OPT-KEY
032700     MOVE 100 TO OPT-DEFAULT-VALUE
032800     CALL "OPTIONS-LOADER" USING RUN-OPTIONS-REQUEST
032900     MOVE OPT-VALUE TO WS-APPROVAL-COST
033000     MOVE "WINDOWMAX       " TO OPT-KEY
033100     MOVE 200 TO OPT-DEFAULT-VALUE
033200     CALL "OPTIONS-LOADER" USING RUN-OPTIONS-REQUEST
033300     IF OPT-VALUE > ZERO AND OPT-VALUE NOT > WS-REQUEST-MAX
033400         MOVE OPT-VALUE TO WS-WINDOW-MAX
033500     ELSE
033600         MOVE OPT-DEFAULT-VALUE TO WS-WINDOW-MAX
033700     END-IF.
033800 1200-EXIT.
033900     EXIT.
034000 1300-LOAD-RATES.
034100     OPEN INPUT CHARGE-RATE-FILE
034200     IF NOT WS-RATE-OK
034300         GO TO 1300-EXIT
034400     END-IF
034500     PERFORM 1310-READ-RATE THRU 1310-EXIT
034600     PERFORM 1320-STORE-ONE-RATE THRU 1320-EXIT
034700         UNTIL WS-RATE-EOF
034800            OR WS-RATE-COUNT >= WS-RATE-MAX
034900     CLOSE CHARGE-RATE-FILE.
035000 1300-EXIT.
035100     EXIT.
035200 1310-READ-RATE.
035300     READ CHARGE-RATE-FILE
035400         AT END SET WS-RATE-EOF TO TRUE
035500     END-READ.
035600 1310-EXIT.
035700     EXIT.
035800 1320-STORE-ONE-RATE.
035900     ADD 1 TO WS-RATE-COUNT
036000     MOVE CR-PROGRAM-ID TO WS-RT-PROGRAM-ID(WS-RATE-COUNT)
036100     MOVE CR-RATE-PER-CALL TO WS-RT-PER-CALL(WS-RATE-COUNT)
036200     MOVE CR-RATE-PER-SECOND
036300         TO WS-RT-PER-SECOND(WS-RATE-COUNT)
036400     PERFORM 1310-READ-RATE THRU 1310-EXIT.
036500 1320-EXIT.
036600     EXIT.
036700*--------------------------------------------------------------
036800* NO RQQUEUE AT ALL IS AN EMPTY QUEUE (THE FIRST PASS). THE
036900* NEXT REQUEST ID CONTINUES TODAY'S HIGHEST SEQUENCE.
037000*--------------------------------------------------------------
037100 1400-LOAD-STORE.
037200     OPEN INPUT QUEUE-STORE-FILE
037300     IF NOT WS-STORE-OK
037400         GO TO 1400-EXIT
037500     END-IF
037600     PERFORM 1410-READ-STORE THRU 1410-EXIT
037700     PERFORM 1420-STORE-ONE-REQUEST THRU 1420-EXIT
037800         UNTIL WS-STORE-EOF
037900            OR WS-QUEUE-HELD
038000     CLOSE QUEUE-STORE-FILE.
038100 1400-EXIT.
038200     EXIT.
038300 1410-READ-STORE.
038400     READ QUEUE-STORE-FILE
038500         AT END SET WS-STORE-EOF TO TRUE
038600     END-READ.
038700 1410-EXIT.
038800     EXIT.
038900 1420-STORE-ONE-REQUEST.
039000     MOVE QS-RECORD TO RUN-REQUEST-RECORD
039100     IF RQ-CLOSED AND RQ-STATUS-DATE < WS-TODAY
039200         ADD 1 TO WS-STORE-DROPPED
039300         PERFORM 1410-READ-STORE THRU 1410-EXIT
039400         GO TO 1420-EXIT
039500     END-IF
039600     IF WS-REQUEST-COUNT >= WS-REQUEST-MAX
039700         SET WS-QUEUE-HELD TO TRUE
039800         GO TO 1420-EXIT
039900     END-IF
040000     ADD 1 TO WS-REQUEST-COUNT
040100     MOVE RUN-REQUEST-RECORD TO WS-QT-IMAGE(WS-REQUEST-COUNT)
040200     IF RQ-ID-DATE = WS-TODAY
040300         AND RQ-ID-SEQUENCE > WS-NEXT-SEQUENCE
040400         MOVE RQ-ID-SEQUENCE TO WS-NEXT-SEQUENCE
040500     END-IF
040600     PERFORM 1410-READ-STORE THRU 1410-EXIT.
040700 1420-EXIT.
040800     EXIT.
040900*--------------------------------------------------------------
041000* APPROVALS FIRST, SO A REQUEST APPROVED TODAY MAKES TONIGHT'S
041100* WINDOW. ONLY A REQUEST HELD FOR APPROVAL CAN BE DECIDED, AND
041200* ONLY BY AN OPERATOR WITH RUNREQ APPROVE AUTHORITY.
041300*--------------------------------------------------------------
041400 2000-APPLY-APPROVALS.
041500     OPEN INPUT APPROVAL-CARD-FILE
041600     IF NOT WS-APPROVAL-OK
041700         GO TO 2000-EXIT
041800     END-IF
041900     PERFORM 2100-APPLY-ONE-CARD THRU 2100-EXIT
042000         UNTIL WS-APPROVAL-EOF
042100     CLOSE APPROVAL-CARD-FILE.
042200 2000-EXIT.
042300     EXIT.
042400 2100-APPLY-ONE-CARD.
042500     READ APPROVAL-CARD-FILE
042600         AT END SET WS-APPROVAL-EOF TO TRUE
042700             GO TO 2100-EXIT
042800     END-READ
042900     IF APPROVAL-CARD = SPACES OR AC-COMMENT
043000         GO TO 2100-EXIT
043100     END-IF
043200     MOVE SPACES TO WS-LOG-LINE
043300     MOVE "APPROVAL" TO WS-LL-EVENT
043400     MOVE AC-REQUEST-ID TO WS-LL-REQUEST-ID
043500     IF NOT AC-APPROVE AND NOT AC-DECLINE
043600         MOVE "ACTION NOT A OR X" TO WS-REASON
043700         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
043800         GO TO 2100-EXIT
043900     END-IF
044000     IF AC-REQUEST-ID NOT NUMERIC
044100         MOVE "REQUEST ID NOT 12 DIGITS" TO WS-REASON
044200         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
044300         GO TO 2100-EXIT
044400     END-IF
044500     MOVE AC-REQUEST-ID TO WS-SEARCH-ID
044600     PERFORM 2200-FIND-REQUEST THRU 2200-EXIT
044700     IF WS-MATCH-IX = ZERO
044800         MOVE "REQUEST NOT ON QUEUE" TO WS-REASON
044900         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
045000         GO TO 2100-EXIT
045100     END-IF
045200     MOVE WS-QT-IMAGE(WS-MATCH-IX) TO RUN-REQUEST-RECORD
045300     MOVE RQ-ACCOUNT-CODE TO WS-LL-ACCOUNT
045400     MOVE RQ-UTILITY-NAME TO WS-LL-UTILITY
045500     IF NOT RQ-PENDING-APPROVAL
045600         MOVE "REQUEST NOT AWAITING APPROVAL" TO WS-REASON
045700         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
045800         GO TO 2100-EXIT
045900     END-IF
046000     MOVE AC-OPERATOR-ID TO AUTH-OPERATOR-ID
046100     MOVE "RUNREQ  " TO AUTH-TOOL
046200     MOVE 'A' TO AUTH-FUNCTION
046300     CALL "OPERATOR-AUTH" USING OPERATOR-AUTH-REQUEST
046400     IF NOT AUTH-GRANTED
046500         MOVE "OPERATOR LACKS RUNREQ APPROVE" TO WS-REASON
046600         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
046700         GO TO 2100-EXIT
046800     END-IF
046900     MOVE AC-OPERATOR-ID TO RQ-APPROVER
047000     MOVE WS-TODAY TO RQ-STATUS-DATE
047100     IF AC-APPROVE
047200         SET RQ-APPROVED TO TRUE
047300         MOVE "APPROVED FOR NEXT WINDOW" TO RQ-REASON
047400         MOVE "APPROVED" TO WS-LL-ACTION
047500         ADD 1 TO WS-REQUESTS-APPROVED
047600     ELSE
047700         SET RQ-REJECTED TO TRUE
047800         MOVE "DECLINED BY APPROVER" TO RQ-REASON
047900         MOVE "DECLINED" TO WS-LL-ACTION
048000         ADD 1 TO WS-REQUESTS-DECLINED
048100     END-IF
048200     IF AC-NOTE NOT = SPACES
048300         MOVE AC-NOTE TO RQ-REASON
048400     END-IF
048500     MOVE RUN-REQUEST-RECORD TO WS-QT-IMAGE(WS-MATCH-IX)
048600     STRING "BY " DELIMITED BY SIZE
048700         AC-OPERATOR-ID DELIMITED BY SIZE
048800         " - " DELIMITED BY SIZE
048900         RQ-REASON DELIMITED BY SIZE
049000         INTO WS-LL-DETAIL
049100     WRITE QL-RECORD FROM WS-LOG-LINE.
049200 2100-EXIT.
049300     EXIT.
049400*--------------------------------------------------------------
049500* THE STORE IS IN REQUEST-ID ORDER (IDS ARE DATE PLUS
049600* SEQUENCE), SO A REQUEST IS FOUND BY HALVING.
049700*--------------------------------------------------------------
049800 2200-FIND-REQUEST.
049900     MOVE ZERO TO WS-MATCH-IX
050000     MOVE 1 TO WS-LO
050100     MOVE WS-REQUEST-COUNT TO WS-HI
050200     PERFORM 2210-HALVE-ONCE THRU 2210-EXIT
050300         UNTIL WS-LO > WS-HI
050400            OR WS-MATCH-IX > ZERO.
050500 2200-EXIT.
050600     EXIT.
050700 2210-HALVE-ONCE.
050800     COMPUTE WS-MID = (WS-LO + WS-HI) / 2
050900     EVALUATE TRUE
051000         WHEN WS-QT-IMAGE(WS-MID)(1:12) = WS-SEARCH-ID
051100             MOVE WS-MID TO WS-MATCH-IX
051200         WHEN WS-QT-IMAGE(WS-MID)(1:12) < WS-SEARCH-ID
051300             COMPUTE WS-LO = WS-MID + 1
051400         WHEN OTHER
051500             IF WS-MID = 1
051600                 MOVE ZERO TO WS-HI
051700             ELSE
051800                 COMPUTE WS-HI = WS-MID - 1
051900             END-IF
052000     END-EVALUATE.
052100 2210-EXIT.
052200     EXIT.
052300 2900-REFUSE-CARD.
052400     MOVE "REFUSED" TO WS-LL-ACTION
052500     MOVE WS-REASON TO WS-LL-DETAIL
052600     WRITE QL-RECORD FROM WS-LOG-LINE
052700     ADD 1 TO WS-CARDS-REFUSED
052800     IF WS-HIGHEST-RC < 4
052900         MOVE 4 TO WS-HIGHEST-RC
053000     END-IF.
053100 2900-EXIT.
053200     EXIT.
053300*--------------------------------------------------------------
053400* NEW REQUESTS. EVERY WELL-FORMED REQUEST GOES ON THE STORE
053500* WITH AN ID - ONE THAT FAILS ITS EDITS AS REJECTED WITH THE
053600* REASON, SO THE REQUESTOR SEES WHY ON RQSTATUS. ONLY A CARD
053700* THAT CANNOT BE READ AS A REQUEST AT ALL IS REFUSED.
053800*--------------------------------------------------------------
053900 3000-TAKE-INTAKE.
054000     OPEN INPUT REQUEST-INTAKE-FILE
054100     IF NOT WS-INTAKE-OK
054200         GO TO 3000-EXIT
054300     END-IF
054400     PERFORM 3100-READ-INTAKE THRU 3100-EXIT
054500     PERFORM 3200-TAKE-ONE-REQUEST THRU 3200-EXIT
054600         UNTIL WS-INTAKE-EOF
054700     CLOSE REQUEST-INTAKE-FILE.
054800 3000-EXIT.
054900     EXIT.
055000 3100-READ-INTAKE.
055100     READ REQUEST-INTAKE-FILE
055200         AT END SET WS-INTAKE-EOF TO TRUE
055300     END-READ.
055400 3100-EXIT.
055500     EXIT.
055600 3200-TAKE-ONE-REQUEST.
055700     IF REQUEST-INTAKE-CARD = SPACES OR RI-COMMENT-CARD
055800         PERFORM 3100-READ-INTAKE THRU 3100-EXIT
055900         GO TO 3200-EXIT
056000     END-IF
056100     MOVE SPACES TO WS-LOG-LINE
056200     MOVE "INTAKE" TO WS-LL-EVENT
056300     MOVE RI-ACCOUNT-CODE TO WS-LL-ACCOUNT
056400     MOVE RI-UTILITY-NAME TO WS-LL-UTILITY
056500     IF NOT RI-REQUEST-CARD
056600         IF RI-CONTINUATION-CARD
056700             MOVE "CONTINUATION WITH NO REQUEST" TO WS-REASON
056800         ELSE
056900             MOVE "CARD TYPE NOT R OR C" TO WS-REASON
057000         END-IF
057100         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
057200         PERFORM 3100-READ-INTAKE THRU 3100-EXIT
057300         GO TO 3200-EXIT
057400     END-IF
057500     MOVE SPACES TO RUN-REQUEST-RECORD
057600     MOVE ZERO TO RQ-REQUEST-ID RQ-PRIORITY RQ-NEEDED-BY
057700         RQ-ESTIMATED-COST RQ-RUNHIST-SEQUENCE RQ-VALUE-COUNT
057800     MOVE RI-ACCOUNT-CODE TO RQ-ACCOUNT-CODE
057900     MOVE RI-REQUESTOR TO RQ-REQUESTOR
058000     MOVE RI-REQUEST-KIND TO RQ-REQUEST-KIND
058100     MOVE RI-UTILITY-NAME TO RQ-UTILITY-NAME
058200     MOVE WS-TODAY TO RQ-RECEIVED-DATE RQ-STATUS-DATE
058300     MOVE SPACES TO WS-CARD-REASON
058400     MOVE ZERO TO WS-VALUE-COUNT
058500     PERFORM 3210-TAKE-PRIORITY-AND-DATE THRU 3210-EXIT
058600     PERFORM 3300-TAKE-CARD-VALUES THRU 3300-EXIT
058700     PERFORM 3100-READ-INTAKE THRU 3100-EXIT
058800     PERFORM 3250-TAKE-CONTINUATION THRU 3250-EXIT
058900         UNTIL WS-INTAKE-EOF
059000            OR NOT RI-CONTINUATION-CARD
059100     MOVE WS-VALUE-COUNT TO RQ-VALUE-COUNT
059200     IF WS-REQUEST-COUNT >= WS-REQUEST-MAX
059300         OR WS-NEXT-SEQUENCE >= 9999
059400         MOVE "QUEUE FULL - RESUBMIT TOMORROW" TO WS-REASON
059500         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
059600         GO TO 3200-EXIT
059700     END-IF
059800     ADD 1 TO WS-NEXT-SEQUENCE
059900     MOVE WS-TODAY TO RQ-ID-DATE
060000     MOVE WS-NEXT-SEQUENCE TO RQ-ID-SEQUENCE
060100     MOVE RQ-REQUEST-ID TO WS-LL-REQUEST-ID
060200     PERFORM 3400-EDIT-REQUEST THRU 3400-EXIT
060300     IF WS-REASON NOT = SPACES
060400         SET RQ-REJECTED TO TRUE
060500         MOVE WS-REASON TO RQ-REASON
060600         MOVE "REJECTED" TO WS-LL-ACTION
060700         MOVE WS-REASON TO WS-LL-DETAIL
060800         ADD 1 TO WS-REQUESTS-REJECTED
060900     ELSE
061000         PERFORM 3500-PRICE-REQUEST THRU 3500-EXIT
061100         MOVE RQ-ESTIMATED-COST TO WS-COST-EDIT
061200         STRING "ESTIMATED COST " DELIMITED BY SIZE
061300             WS-COST-EDIT DELIMITED BY SIZE
061400             INTO WS-LL-DETAIL
061500         IF RQ-ESTIMATED-COST > WS-APPROVAL-COST
061600             SET RQ-PENDING-APPROVAL TO TRUE
061700             MOVE "AWAITING APPROVAL - COST" TO RQ-REASON
061800             MOVE "PENDING APPROVAL" TO WS-LL-ACTION
061900             ADD 1 TO WS-REQUESTS-PENDING
062000         ELSE
062100             SET RQ-QUEUED TO TRUE
062200             MOVE "QUEUED" TO WS-LL-ACTION
062300             ADD 1 TO WS-REQUESTS-QUEUED
062400         END-IF
062500     END-IF
062600     ADD 1 TO WS-REQUEST-COUNT
062700     MOVE RUN-REQUEST-RECORD TO WS-QT-IMAGE(WS-REQUEST-COUNT)
062800     WRITE QL-RECORD FROM WS-LOG-LINE.
062900 3200-EXIT.
063000     EXIT.
063100 3210-TAKE-PRIORITY-AND-DATE.
063200     EVALUATE TRUE
063300         WHEN RI-PRIORITY = SPACE
063400             MOVE 5 TO RQ-PRIORITY
063500         WHEN RI-PRIORITY NUMERIC AND RI-PRIORITY NOT = '0'
063600             MOVE RI-PRIORITY TO RQ-PRIORITY
063700         WHEN OTHER
063800             MOVE 9 TO RQ-PRIORITY
063900             MOVE "PRIORITY NOT 1-9" TO WS-CARD-REASON
064000     END-EVALUATE
064100     MOVE RI-NEEDED-BY TO WS-NEEDED-BY-TEXT
064200     IF WS-NEEDED-BY-TEXT = SPACES
064300         MOVE WS-TODAY TO RQ-NEEDED-BY
064400         GO TO 3210-EXIT
064500     END-IF
064600     IF WS-NEEDED-BY-TEXT NOT NUMERIC
064700         OR WS-NB-MONTH < 1 OR WS-NB-MONTH > 12
064800         OR WS-NB-DAY < 1 OR WS-NB-DAY > 31
064900         IF WS-CARD-REASON = SPACES
065000             MOVE "NEEDED-BY NOT A YYYYMMDD DATE"
065100                 TO WS-CARD-REASON
065200         END-IF
065300         GO TO 3210-EXIT
065400     END-IF
065500     MOVE WS-NEEDED-BY-TEXT TO RQ-NEEDED-BY.
065600 3210-EXIT.
065700     EXIT.
065800 3250-TAKE-CONTINUATION.
065900     PERFORM 3300-TAKE-CARD-VALUES THRU 3300-EXIT
066000     PERFORM 3100-READ-INTAKE THRU 3100-EXIT.
066100 3250-EXIT.
066200     EXIT.
066300 3300-TAKE-CARD-VALUES.
066400     IF RI-FIELD-COUNT NOT NUMERIC OR RI-FIELD-COUNT > '3'
066500         IF WS-CARD-REASON = SPACES
066600             MOVE "FIELD COUNT NOT 0-3" TO WS-CARD-REASON
066700         END-IF
066800         GO TO 3300-EXIT
066900     END-IF
067000     MOVE RI-FIELD-COUNT TO WS-FIELD-LIMIT
067100     PERFORM 3310-TAKE-ONE-VALUE THRU 3310-EXIT
067200         VARYING WS-FIELD-IX FROM 1 BY 1
067300         UNTIL WS-FIELD-IX > WS-FIELD-LIMIT.
067400 3300-EXIT.
067500     EXIT.
067600 3310-TAKE-ONE-VALUE.
067700     IF WS-VALUE-COUNT >= WS-VALUE-MAX
067800         IF WS-CARD-REASON = SPACES
067900             MOVE "MORE THAN 9 VALUES" TO WS-CARD-REASON
068000         END-IF
068100         GO TO 3310-EXIT
068200     END-IF
068300     ADD 1 TO WS-VALUE-COUNT
068400     MOVE RI-FIELD(WS-FIELD-IX) TO RQ-VALUE(WS-VALUE-COUNT).
068500 3310-EXIT.
068600     EXIT.
068700*--------------------------------------------------------------
068800* THE EDITS A DRIVER WOULD OTHERWISE FAIL ON IN THE WINDOW:
068900* THE UTILITY MUST BE REGISTERED ON UTILCAT; A UTILITY RUN
069000* NEEDS A STANDARD CALL SHAPE (PARMIN CANNOT CARRY A BESPOKE
069100* ONE) AND, LIKE A STANDARD-SHAPE BATCH RUN, EXACTLY ITS
069200* ARITY OF WHOLE NUMBERS WITHIN THE CATALOGED BOUNDS. A
069300* BESPOKE BATCH RUN IS LEFT TO ITS DRIVER'S OWN LOADER. A
069400* REQUEST STANDS ALONE, SO &PREV HAS NOTHING TO TAKE.
069500*--------------------------------------------------------------
069600 3400-EDIT-REQUEST.
069700     MOVE WS-CARD-REASON TO WS-REASON
069800     IF WS-REASON NOT = SPACES
069900         GO TO 3400-EXIT
070000     END-IF
070100     IF RQ-ACCOUNT-CODE = SPACES
070200         MOVE "NO ACCOUNT CODE" TO WS-REASON
070300         GO TO 3400-EXIT
070400     END-IF
070500     IF NOT RQ-UTILITY-RUN AND NOT RQ-BATCH-RUN
070600         MOVE "KIND NOT U OR B" TO WS-REASON
070700         GO TO 3400-EXIT
070800     END-IF
070900     IF RQ-VALUE-COUNT = ZERO
071000         MOVE "NO PARAMETER VALUES" TO WS-REASON
071100         GO TO 3400-EXIT
071200     END-IF
071300     PERFORM 3410-CHECK-PREV THRU 3410-EXIT
071400         VARYING WS-VALUE-IX FROM 1 BY 1
071500         UNTIL WS-VALUE-IX > WS-VALUE-COUNT
071600     IF WS-REASON NOT = SPACES
071700         GO TO 3400-EXIT
071800     END-IF
071900     SET CAT-FUNC-FIND TO TRUE
072000     MOVE RQ-UTILITY-NAME TO CAT-UTILITY-NAME
072100     CALL "UTILITY-CATALOG" USING UTILITY-CATALOG-REQUEST
072200     IF NOT CAT-FOUND
072300         MOVE "UTILITY NOT ON UTILCAT" TO WS-REASON
072400         GO TO 3400-EXIT
072500     END-IF
072600     IF CAT-CALL-SHAPE = 'X'
072700         IF RQ-UTILITY-RUN
072800             MOVE "BESPOKE UTILITY - USE KIND B" TO WS-REASON
072900         END-IF
073000         GO TO 3400-EXIT
073100     END-IF
073200     IF WS-VALUE-COUNT NOT = CAT-PARM-ARITY
073300         MOVE "VALUE COUNT NOT UTILCAT ARITY" TO WS-REASON
073400         GO TO 3400-EXIT
073500     END-IF
073600     PERFORM 3420-EDIT-ONE-VALUE THRU 3420-EXIT
073700         VARYING WS-VALUE-IX FROM 1 BY 1
073800         UNTIL WS-VALUE-IX > WS-VALUE-COUNT
073900            OR WS-VALUE-IX > 3
074000            OR WS-REASON NOT = SPACES.
074100 3400-EXIT.
074200     EXIT.
074300 3410-CHECK-PREV.
074400     IF RQ-VALUE(WS-VALUE-IX)(1:5) = "&PREV"
074500         MOVE "&PREV NOT ALLOWED ON A REQUEST" TO WS-REASON
074600     END-IF.
074700 3410-EXIT.
074800     EXIT.
074900*--------------------------------------------------------------
075000* A WHOLE NUMBER IS UP TO TEN DIGITS, LEFT OR RIGHT IN THE
075100* FIELD, WITH NOTHING ELSE BUT SPACES AROUND IT.
075200*--------------------------------------------------------------
075300 3420-EDIT-ONE-VALUE.
075400     MOVE SPACE TO WS-VALUE-STATE
075500     MOVE ZERO TO WS-DIGIT-COUNT
075600     PERFORM 3430-EDIT-ONE-CHAR THRU 3430-EXIT
075700         VARYING WS-CHAR-IX FROM 1 BY 1
075800         UNTIL WS-CHAR-IX > 20
075900            OR WS-VALUE-NOT-NUMERIC
076000     MOVE WS-VALUE-IX TO WS-VALUE-NUMBER
076100     IF WS-VALUE-NOT-NUMERIC
076200         OR WS-DIGIT-COUNT = ZERO OR WS-DIGIT-COUNT > 10
076300         STRING "VALUE " DELIMITED BY SIZE
076400             WS-VALUE-NUMBER DELIMITED BY SIZE
076500             " NOT A WHOLE NUMBER" DELIMITED BY SIZE
076600             INTO WS-REASON
076700         GO TO 3420-EXIT
076800     END-IF
076900     COMPUTE WS-PARM-VALUE =
077000         FUNCTION NUMVAL(RQ-VALUE(WS-VALUE-IX))
077100     IF WS-PARM-VALUE < CAT-PARM-LOW(WS-VALUE-IX)
077200         OR WS-PARM-VALUE > CAT-PARM-HIGH(WS-VALUE-IX)
077300         STRING "VALUE " DELIMITED BY SIZE
077400             WS-VALUE-NUMBER DELIMITED BY SIZE
077500             " OUTSIDE UTILCAT RANGE" DELIMITED BY SIZE
077600             INTO WS-REASON
077700     END-IF.
077800 3420-EXIT.
077900     EXIT.
078000 3430-EDIT-ONE-CHAR.
078100     EVALUATE TRUE
078200         WHEN RQ-VALUE(WS-VALUE-IX)(WS-CHAR-IX:1) = SPACE
078300             IF WS-VALUE-IN-DIGITS
078400                 SET WS-VALUE-PAST-DIGITS TO TRUE
078500             END-IF
078600         WHEN RQ-VALUE(WS-VALUE-IX)(WS-CHAR-IX:1) >= '0'
078700             AND RQ-VALUE(WS-VALUE-IX)(WS-CHAR-IX:1) <= '9'
078800             IF WS-VALUE-PAST-DIGITS
078900                 SET WS-VALUE-NOT-NUMERIC TO TRUE
079000             ELSE
079100                 SET WS-VALUE-IN-DIGITS TO TRUE
079200                 ADD 1 TO WS-DIGIT-COUNT
079300             END-IF
079400         WHEN OTHER
079500             SET WS-VALUE-NOT-NUMERIC TO TRUE
079600     END-EVALUATE.
079700 3430-EXIT.
079800     EXIT.
079900*--------------------------------------------------------------
080000* THE ESTIMATE IS WHAT CHARGEBACK-STATEMENT WILL BILL: THE
080100* RATE PER INVOCATION PLUS THE RATE PER SECOND OVER THE
080200* ESTSECONDS RUN TIME. AN UNRATED UTILITY COSTS NOTHING.
080300*--------------------------------------------------------------
080400 3500-PRICE-REQUEST.
080500     MOVE ZERO TO RQ-ESTIMATED-COST WS-MATCH-IX
080600     PERFORM 3510-MATCH-ONE-RATE THRU 3510-EXIT
080700         VARYING WS-RATE-IX FROM 1 BY 1
080800         UNTIL WS-RATE-IX > WS-RATE-COUNT
080900            OR WS-MATCH-IX > ZERO
081000     IF WS-MATCH-IX > ZERO
081100         COMPUTE RQ-ESTIMATED-COST ROUNDED =
081200             WS-RT-PER-CALL(WS-MATCH-IX)
081300             + WS-RT-PER-SECOND(WS-MATCH-IX) * WS-EST-SECONDS
081400             ON SIZE ERROR
081500                 MOVE 9999999.99 TO RQ-ESTIMATED-COST
081600         END-COMPUTE
081700     END-IF.
081800 3500-EXIT.
081900     EXIT.
082000 3510-MATCH-ONE-RATE.
082100     IF WS-RT-PROGRAM-ID(WS-RATE-IX) = RQ-UTILITY-NAME
082200         MOVE WS-RATE-IX TO WS-MATCH-IX
082300     END-IF.
082400 3510-EXIT.
082500     EXIT.
082600*--------------------------------------------------------------
082700* THE NEXT WINDOW TAKES THE READY REQUESTS (QUEUED, OR
082800* APPROVED) IN RUN ORDER UP TO WINDOWMAX; THE REST WAIT FOR THE
082900* WINDOW AFTER. EACH REQUEST TAKEN IS MARKED SCHEDULED UNDER
083000* THE WINDOW'S CYCLE ID, WHICH IS THE CYCLE ITS RUNHIST LINE
083100* WILL CARRY.
083200*--------------------------------------------------------------
083300 4000-CUT-WINDOW-DECKS.
083400     MOVE ZERO TO WS-DECK-COUNT
083500     PERFORM 4100-OFFER-ONE-REQUEST THRU 4100-EXIT
083600         VARYING WS-RQ-IX FROM 1 BY 1
083700         UNTIL WS-RQ-IX > WS-REQUEST-COUNT
083800     IF WS-DECK-COUNT > 1
083900         SORT WS-DK-ENTRY ON ASCENDING KEY WS-DK-PRIORITY
084000             WS-DK-NEEDED-BY WS-DK-REQUEST-ID
084100     END-IF
084200     PERFORM 4200-SCHEDULE-ONE-REQUEST THRU 4200-EXIT
084300         VARYING WS-DECK-IX FROM 1 BY 1
084400         UNTIL WS-DECK-IX > WS-DECK-COUNT.
084500 4000-EXIT.
084600     EXIT.
084700 4100-OFFER-ONE-REQUEST.
084800     MOVE WS-QT-IMAGE(WS-RQ-IX) TO RUN-REQUEST-RECORD
084900     IF NOT RQ-READY-TO-RUN
085000         GO TO 4100-EXIT
085100     END-IF
085200     ADD 1 TO WS-DECK-COUNT
085300     MOVE RQ-PRIORITY TO WS-DK-PRIORITY(WS-DECK-COUNT)
085400     MOVE RQ-NEEDED-BY TO WS-DK-NEEDED-BY(WS-DECK-COUNT)
085500     MOVE RQ-REQUEST-ID TO WS-DK-REQUEST-ID(WS-DECK-COUNT)
085600     MOVE WS-RQ-IX TO WS-DK-QUEUE-IX(WS-DECK-COUNT).
085700 4100-EXIT.
085800     EXIT.
085900 4200-SCHEDULE-ONE-REQUEST.
086000     MOVE WS-DK-QUEUE-IX(WS-DECK-IX) TO WS-RQ-IX
086100     MOVE WS-QT-IMAGE(WS-RQ-IX) TO RUN-REQUEST-RECORD
086200     MOVE SPACES TO WS-LOG-LINE
086300     MOVE RQ-REQUEST-ID TO WS-LL-REQUEST-ID
086400     MOVE RQ-ACCOUNT-CODE TO WS-LL-ACCOUNT
086500     MOVE RQ-UTILITY-NAME TO WS-LL-UTILITY
086600     IF WS-DECK-IX > WS-WINDOW-MAX
086700         MOVE "DEFER" TO WS-LL-EVENT
086800         MOVE "WINDOW FULL" TO WS-LL-ACTION
086900         ADD 1 TO WS-REQUESTS-DEFERRED
087000         WRITE QL-RECORD FROM WS-LOG-LINE
087100         GO TO 4200-EXIT
087200     END-IF
087300     MOVE "SCHEDULE" TO WS-LL-EVENT
087400     IF RQ-UTILITY-RUN
087500         PERFORM 4300-WRITE-PARMIN-CARD THRU 4300-EXIT
087600         MOVE "PARMIN" TO WS-LL-ACTION
087700     ELSE
087800         PERFORM 4400-WRITE-PARM2IN-CARDS THRU 4400-EXIT
087900         MOVE "PARM2IN" TO WS-LL-ACTION
088000     END-IF
088100     STRING "PRIORITY " DELIMITED BY SIZE
088200         RQ-PRIORITY DELIMITED BY SIZE
088300         "  NEEDED BY " DELIMITED BY SIZE
088400         RQ-NEEDED-BY DELIMITED BY SIZE
088500         INTO WS-LL-DETAIL
088600     IF RQ-NEEDED-BY < WS-TODAY
088700         MOVE "LATE" TO WS-LL-DETAIL(33:4)
088800     END-IF
088900     SET RQ-SCHEDULED TO TRUE
089000     MOVE WS-CYCLE-ID TO RQ-WINDOW-CYCLE
089100     MOVE WS-TODAY TO RQ-STATUS-DATE
089200     MOVE "SCHEDULED FOR NEXT WINDOW" TO RQ-REASON
089300     MOVE RUN-REQUEST-RECORD TO WS-QT-IMAGE(WS-RQ-IX)
089400     ADD 1 TO WS-REQUESTS-SCHEDULED
089500     WRITE QL-RECORD FROM WS-LOG-LINE.
089600 4200-EXIT.
089700     EXIT.
089800 4300-WRITE-PARMIN-CARD.
089900     MOVE SPACES TO PARAMETER-CARD
090000     MOVE RQ-UTILITY-NAME TO PC-UTILITY-NAME
090100     MOVE ZERO TO PC-PARM-1 PC-PARM-2 PC-PARM-3 PC-RESULT
090200     COMPUTE PC-PARM-1 = FUNCTION NUMVAL(RQ-VALUE(1))
090300     IF RQ-VALUE-COUNT > 1
090400         COMPUTE PC-PARM-2 = FUNCTION NUMVAL(RQ-VALUE(2))
090500     END-IF
090600     IF RQ-VALUE-COUNT > 2
090700         COMPUTE PC-PARM-3 = FUNCTION NUMVAL(RQ-VALUE(3))
090800     END-IF
090900     MOVE RQ-ACCOUNT-CODE TO PC-ACCOUNT-CODE
091000     WRITE PARAMETER-CARD.
091100 4300-EXIT.
091200     EXIT.
091300*--------------------------------------------------------------
091400* A PRIMARY CARD WITH THE FIRST THREE VALUES, CONTINUATION
091500* CARDS FOR THE REST.
091600*--------------------------------------------------------------
091700 4400-WRITE-PARM2IN-CARDS.
091800     MOVE ZERO TO WS-VALUE-IX
091900     PERFORM 4410-WRITE-ONE-P2-CARD THRU 4410-EXIT
092000         UNTIL WS-VALUE-IX >= RQ-VALUE-COUNT.
092100 4400-EXIT.
092200     EXIT.
092300 4410-WRITE-ONE-P2-CARD.
092400     MOVE SPACES TO PARAMETER-CARD-2
092500     IF WS-VALUE-IX = ZERO
092600         SET P2-PRIMARY-CARD TO TRUE
092700     ELSE
092800         SET P2-CONTINUATION-CARD TO TRUE
092900     END-IF
093000     MOVE RQ-UTILITY-NAME TO P2-UTILITY-NAME
093100     MOVE ZERO TO P2-FIELD-COUNT
093200     PERFORM 4420-TAKE-ONE-FIELD THRU 4420-EXIT
093300         VARYING WS-FIELD-IX FROM 1 BY 1
093400         UNTIL WS-FIELD-IX > 3
093500            OR WS-VALUE-IX >= RQ-VALUE-COUNT
093600     MOVE RQ-ACCOUNT-CODE TO P2-ACCOUNT-CODE
093700     WRITE PARAMETER-CARD-2.
093800 4410-EXIT.
093900     EXIT.
094000 4420-TAKE-ONE-FIELD.
094100     ADD 1 TO WS-VALUE-IX
094200     ADD 1 TO P2-FIELD-COUNT
094300     MOVE RQ-VALUE(WS-VALUE-IX) TO P2-FIELD(WS-FIELD-IX).
094400 4420-EXIT.
094500     EXIT.
094600 5000-WRITE-NEW-STORE.
094700     OPEN OUTPUT NEW-STORE-FILE
094800     PERFORM 5100-WRITE-ONE-REQUEST THRU 5100-EXIT
094900         VARYING WS-RQ-IX FROM 1 BY 1
095000         UNTIL WS-RQ-IX > WS-REQUEST-COUNT
095100     CLOSE NEW-STORE-FILE.
095200 5000-EXIT.
095300     EXIT.
095400 5100-WRITE-ONE-REQUEST.
095500     WRITE NQ-RECORD FROM WS-QT-IMAGE(WS-RQ-IX).
095600 5100-EXIT.
095700     EXIT.
095800*--------------------------------------------------------------
095900* A HELD QUEUE IS COPIED TO THE NEW STORE AS IT STANDS, SO NO
096000* REQUEST IS LOST; INTAKE AND APPROVALS WAIT FOR THE NEXT PASS
096100* AND THE DECKS ARE LEFT EMPTY.
096200*--------------------------------------------------------------
096300 8000-CARRY-STORE-FORWARD.
096400     OPEN OUTPUT NEW-STORE-FILE
096500     MOVE SPACES TO WS-STORE-STATUS
096600     OPEN INPUT QUEUE-STORE-FILE
096700     IF NOT WS-STORE-OK
096800         GO TO 8000-FINISH
096900     END-IF
097000     PERFORM 1410-READ-STORE THRU 1410-EXIT
097100     PERFORM 8100-COPY-ONE-REQUEST THRU 8100-EXIT
097200         UNTIL WS-STORE-EOF
097300     CLOSE QUEUE-STORE-FILE.
097400 8000-FINISH.
097500     CLOSE NEW-STORE-FILE
097600     MOVE SPACES TO WS-LOG-LINE
097700     MOVE "HELD" TO WS-LL-EVENT
097800     MOVE "QUEUE CARRIED FORWARD UNCHANGED" TO WS-LL-DETAIL
097900     WRITE QL-RECORD FROM WS-LOG-LINE.
098000 8000-EXIT.
098100     EXIT.
098200 8100-COPY-ONE-REQUEST.
098300     WRITE NQ-RECORD FROM QS-RECORD
098400     PERFORM 1410-READ-STORE THRU 1410-EXIT.
098500 8100-EXIT.
098600     EXIT.
098700 9000-TERMINATE.
098800     MOVE SPACES TO QL-RECORD
098900     WRITE QL-RECORD
099000     MOVE "REQUESTS ON OLD STORE DROPPED" TO WS-CL-LABEL
099100     MOVE WS-STORE-DROPPED TO WS-CL-COUNT
099200     WRITE QL-RECORD FROM WS-COUNT-LINE
099300     MOVE "APPROVED" TO WS-CL-LABEL
099400     MOVE WS-REQUESTS-APPROVED TO WS-CL-COUNT
099500     WRITE QL-RECORD FROM WS-COUNT-LINE
099600     MOVE "DECLINED" TO WS-CL-LABEL
099700     MOVE WS-REQUESTS-DECLINED TO WS-CL-COUNT
099800     WRITE QL-RECORD FROM WS-COUNT-LINE
099900     MOVE "NEW REQUESTS QUEUED" TO WS-CL-LABEL
100000     MOVE WS-REQUESTS-QUEUED TO WS-CL-COUNT
100100     WRITE QL-RECORD FROM WS-COUNT-LINE
100200     MOVE "NEW REQUESTS PENDING APPROVAL" TO WS-CL-LABEL
100300     MOVE WS-REQUESTS-PENDING TO WS-CL-COUNT
100400     WRITE QL-RECORD FROM WS-COUNT-LINE
100500     MOVE "NEW REQUESTS REJECTED" TO WS-CL-LABEL
100600     MOVE WS-REQUESTS-REJECTED TO WS-CL-COUNT
100700     WRITE QL-RECORD FROM WS-COUNT-LINE
100800     MOVE "CARDS REFUSED" TO WS-CL-LABEL
100900     MOVE WS-CARDS-REFUSED TO WS-CL-COUNT
101000     WRITE QL-RECORD FROM WS-COUNT-LINE
101100     MOVE "SCHEDULED FOR THE WINDOW" TO WS-CL-LABEL
101200     MOVE WS-REQUESTS-SCHEDULED TO WS-CL-COUNT
101300     WRITE QL-RECORD FROM WS-COUNT-LINE
101400     MOVE "DEFERRED - WINDOW FULL" TO WS-CL-LABEL
101500     MOVE WS-REQUESTS-DEFERRED TO WS-CL-COUNT
101600     WRITE QL-RECORD FROM WS-COUNT-LINE
101700     CLOSE QUEUE-LOG-FILE
101800     CLOSE PARMIN-DECK-FILE
101900     CLOSE PARM2IN-DECK-FILE
102000     MOVE WS-HIGHEST-RC TO RETURN-CODE.
102100 9000-EXIT.
102200     EXIT.
