000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTOMER-MATCH.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  BJC  INITIAL VERSION - MATCH AND MERGE FOR THE
001000*                    SHARED CUSTOMER MASTER. THE SAME CUSTOMER
001100*                    CARRIED A DIFFERENT ID IN EVERY SYSTEM
001200*                    (RENTAL, STORAGE, FREIGHT, PARCEL) AND NO
001300*                    ONE COULD SAY WHAT BUSINESS THEY DID WITH
001400*                    US IN TOTAL. EACH RUN:
001500*                    - APPLIES THE REVIEWED PROPOSALS COMING
001600*                      BACK ON CUSTCNF: M MERGES THE ABSORBED
001700*                      MASTER INTO THE SURVIVOR (STATUS M ON
001800*                      CUSTMAST, AND A MASTER LINK RECORD ON
001900*                      CUSTXREF), D RECORDS THE PAIR ON
002000*                      CUSTNDUP AS DISTINCT SO IT IS NEVER
002100*                      PROPOSED AGAIN, AND AN UNMARKED LINE IS
002200*                      CARRIED FORWARD;
002300*                    - REGISTERS EVERY CUSTIN EXTRACT RECORD
002400*                      WHOSE SOURCE ID IS NOT YET ON CUSTXREF
002500*                      AS A NEW MASTER CUSTOMER;
002600*                    - SCORES EACH NEW MASTER AGAINST EVERY
002700*                      ACTIVE ONE ON NAME, ADDRESS, AND PHONE,
002800*                      EACH JUDGED EXACT OR NEAR (ONE
002900*                      SUBSTITUTION, INSERTION, OR DELETION, AS
003000*                      FINDNEEDLE-BATCH'S APPROXIMATE MODE
003100*                      JUDGES A TERM) AFTER CASE, SPACING, AND
003200*                      PUNCTUATION ARE SET ASIDE, AND ROUTES
003300*                      EVERY PAIR AT OR OVER THE CUSTCTL
003400*                      THRESHOLD (DEFAULT 50) TO THE CUSTREV
003500*                      REVIEW FILE.
003600*                    NOTHING IS MERGED WITHOUT A REVIEWER.
003700*                    CUSTRPT LISTS THE MERGES AND REFUSALS AND
003800*                    CLOSES WITH THE RUN COUNTS. RETURN CODE 4
003900*                    WHEN A CARD WAS REFUSED, 8 WHEN THE MASTER
004000*                    COULD NOT BE OPENED.
004010*   2026-10-15  BJC  CUSTIN CARRIES THE CUSTOMER'S BILLING
004020*                    CURRENCY AFTER THE PHONE NUMBER. IT IS
004030*                    SET ON CUSTMAST AT REGISTRATION, AND A
004040*                    DIFFERENT CODE ON A LATER EXTRACT FOR AN
004050*                    ACTIVE CUSTOMER REPLACES IT; BLANK MEANS
004060*                    BASE CURRENCY AND NEVER OVERWRITES.
004100*--------------------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT MATCH-CONTROL-FILE ASSIGN TO "CUSTCTL"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-CONTROL-STATUS.
004900     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS CM-CUSTOMER-ID
005300         FILE STATUS IS WS-MASTER-STATUS.
005400     SELECT CUSTOMER-XREF-FILE ASSIGN TO "CUSTXREF"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS CX-KEY
005800         FILE STATUS IS WS-XREF-STATUS.
005900     SELECT CUSTOMER-EXTRACT-FILE ASSIGN TO "CUSTIN"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-EXTRACT-STATUS.
006200     SELECT REVIEW-DECISION-FILE ASSIGN TO "CUSTCNF"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-DECISION-STATUS.
006500     SELECT DISTINCT-PAIR-FILE ASSIGN TO "CUSTNDUP"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-DISTINCT-STATUS.
006800     SELECT REVIEW-OUTPUT-FILE ASSIGN TO "CUSTREV"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-REVIEW-STATUS.
007100     SELECT MATCH-REPORT-FILE ASSIGN TO "CUSTRPT"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-REPORT-STATUS.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  MATCH-CONTROL-FILE.
007700 01  MATCH-CONTROL-CARD.
007800     05  MC-THRESHOLD            PIC X(03).
007900 FD  CUSTOMER-MASTER-FILE.
008000 COPY CUSTMST.
008100 FD  CUSTOMER-XREF-FILE.
008200 COPY CUSTXRF.
008300*--------------------------------------------------------------
008400* CUSTIN: ONE LINE PER CUSTOMER FROM EACH SOURCE SYSTEM'S OWN
008500* CUSTOMER EXTRACT - SOURCE, THAT SYSTEM'S CUSTOMER ID, NAME,
008510* ADDRESS, POSTCODE, PHONE, BILLING CURRENCY. A LINE STARTING
008520* * IS A COMMENT.
008700*--------------------------------------------------------------
008800 FD  CUSTOMER-EXTRACT-FILE.
008900 01  CUSTOMER-EXTRACT-RECORD.
009000     05  CI-SOURCE               PIC X(08).
009100     05  FILLER                  PIC X(01).
009200     05  CI-SOURCE-ID            PIC X(10).
009300     05  FILLER                  PIC X(01).
009400     05  CI-NAME                 PIC X(30).
009500     05  FILLER                  PIC X(01).
009600     05  CI-ADDRESS              PIC X(30).
009700     05  FILLER                  PIC X(01).
009800     05  CI-POSTCODE             PIC X(10).
009900     05  FILLER                  PIC X(01).
010000     05  CI-PHONE                PIC X(15).
010010     05  FILLER                  PIC X(01).
010020     05  CI-CURRENCY             PIC X(03).
010100 FD  REVIEW-DECISION-FILE.
010200 01  RD-RECORD                   PIC X(116).
010300 FD  DISTINCT-PAIR-FILE.
010400 01  DISTINCT-PAIR-RECORD.
010500     05  DP-CUSTOMER-ID-1        PIC X(10).
010600     05  FILLER                  PIC X(01).
010700     05  DP-CUSTOMER-ID-2        PIC X(10).
010800     05  FILLER                  PIC X(01).
010900     05  DP-DECIDED-DATE         PIC 9(08).
011000 FD  REVIEW-OUTPUT-FILE.
011100 01  RO-RECORD                   PIC X(116).
011200 FD  MATCH-REPORT-FILE.
011300 01  MR-RECORD                   PIC X(80).
011400 WORKING-STORAGE SECTION.
011500 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
011600     88  WS-CONTROL-OK                           VALUE '00'.
011700 77  WS-MASTER-STATUS            PIC X(02)       VALUE SPACES.
011800     88  WS-MASTER-OK                            VALUE '00'.
011900     88  WS-MASTER-EOF                           VALUE '10'.
012000 77  WS-XREF-STATUS              PIC X(02)       VALUE SPACES.
012100     88  WS-XREF-OK                              VALUE '00'.
012200 77  WS-EXTRACT-STATUS           PIC X(02)       VALUE SPACES.
012300     88  WS-EXTRACT-OK                           VALUE '00'.
012400     88  WS-EXTRACT-EOF                          VALUE '10'.
012500 77  WS-DECISION-STATUS          PIC X(02)       VALUE SPACES.
012600     88  WS-DECISION-OK                          VALUE '00'.
012700     88  WS-DECISION-EOF                         VALUE '10'.
012800 77  WS-DISTINCT-STATUS          PIC X(02)       VALUE SPACES.
012900     88  WS-DISTINCT-OK                          VALUE '00'.
013000     88  WS-DISTINCT-EOF                         VALUE '10'.
013100 77  WS-REVIEW-STATUS            PIC X(02)       VALUE SPACES.
013200 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
013300 77  WS-TODAY                    PIC 9(08)       VALUE ZERO.
013400 77  WS-THRESHOLD                PIC 9(03)       VALUE 50.
013500 77  WS-HIGHEST-RC               PIC 9(02)       VALUE ZERO.
013600 77  WS-LAST-NUMBER              PIC 9(09)       VALUE ZERO.
013700 77  WS-MASTER-COUNT             PIC 9(04)       VALUE ZERO COMP.
013800 77  WS-MASTER-MAX               PIC 9(04)       VALUE 5000 COMP.
013900 77  WS-MT-IX                    PIC 9(04)       VALUE ZERO COMP.
014000 77  WS-NEW-IX                   PIC 9(04)       VALUE ZERO COMP.
014100 77  WS-SURVIVOR-IX              PIC 9(04)       VALUE ZERO COMP.
014200 77  WS-ABSORBED-IX              PIC 9(04)       VALUE ZERO COMP.
014300 77  WS-DISTINCT-COUNT           PIC 9(04)       VALUE ZERO COMP.
014400 77  WS-DISTINCT-MAX             PIC 9(04)       VALUE 2000 COMP.
014500 77  WS-DP-IX                    PIC 9(04)       VALUE ZERO COMP.
014600 77  WS-CHAR-IX                  PIC 9(02)       VALUE ZERO COMP.
014700 77  WS-DIFF-COUNT               PIC 9(02)       VALUE ZERO COMP.
014800 77  WS-LONG-IX                  PIC 9(02)       VALUE ZERO COMP.
014900 77  WS-SHORT-IX                 PIC 9(02)       VALUE ZERO COMP.
015000 77  WS-LONG-LENGTH              PIC 9(02)       VALUE ZERO COMP.
015100 77  WS-LEFT-LENGTH              PIC 9(02)       VALUE ZERO COMP.
015200 77  WS-RIGHT-LENGTH             PIC 9(02)       VALUE ZERO COMP.
015300 77  WS-KEY-LENGTH               PIC 9(02)       VALUE ZERO COMP.
015400 77  WS-SCORE                    PIC 9(03)       VALUE ZERO COMP.
015500 77  WS-REGISTERED               PIC 9(07)       VALUE ZERO COMP.
015600 77  WS-ALREADY-KNOWN            PIC 9(07)       VALUE ZERO COMP.
015610 77  WS-CURRENCY-CHANGED         PIC 9(07)       VALUE ZERO COMP.
015700 77  WS-PROPOSED                 PIC 9(07)       VALUE ZERO COMP.
015800 77  WS-CARRIED                  PIC 9(07)       VALUE ZERO COMP.
015900 77  WS-MERGED                   PIC 9(07)       VALUE ZERO COMP.
016000 77  WS-DISTINCT-ADDED           PIC 9(07)       VALUE ZERO COMP.
016100 77  WS-REFUSED                  PIC 9(07)       VALUE ZERO COMP.
016200 77  WS-MASTER-OPEN-SW           PIC X(01)       VALUE 'N'.
016300     88  WS-MASTER-OPEN                          VALUE 'Y'.
016400 77  WS-NEAR-SW                  PIC X(01)       VALUE 'N'.
016500     88  WS-NEAR-MATCH                           VALUE 'Y'.
016600 77  WS-SKIP-USED-SW             PIC X(01)       VALUE 'N'.
016700     88  WS-SKIP-USED                            VALUE 'Y'.
016800 77  WS-DISTINCT-SW              PIC X(01)       VALUE 'N'.
016900     88  WS-PAIR-DISTINCT                        VALUE 'Y'.
017000 01  WS-UPPER-SET                PIC X(26)       VALUE
017100         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
017200 01  WS-LOWER-SET                PIC X(26)       VALUE
017300         "abcdefghijklmnopqrstuvwxyz".
017400 01  WS-RAW-TEXT                 PIC X(30)       VALUE SPACES.
017500 01  WS-KEY-TEXT                 PIC X(30)       VALUE SPACES.
017600 01  WS-LEFT-TEXT                PIC X(30)       VALUE SPACES.
017700 01  WS-RIGHT-TEXT               PIC X(30)       VALUE SPACES.
017800 01  WS-LONG-TEXT                PIC X(30)       VALUE SPACES.
017900 01  WS-SHORT-TEXT               PIC X(30)       VALUE SPACES.
018000 01  WS-TEXT-QUALITY             PIC X(08)       VALUE SPACES.
018100 01  WS-NEW-CUSTOMER-ID.
018200     05  FILLER                  PIC X(01)       VALUE "C".
018300     05  WS-NC-NUMBER            PIC 9(09)       VALUE ZERO.
018400 01  WS-REFUSE-REASON            PIC X(30)       VALUE SPACES.
018500 COPY CUSTREV.
018600*--------------------------------------------------------------
018700* EVERY MASTER, ACTIVE OR MERGED, WITH ITS MATCH KEYS: NAME AND
018800* ADDRESS UPPER-CASED WITH ONLY LETTERS AND DIGITS KEPT, AND
018900* THE LAST TEN DIGITS OF THE PHONE.
019000*--------------------------------------------------------------
019100 01  WS-MASTER-TABLE.
019200     05  WS-MT-ENTRY OCCURS 5000.
019300         10  WS-MT-ID            PIC X(10).
019400         10  WS-MT-NAME          PIC X(30).
019500         10  WS-MT-NAME-KEY      PIC X(30).
019600         10  WS-MT-NAME-LEN      PIC 9(02) COMP.
019700         10  WS-MT-ADDR-KEY      PIC X(30).
019800         10  WS-MT-ADDR-LEN      PIC 9(02) COMP.
019900         10  WS-MT-POSTCODE      PIC X(10).
020000         10  WS-MT-PHONE-KEY     PIC X(10).
020100         10  WS-MT-PHONE-LEN     PIC 9(02) COMP.
020200         10  WS-MT-STATUS        PIC X(01).
020300             88  WS-MT-ACTIVE                VALUE 'A'.
020400 01  WS-DISTINCT-TABLE.
020500     05  WS-DP-ENTRY OCCURS 2000.
020600         10  WS-DP-ID-1          PIC X(10).
020700         10  WS-DP-ID-2          PIC X(10).
020800 01  WS-REPORT-HEADER.
020900     05  FILLER                  PIC X(36)       VALUE
021000             "CUSTOMER MATCH AND MERGE - RUN DATE ".
021100     05  WS-RH-DATE              PIC 9(08).
021200     05  FILLER                  PIC X(11)       VALUE
021300             " THRESHOLD ".
021400     05  WS-RH-THRESHOLD         PIC ZZ9.
021500 01  WS-MERGE-LINE.
021600     05  FILLER                  PIC X(07)       VALUE "MERGED ".
021700     05  WS-ML-ABSORBED          PIC X(10).
021800     05  FILLER                  PIC X(06)       VALUE " INTO ".
021900     05  WS-ML-SURVIVOR          PIC X(10).
022000 01  WS-REFUSED-LINE.
022100     05  FILLER                  PIC X(09)       VALUE
022200             "REFUSED: ".
022300     05  WS-RF-CARD              PIC X(40).
022400     05  FILLER                  PIC X(01)       VALUE SPACE.
022500     05  WS-RF-REASON            PIC X(30).
022600 01  WS-COUNT-LINE.
022700     05  WS-CL-TEXT              PIC X(24).
022800     05  WS-CL-COUNT             PIC Z(06)9.
022900 PROCEDURE DIVISION.
023000 0000-MAINLINE.
023100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023200     IF WS-MASTER-OPEN
023300         PERFORM 2000-LOAD-MASTERS THRU 2000-EXIT
023400         PERFORM 3000-APPLY-DECISIONS THRU 3000-EXIT
023500         PERFORM 4000-REGISTER-CUSTOMERS THRU 4000-EXIT
023600         PERFORM 8000-WRITE-COUNTS THRU 8000-EXIT
023700     END-IF.
023800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023900     STOP RUN.
024000 0000-EXIT.
024100     EXIT.
024200*--------------------------------------------------------------
024300* THE MASTER AND CROSS-REFERENCE ARE CREATED EMPTY ON THE FIRST
024400* RUN. THE DISTINCT PAIRS DECIDED ON EARLIER RUNS ARE LOADED.
024500*--------------------------------------------------------------
024600 1000-INITIALIZE.
024700     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
024800     OPEN OUTPUT MATCH-REPORT-FILE
024900     OPEN OUTPUT REVIEW-OUTPUT-FILE
025000     OPEN INPUT MATCH-CONTROL-FILE
025100     IF WS-CONTROL-OK
025200         READ MATCH-CONTROL-FILE
025300             AT END MOVE SPACES TO MATCH-CONTROL-CARD
025400         END-READ
025500         IF MC-THRESHOLD IS NUMERIC
025600             AND MC-THRESHOLD > "000"
025700             MOVE MC-THRESHOLD TO WS-THRESHOLD
025800         END-IF
025900         CLOSE MATCH-CONTROL-FILE
026000     END-IF
026100     MOVE WS-TODAY TO WS-RH-DATE
026200     MOVE WS-THRESHOLD TO WS-RH-THRESHOLD
026300     WRITE MR-RECORD FROM WS-REPORT-HEADER
026400     OPEN I-O CUSTOMER-MASTER-FILE
026500     IF NOT WS-MASTER-OK
026600         CLOSE CUSTOMER-MASTER-FILE
026700         OPEN OUTPUT CUSTOMER-MASTER-FILE
026800         CLOSE CUSTOMER-MASTER-FILE
026900         OPEN I-O CUSTOMER-MASTER-FILE
027000     END-IF
027100     IF NOT WS-MASTER-OK
027200         MOVE "CUSTMAST COULD NOT BE OPENED - NOTHING DONE"
027300             TO MR-RECORD
027400         WRITE MR-RECORD
027500         MOVE 8 TO WS-HIGHEST-RC
027600         GO TO 1000-EXIT
027700     END-IF
027800     SET WS-MASTER-OPEN TO TRUE
027900     OPEN I-O CUSTOMER-XREF-FILE
028000     IF NOT WS-XREF-OK
028100         CLOSE CUSTOMER-XREF-FILE
028200         OPEN OUTPUT CUSTOMER-XREF-FILE
028300         CLOSE CUSTOMER-XREF-FILE
028400         OPEN I-O CUSTOMER-XREF-FILE
028500     END-IF
028600     OPEN INPUT DISTINCT-PAIR-FILE
028700     IF WS-DISTINCT-OK
028800         PERFORM 1100-READ-DISTINCT THRU 1100-EXIT
028900         PERFORM 1200-STORE-DISTINCT THRU 1200-EXIT
029000             UNTIL WS-DISTINCT-EOF
029100                OR WS-DISTINCT-COUNT >= WS-DISTINCT-MAX
029200         CLOSE DISTINCT-PAIR-FILE
029300     END-IF.
029400 1000-EXIT.
029500     EXIT.
029600 1100-READ-DISTINCT.
029700     READ DISTINCT-PAIR-FILE
029800         AT END SET WS-DISTINCT-EOF TO TRUE
029900     END-READ.
030000 1100-EXIT.
030100     EXIT.
030200 1200-STORE-DISTINCT.
030300     ADD 1 TO WS-DISTINCT-COUNT
030400     MOVE DP-CUSTOMER-ID-1 TO WS-DP-ID-1(WS-DISTINCT-COUNT)
030500     MOVE DP-CUSTOMER-ID-2 TO WS-DP-ID-2(WS-DISTINCT-COUNT)
030600     PERFORM 1100-READ-DISTINCT THRU 1100-EXIT.
030700 1200-EXIT.
030800     EXIT.
030900 2000-LOAD-MASTERS.
031000     PERFORM 2100-READ-MASTER THRU 2100-EXIT
031100     PERFORM 2200-STORE-ONE-MASTER THRU 2200-EXIT
031200         UNTIL WS-MASTER-EOF
031300            OR WS-MASTER-COUNT >= WS-MASTER-MAX.
031400 2000-EXIT.
031500     EXIT.
031600 2100-READ-MASTER.
031700     READ CUSTOMER-MASTER-FILE NEXT RECORD
031800         AT END SET WS-MASTER-EOF TO TRUE
031900     END-READ.
032000 2100-EXIT.
032100     EXIT.
032200 2200-STORE-ONE-MASTER.
032300     ADD 1 TO WS-MASTER-COUNT
032400     MOVE WS-MASTER-COUNT TO WS-NEW-IX
032500     PERFORM 6000-STORE-MATCH-KEYS THRU 6000-EXIT
032600     IF CM-CUSTOMER-ID(2:9) IS NUMERIC
032700         AND CM-CUSTOMER-ID(2:9) > WS-LAST-NUMBER
032800         MOVE CM-CUSTOMER-ID(2:9) TO WS-LAST-NUMBER
032900     END-IF
033000     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
033100 2200-EXIT.
033200     EXIT.
033300*--------------------------------------------------------------
033400* REVIEWED PROPOSALS. A MERGE NEEDS BOTH MASTERS ON FILE AND
033500* STILL ACTIVE; ANYTHING ELSE IS REFUSED AND LISTED.
033600*--------------------------------------------------------------
033700 3000-APPLY-DECISIONS.
033800     OPEN INPUT REVIEW-DECISION-FILE
033900     IF NOT WS-DECISION-OK
034000         GO TO 3000-EXIT
034100     END-IF
034200     PERFORM 3100-READ-DECISION THRU 3100-EXIT
034300     PERFORM 3200-APPLY-ONE-DECISION THRU 3200-EXIT
034400         UNTIL WS-DECISION-EOF
034500     CLOSE REVIEW-DECISION-FILE.
034600 3000-EXIT.
034700     EXIT.
034800 3100-READ-DECISION.
034900     READ REVIEW-DECISION-FILE INTO CUSTOMER-REVIEW-RECORD
035000         AT END SET WS-DECISION-EOF TO TRUE
035100     END-READ.
035200 3100-EXIT.
035300     EXIT.
035400 3200-APPLY-ONE-DECISION.
035500     EVALUATE TRUE
035600         WHEN CUSTOMER-REVIEW-RECORD = SPACES
035700             CONTINUE
035800         WHEN CR-PENDING
035900             WRITE RO-RECORD FROM CUSTOMER-REVIEW-RECORD
036000             ADD 1 TO WS-CARRIED
036100         WHEN CR-MERGE
036200             PERFORM 3300-MERGE-PAIR THRU 3300-EXIT
036300         WHEN CR-DISTINCT
036400             PERFORM 3400-RECORD-DISTINCT THRU 3400-EXIT
036500         WHEN OTHER
036600             MOVE "DECISION IS NOT M OR D" TO WS-REFUSE-REASON
036700             PERFORM 7000-REFUSE-DECISION THRU 7000-EXIT
036800     END-EVALUATE
036900     PERFORM 3100-READ-DECISION THRU 3100-EXIT.
037000 3200-EXIT.
037100     EXIT.
037200 3300-MERGE-PAIR.
037300     PERFORM 3500-FIND-PAIR THRU 3500-EXIT
037400     IF WS-REFUSE-REASON NOT = SPACES
037500         PERFORM 7000-REFUSE-DECISION THRU 7000-EXIT
037600         GO TO 3300-EXIT
037700     END-IF
037800     MOVE CR-ABSORBED-ID TO CM-CUSTOMER-ID
037900     READ CUSTOMER-MASTER-FILE
038000         INVALID KEY
038100             MOVE "ABSORBED MASTER NOT ON FILE"
038200                 TO WS-REFUSE-REASON
038300             PERFORM 7000-REFUSE-DECISION THRU 7000-EXIT
038400             GO TO 3300-EXIT
038500     END-READ
038600     SET CM-MERGED TO TRUE
038700     MOVE CR-SURVIVOR-ID TO CM-MERGED-INTO
038800     MOVE WS-TODAY TO CM-MERGED-DATE
038900     REWRITE CUSTOMER-MASTER-RECORD
039000     MOVE "MASTER  " TO CX-SOURCE
039100     MOVE CR-ABSORBED-ID TO CX-SOURCE-ID
039200     MOVE CR-SURVIVOR-ID TO CX-CUSTOMER-ID
039300     MOVE WS-TODAY TO CX-LINKED-DATE
039400     WRITE CUSTOMER-XREF-RECORD
039500         INVALID KEY REWRITE CUSTOMER-XREF-RECORD
039600     END-WRITE
039700     MOVE 'M' TO WS-MT-STATUS(WS-ABSORBED-IX)
039800     ADD 1 TO WS-MERGED
039900     MOVE CR-ABSORBED-ID TO WS-ML-ABSORBED
040000     MOVE CR-SURVIVOR-ID TO WS-ML-SURVIVOR
040100     WRITE MR-RECORD FROM WS-MERGE-LINE.
040200 3300-EXIT.
040300     EXIT.
040400 3400-RECORD-DISTINCT.
040500     PERFORM 3500-FIND-PAIR THRU 3500-EXIT
040600     IF WS-REFUSE-REASON = SPACES
040700         AND WS-DISTINCT-COUNT >= WS-DISTINCT-MAX
040800         MOVE "DISTINCT PAIR TABLE FULL" TO WS-REFUSE-REASON
040900     END-IF
041000     IF WS-REFUSE-REASON NOT = SPACES
041100         PERFORM 7000-REFUSE-DECISION THRU 7000-EXIT
041200         GO TO 3400-EXIT
041300     END-IF
041400     ADD 1 TO WS-DISTINCT-COUNT
041500     MOVE CR-SURVIVOR-ID TO WS-DP-ID-1(WS-DISTINCT-COUNT)
041600     MOVE CR-ABSORBED-ID TO WS-DP-ID-2(WS-DISTINCT-COUNT)
041700     MOVE SPACES TO WS-DISTINCT-STATUS
041800     OPEN EXTEND DISTINCT-PAIR-FILE
041900     IF NOT WS-DISTINCT-OK
042000         OPEN OUTPUT DISTINCT-PAIR-FILE
042100     END-IF
042200     MOVE SPACES TO DISTINCT-PAIR-RECORD
042300     MOVE CR-SURVIVOR-ID TO DP-CUSTOMER-ID-1
042400     MOVE CR-ABSORBED-ID TO DP-CUSTOMER-ID-2
042500     MOVE WS-TODAY TO DP-DECIDED-DATE
042600     WRITE DISTINCT-PAIR-RECORD
042700     CLOSE DISTINCT-PAIR-FILE
042800     ADD 1 TO WS-DISTINCT-ADDED.
042900 3400-EXIT.
043000     EXIT.
043100 3500-FIND-PAIR.
043200     MOVE SPACES TO WS-REFUSE-REASON
043300     MOVE ZERO TO WS-SURVIVOR-IX WS-ABSORBED-IX
043400     PERFORM 3510-MATCH-ONE-MASTER THRU 3510-EXIT
043500         VARYING WS-MT-IX FROM 1 BY 1
043600         UNTIL WS-MT-IX > WS-MASTER-COUNT
043700     EVALUATE TRUE
043800         WHEN CR-SURVIVOR-ID = CR-ABSORBED-ID
043900             MOVE "SURVIVOR AND ABSORBED THE SAME"
044000                 TO WS-REFUSE-REASON
044100         WHEN WS-SURVIVOR-IX = ZERO
044200             MOVE "SURVIVOR NOT ON CUSTMAST" TO WS-REFUSE-REASON
044300         WHEN WS-ABSORBED-IX = ZERO
044400             MOVE "ABSORBED NOT ON CUSTMAST" TO WS-REFUSE-REASON
044500         WHEN NOT WS-MT-ACTIVE(WS-SURVIVOR-IX)
044600             MOVE "SURVIVOR ALREADY MERGED" TO WS-REFUSE-REASON
044700         WHEN NOT WS-MT-ACTIVE(WS-ABSORBED-IX)
044800             MOVE "ABSORBED ALREADY MERGED" TO WS-REFUSE-REASON
044900         WHEN OTHER
045000             CONTINUE
045100     END-EVALUATE.
045200 3500-EXIT.
045300     EXIT.
045400 3510-MATCH-ONE-MASTER.
045500     IF WS-MT-ID(WS-MT-IX) = CR-SURVIVOR-ID
045600         MOVE WS-MT-IX TO WS-SURVIVOR-IX
045700     END-IF
045800     IF WS-MT-ID(WS-MT-IX) = CR-ABSORBED-ID
045900         MOVE WS-MT-IX TO WS-ABSORBED-IX
046000     END-IF.
046100 3510-EXIT.
046200     EXIT.
046300*--------------------------------------------------------------
046400* REGISTRATION. A SOURCE ID ALREADY ON CUSTXREF IS KNOWN; A NEW
046500* ONE BECOMES A NEW MASTER AND IS SCORED AGAINST THE REST.
046600*--------------------------------------------------------------
046700 4000-REGISTER-CUSTOMERS.
046800     OPEN INPUT CUSTOMER-EXTRACT-FILE
046900     IF NOT WS-EXTRACT-OK
047000         MOVE "CUSTIN NOT AVAILABLE - NOTHING REGISTERED"
047100             TO MR-RECORD
047200         WRITE MR-RECORD
047300         GO TO 4000-EXIT
047400     END-IF
047500     PERFORM 4100-READ-EXTRACT THRU 4100-EXIT
047600     PERFORM 4200-REGISTER-ONE THRU 4200-EXIT
047700         UNTIL WS-EXTRACT-EOF
047800     CLOSE CUSTOMER-EXTRACT-FILE.
047900 4000-EXIT.
048000     EXIT.
048100 4100-READ-EXTRACT.
048200     READ CUSTOMER-EXTRACT-FILE
048300         AT END SET WS-EXTRACT-EOF TO TRUE
048400     END-READ.
048500 4100-EXIT.
048600     EXIT.
048700 4200-REGISTER-ONE.
048800     IF CI-SOURCE(1:1) = '*' OR CUSTOMER-EXTRACT-RECORD = SPACES
048900         GO TO 4200-NEXT
049000     END-IF
049100     MOVE SPACES TO WS-REFUSE-REASON
049200     EVALUATE TRUE
049300         WHEN CI-SOURCE = SPACES OR CI-SOURCE-ID = SPACES
049400             MOVE "SOURCE OR SOURCE ID MISSING"
049500                 TO WS-REFUSE-REASON
049600         WHEN CI-SOURCE = "MASTER  "
049700             MOVE "SOURCE MASTER IS RESERVED" TO WS-REFUSE-REASON
049800         WHEN CI-NAME = SPACES
049900             MOVE "CUSTOMER NAME MISSING" TO WS-REFUSE-REASON
050000         WHEN WS-MASTER-COUNT >= WS-MASTER-MAX
050100             MOVE "MASTER TABLE FULL" TO WS-REFUSE-REASON
050200         WHEN OTHER
050300             CONTINUE
050400     END-EVALUATE
050500     IF WS-REFUSE-REASON NOT = SPACES
050600         MOVE CUSTOMER-EXTRACT-RECORD TO WS-RF-CARD
050700         PERFORM 7100-REFUSE-LINE THRU 7100-EXIT
050800         GO TO 4200-NEXT
050900     END-IF
051000     MOVE CI-SOURCE TO CX-SOURCE
051100     MOVE CI-SOURCE-ID TO CX-SOURCE-ID
051200     READ CUSTOMER-XREF-FILE
051300         INVALID KEY MOVE SPACES TO CX-CUSTOMER-ID
051400     END-READ
051500     IF CX-CUSTOMER-ID NOT = SPACES
051600         ADD 1 TO WS-ALREADY-KNOWN
051610         PERFORM 4300-CHECK-CURRENCY THRU 4300-EXIT
051700         GO TO 4200-NEXT
051800     END-IF
051900     ADD 1 TO WS-LAST-NUMBER
052000     MOVE WS-LAST-NUMBER TO WS-NC-NUMBER
052100     MOVE SPACES TO CUSTOMER-MASTER-RECORD
052200     MOVE WS-NEW-CUSTOMER-ID TO CM-CUSTOMER-ID
052300     MOVE CI-NAME TO CM-NAME
052400     MOVE CI-ADDRESS TO CM-ADDRESS
052500     MOVE CI-POSTCODE TO CM-POSTCODE
052600     MOVE CI-PHONE TO CM-PHONE
052700     SET CM-ACTIVE TO TRUE
052800     MOVE CI-SOURCE TO CM-FIRST-SOURCE
052900     MOVE WS-TODAY TO CM-ADDED-DATE
053000     MOVE ZERO TO CM-MERGED-DATE
053010     MOVE CI-CURRENCY TO CM-CURRENCY
053100     WRITE CUSTOMER-MASTER-RECORD
053200         INVALID KEY
053300             MOVE "MASTER ID ALREADY ON CUSTMAST"
053400                 TO WS-REFUSE-REASON
053500             MOVE CUSTOMER-EXTRACT-RECORD TO WS-RF-CARD
053600             PERFORM 7100-REFUSE-LINE THRU 7100-EXIT
053700             GO TO 4200-NEXT
053800     END-WRITE
053900     MOVE CI-SOURCE TO CX-SOURCE
054000     MOVE CI-SOURCE-ID TO CX-SOURCE-ID
054100     MOVE WS-NEW-CUSTOMER-ID TO CX-CUSTOMER-ID
054200     MOVE WS-TODAY TO CX-LINKED-DATE
054300     WRITE CUSTOMER-XREF-RECORD
054400     ADD 1 TO WS-REGISTERED
054500     ADD 1 TO WS-MASTER-COUNT
054600     MOVE WS-MASTER-COUNT TO WS-NEW-IX
054700     PERFORM 6000-STORE-MATCH-KEYS THRU 6000-EXIT
054800     PERFORM 5000-SCORE-ONE-PAIR THRU 5000-EXIT
054900         VARYING WS-MT-IX FROM 1 BY 1
055000         UNTIL WS-MT-IX >= WS-NEW-IX.
055100 4200-NEXT.
055200     PERFORM 4100-READ-EXTRACT THRU 4100-EXIT.
055300 4200-EXIT.
055400     EXIT.
055404*--------------------------------------------------------------
055408* A SOURCE ALREADY REGISTERED MAY STILL BRING A NEW BILLING
055412* CURRENCY; IT IS TAKEN ONTO THE MASTER ONLY WHILE THAT
055416* MASTER IS ACTIVE (A MERGED ONE BILLS AS ITS SURVIVOR).
055420*--------------------------------------------------------------
055424 4300-CHECK-CURRENCY.
055428     IF CI-CURRENCY = SPACES
055432         GO TO 4300-EXIT
055436     END-IF
055440     MOVE CX-CUSTOMER-ID TO CM-CUSTOMER-ID
055444     READ CUSTOMER-MASTER-FILE
055448         INVALID KEY GO TO 4300-EXIT
055452     END-READ
055456     IF NOT CM-ACTIVE OR CM-CURRENCY = CI-CURRENCY
055460         GO TO 4300-EXIT
055464     END-IF
055468     MOVE CI-CURRENCY TO CM-CURRENCY
055472     REWRITE CUSTOMER-MASTER-RECORD
055476         INVALID KEY GO TO 4300-EXIT
055480     END-REWRITE
055484     ADD 1 TO WS-CURRENCY-CHANGED.
055488 4300-EXIT.
055492     EXIT.
055500*--------------------------------------------------------------
055600* SCORE: NAME EXACT 40 / NEAR 30; ADDRESS EXACT 30 / NEAR 20,
055700* OR 10 FOR THE SAME POSTCODE ALONE; PHONE EXACT 30 / NEAR 15.
055800* A NEAR MATCH NEEDS FOUR CHARACTERS OR MORE ON BOTH SIDES.
055900*--------------------------------------------------------------
056000 5000-SCORE-ONE-PAIR.
056100     IF NOT WS-MT-ACTIVE(WS-MT-IX)
056200         GO TO 5000-EXIT
056300     END-IF
056400     MOVE ZERO TO WS-SCORE
056500     MOVE WS-MT-NAME-KEY(WS-MT-IX) TO WS-LEFT-TEXT
056600     MOVE WS-MT-NAME-LEN(WS-MT-IX) TO WS-LEFT-LENGTH
056700     MOVE WS-MT-NAME-KEY(WS-NEW-IX) TO WS-RIGHT-TEXT
056800     MOVE WS-MT-NAME-LEN(WS-NEW-IX) TO WS-RIGHT-LENGTH
056900     PERFORM 5500-JUDGE-TEXT THRU 5500-EXIT
057000     MOVE WS-TEXT-QUALITY TO CR-NAME-QUALITY
057100     EVALUATE TRUE
057200         WHEN WS-TEXT-QUALITY = "EXACT"
057300             ADD 40 TO WS-SCORE
057400         WHEN WS-TEXT-QUALITY(1:4) = "NEAR"
057500             ADD 30 TO WS-SCORE
057600     END-EVALUATE
057700     MOVE WS-MT-ADDR-KEY(WS-MT-IX) TO WS-LEFT-TEXT
057800     MOVE WS-MT-ADDR-LEN(WS-MT-IX) TO WS-LEFT-LENGTH
057900     MOVE WS-MT-ADDR-KEY(WS-NEW-IX) TO WS-RIGHT-TEXT
058000     MOVE WS-MT-ADDR-LEN(WS-NEW-IX) TO WS-RIGHT-LENGTH
058100     PERFORM 5500-JUDGE-TEXT THRU 5500-EXIT
058200     EVALUATE TRUE
058300         WHEN WS-TEXT-QUALITY = "EXACT"
058400             ADD 30 TO WS-SCORE
058500         WHEN WS-TEXT-QUALITY(1:4) = "NEAR"
058600             ADD 20 TO WS-SCORE
058700         WHEN WS-MT-POSTCODE(WS-MT-IX) NOT = SPACES
058800             AND WS-MT-POSTCODE(WS-MT-IX)
058900                 = WS-MT-POSTCODE(WS-NEW-IX)
059000             MOVE "POSTCODE" TO WS-TEXT-QUALITY
059100             ADD 10 TO WS-SCORE
059200     END-EVALUATE
059300     MOVE WS-TEXT-QUALITY TO CR-ADDRESS-QUALITY
059400     MOVE WS-MT-PHONE-KEY(WS-MT-IX) TO WS-LEFT-TEXT
059500     MOVE WS-MT-PHONE-LEN(WS-MT-IX) TO WS-LEFT-LENGTH
059600     MOVE WS-MT-PHONE-KEY(WS-NEW-IX) TO WS-RIGHT-TEXT
059700     MOVE WS-MT-PHONE-LEN(WS-NEW-IX) TO WS-RIGHT-LENGTH
059800     PERFORM 5500-JUDGE-TEXT THRU 5500-EXIT
059900     MOVE WS-TEXT-QUALITY TO CR-PHONE-QUALITY
060000     EVALUATE TRUE
060100         WHEN WS-TEXT-QUALITY = "EXACT"
060200             ADD 30 TO WS-SCORE
060300         WHEN WS-TEXT-QUALITY(1:4) = "NEAR"
060400             ADD 15 TO WS-SCORE
060500     END-EVALUATE
060600     IF WS-SCORE < WS-THRESHOLD
060700         GO TO 5000-EXIT
060800     END-IF
060900     PERFORM 5300-CHECK-DISTINCT THRU 5300-EXIT
061000     IF WS-PAIR-DISTINCT
061100         GO TO 5000-EXIT
061200     END-IF
061300     MOVE SPACE TO CR-DECISION
061400     MOVE WS-MT-ID(WS-MT-IX) TO CR-SURVIVOR-ID
061500     MOVE WS-MT-ID(WS-NEW-IX) TO CR-ABSORBED-ID
061600     MOVE WS-SCORE TO CR-SCORE
061700     MOVE WS-MT-NAME(WS-MT-IX) TO CR-SURVIVOR-NAME
061800     MOVE WS-MT-NAME(WS-NEW-IX) TO CR-ABSORBED-NAME
061900     WRITE RO-RECORD FROM CUSTOMER-REVIEW-RECORD
062000     ADD 1 TO WS-PROPOSED.
062100 5000-EXIT.
062200     EXIT.
062300 5300-CHECK-DISTINCT.
062400     MOVE 'N' TO WS-DISTINCT-SW
062500     PERFORM 5310-MATCH-ONE-DISTINCT THRU 5310-EXIT
062600         VARYING WS-DP-IX FROM 1 BY 1
062700         UNTIL WS-DP-IX > WS-DISTINCT-COUNT
062800            OR WS-PAIR-DISTINCT.
062900 5300-EXIT.
063000     EXIT.
063100 5310-MATCH-ONE-DISTINCT.
063200     IF (WS-DP-ID-1(WS-DP-IX) = WS-MT-ID(WS-MT-IX)
063300         AND WS-DP-ID-2(WS-DP-IX) = WS-MT-ID(WS-NEW-IX))
063400       OR (WS-DP-ID-1(WS-DP-IX) = WS-MT-ID(WS-NEW-IX)
063500         AND WS-DP-ID-2(WS-DP-IX) = WS-MT-ID(WS-MT-IX))
063600         SET WS-PAIR-DISTINCT TO TRUE
063700     END-IF.
063800 5310-EXIT.
063900     EXIT.
064000*--------------------------------------------------------------
064100* LEFT IS THE EXISTING MASTER, RIGHT THE NEW ONE. NEAR-INS
064200* MEANS THE NEW VALUE HAS ONE CHARACTER MORE, NEAR-DEL ONE
064300* CHARACTER LESS, NEAR-SUB ONE CHARACTER DIFFERENT.
064400*--------------------------------------------------------------
064500 5500-JUDGE-TEXT.
064600     MOVE "NONE" TO WS-TEXT-QUALITY
064700     MOVE 'N' TO WS-NEAR-SW
064800     IF WS-LEFT-LENGTH = ZERO OR WS-RIGHT-LENGTH = ZERO
064900         GO TO 5500-EXIT
065000     END-IF
065100     IF WS-LEFT-TEXT = WS-RIGHT-TEXT
065200         MOVE "EXACT" TO WS-TEXT-QUALITY
065300         GO TO 5500-EXIT
065400     END-IF
065500     IF WS-LEFT-LENGTH < 4 OR WS-RIGHT-LENGTH < 4
065600         GO TO 5500-EXIT
065700     END-IF
065800     EVALUATE TRUE
065900         WHEN WS-RIGHT-LENGTH = WS-LEFT-LENGTH
066000             PERFORM 5510-CHECK-SUBSTITUTION THRU 5510-EXIT
066100         WHEN WS-RIGHT-LENGTH = WS-LEFT-LENGTH + 1
066200             MOVE WS-RIGHT-TEXT TO WS-LONG-TEXT
066300             MOVE WS-LEFT-TEXT TO WS-SHORT-TEXT
066400             MOVE WS-RIGHT-LENGTH TO WS-LONG-LENGTH
066500             PERFORM 5520-CHECK-ONE-SKIP THRU 5520-EXIT
066600             IF WS-NEAR-MATCH
066700                 MOVE "NEAR-INS" TO WS-TEXT-QUALITY
066800             END-IF
066900         WHEN WS-RIGHT-LENGTH = WS-LEFT-LENGTH - 1
067000             MOVE WS-LEFT-TEXT TO WS-LONG-TEXT
067100             MOVE WS-RIGHT-TEXT TO WS-SHORT-TEXT
067200             MOVE WS-LEFT-LENGTH TO WS-LONG-LENGTH
067300             PERFORM 5520-CHECK-ONE-SKIP THRU 5520-EXIT
067400             IF WS-NEAR-MATCH
067500                 MOVE "NEAR-DEL" TO WS-TEXT-QUALITY
067600             END-IF
067700         WHEN OTHER
067800             CONTINUE
067900     END-EVALUATE.
068000 5500-EXIT.
068100     EXIT.
068200 5510-CHECK-SUBSTITUTION.
068300     MOVE ZERO TO WS-DIFF-COUNT
068400     PERFORM 5511-COMPARE-ONE-CHAR THRU 5511-EXIT
068500         VARYING WS-CHAR-IX FROM 1 BY 1
068600         UNTIL WS-CHAR-IX > WS-LEFT-LENGTH
068700            OR WS-DIFF-COUNT > 1
068800     IF WS-DIFF-COUNT = 1
068900         SET WS-NEAR-MATCH TO TRUE
069000         MOVE "NEAR-SUB" TO WS-TEXT-QUALITY
069100     END-IF.
069200 5510-EXIT.
069300     EXIT.
069400 5511-COMPARE-ONE-CHAR.
069500     IF WS-LEFT-TEXT(WS-CHAR-IX:1)
069600         NOT = WS-RIGHT-TEXT(WS-CHAR-IX:1)
069700         ADD 1 TO WS-DIFF-COUNT
069800     END-IF.
069900 5511-EXIT.
070000     EXIT.
070100*--------------------------------------------------------------
070200* WALK LONG AND SHORT TOGETHER; THE FIRST MISMATCH SPENDS THE
070300* ONE ALLOWED SKIP OF A LONG-SIDE CHARACTER, A SECOND FAILS.
070400*--------------------------------------------------------------
070500 5520-CHECK-ONE-SKIP.
070600     MOVE 'N' TO WS-SKIP-USED-SW
070700     SET WS-NEAR-MATCH TO TRUE
070800     MOVE 1 TO WS-LONG-IX
070900     MOVE 1 TO WS-SHORT-IX
071000     PERFORM 5521-WALK-ONE-CHAR THRU 5521-EXIT
071100         UNTIL WS-SHORT-IX > WS-LONG-LENGTH - 1
071200            OR WS-LONG-IX > WS-LONG-LENGTH
071300            OR NOT WS-NEAR-MATCH.
071400 5520-EXIT.
071500     EXIT.
071600 5521-WALK-ONE-CHAR.
071700     IF WS-LONG-TEXT(WS-LONG-IX:1)
071800         = WS-SHORT-TEXT(WS-SHORT-IX:1)
071900         ADD 1 TO WS-LONG-IX
072000         ADD 1 TO WS-SHORT-IX
072100     ELSE
072200         IF WS-SKIP-USED
072300             MOVE 'N' TO WS-NEAR-SW
072400         ELSE
072500             SET WS-SKIP-USED TO TRUE
072600             ADD 1 TO WS-LONG-IX
072700         END-IF
072800     END-IF.
072900 5521-EXIT.
073000     EXIT.
073100*--------------------------------------------------------------
073200* MATCH KEYS FOR THE MASTER RECORD NOW IN CUSTOMER-MASTER-
073300* RECORD, STORED AT TABLE ENTRY WS-NEW-IX.
073400*--------------------------------------------------------------
073500 6000-STORE-MATCH-KEYS.
073600     MOVE CM-CUSTOMER-ID TO WS-MT-ID(WS-NEW-IX)
073700     MOVE CM-NAME TO WS-MT-NAME(WS-NEW-IX)
073800     MOVE CM-STATUS TO WS-MT-STATUS(WS-NEW-IX)
073900     MOVE CM-NAME TO WS-RAW-TEXT
074000     PERFORM 6100-MAKE-KEY THRU 6100-EXIT
074100     MOVE WS-KEY-TEXT TO WS-MT-NAME-KEY(WS-NEW-IX)
074200     MOVE WS-KEY-LENGTH TO WS-MT-NAME-LEN(WS-NEW-IX)
074300     MOVE CM-ADDRESS TO WS-RAW-TEXT
074400     PERFORM 6100-MAKE-KEY THRU 6100-EXIT
074500     MOVE WS-KEY-TEXT TO WS-MT-ADDR-KEY(WS-NEW-IX)
074600     MOVE WS-KEY-LENGTH TO WS-MT-ADDR-LEN(WS-NEW-IX)
074700     MOVE CM-POSTCODE TO WS-RAW-TEXT
074800     PERFORM 6100-MAKE-KEY THRU 6100-EXIT
074900     MOVE WS-KEY-TEXT TO WS-MT-POSTCODE(WS-NEW-IX)
075000     MOVE CM-PHONE TO WS-RAW-TEXT
075100     PERFORM 6100-MAKE-KEY THRU 6100-EXIT
075200     IF WS-KEY-LENGTH > 10
075300         MOVE WS-KEY-TEXT(WS-KEY-LENGTH - 9:10)
075400             TO WS-MT-PHONE-KEY(WS-NEW-IX)
075500         MOVE 10 TO WS-MT-PHONE-LEN(WS-NEW-IX)
075600     ELSE
075700         MOVE WS-KEY-TEXT TO WS-MT-PHONE-KEY(WS-NEW-IX)
075800         MOVE WS-KEY-LENGTH TO WS-MT-PHONE-LEN(WS-NEW-IX)
075900     END-IF.
076000 6000-EXIT.
076100     EXIT.
076200 6100-MAKE-KEY.
076300     INSPECT WS-RAW-TEXT CONVERTING WS-LOWER-SET TO WS-UPPER-SET
076400     MOVE SPACES TO WS-KEY-TEXT
076500     MOVE ZERO TO WS-KEY-LENGTH
076600     PERFORM 6110-KEEP-ONE-CHAR THRU 6110-EXIT
076700         VARYING WS-CHAR-IX FROM 1 BY 1
076800         UNTIL WS-CHAR-IX > 30.
076900 6100-EXIT.
077000     EXIT.
077100 6110-KEEP-ONE-CHAR.
077200     IF WS-RAW-TEXT(WS-CHAR-IX:1) IS ALPHABETIC-UPPER
077300         AND WS-RAW-TEXT(WS-CHAR-IX:1) NOT = SPACE
077400       OR WS-RAW-TEXT(WS-CHAR-IX:1) IS NUMERIC
077500         ADD 1 TO WS-KEY-LENGTH
077600         MOVE WS-RAW-TEXT(WS-CHAR-IX:1)
077700             TO WS-KEY-TEXT(WS-KEY-LENGTH:1)
077800     END-IF.
077900 6110-EXIT.
078000     EXIT.
078100 7000-REFUSE-DECISION.
078200     MOVE CUSTOMER-REVIEW-RECORD TO WS-RF-CARD
078300     PERFORM 7100-REFUSE-LINE THRU 7100-EXIT.
078400 7000-EXIT.
078500     EXIT.
078600 7100-REFUSE-LINE.
078700     MOVE WS-REFUSE-REASON TO WS-RF-REASON
078800     WRITE MR-RECORD FROM WS-REFUSED-LINE
078900     ADD 1 TO WS-REFUSED
079000     IF WS-HIGHEST-RC < 4
079100         MOVE 4 TO WS-HIGHEST-RC
079200     END-IF.
079300 7100-EXIT.
079400     EXIT.
079500 8000-WRITE-COUNTS.
079600     MOVE "CUSTOMERS REGISTERED" TO WS-CL-TEXT
079700     MOVE WS-REGISTERED TO WS-CL-COUNT
079800     WRITE MR-RECORD FROM WS-COUNT-LINE
079900     MOVE "SOURCE IDS ALREADY KNOWN" TO WS-CL-TEXT
080000     MOVE WS-ALREADY-KNOWN TO WS-CL-COUNT
080100     WRITE MR-RECORD FROM WS-COUNT-LINE
080110     MOVE "CURRENCIES CHANGED" TO WS-CL-TEXT
080120     MOVE WS-CURRENCY-CHANGED TO WS-CL-COUNT
080130     WRITE MR-RECORD FROM WS-COUNT-LINE
080200     MOVE "DUPLICATES PROPOSED" TO WS-CL-TEXT
080300     MOVE WS-PROPOSED TO WS-CL-COUNT
080400     WRITE MR-RECORD FROM WS-COUNT-LINE
080500     MOVE "PROPOSALS CARRIED OVER" TO WS-CL-TEXT
080600     MOVE WS-CARRIED TO WS-CL-COUNT
080700     WRITE MR-RECORD FROM WS-COUNT-LINE
080800     MOVE "MERGES APPLIED" TO WS-CL-TEXT
080900     MOVE WS-MERGED TO WS-CL-COUNT
081000     WRITE MR-RECORD FROM WS-COUNT-LINE
081100     MOVE "PAIRS RECORDED DISTINCT" TO WS-CL-TEXT
081200     MOVE WS-DISTINCT-ADDED TO WS-CL-COUNT
081300     WRITE MR-RECORD FROM WS-COUNT-LINE
081400     MOVE "CARDS REFUSED" TO WS-CL-TEXT
081500     MOVE WS-REFUSED TO WS-CL-COUNT
081600     WRITE MR-RECORD FROM WS-COUNT-LINE.
081700 8000-EXIT.
081800     EXIT.
081900 9000-TERMINATE.
082000     IF WS-MASTER-OPEN
082100         CLOSE CUSTOMER-MASTER-FILE
082200         CLOSE CUSTOMER-XREF-FILE
082300     END-IF
082400     CLOSE REVIEW-OUTPUT-FILE
082500     CLOSE MATCH-REPORT-FILE
082600     MOVE WS-HIGHEST-RC TO RETURN-CODE.
082700 9000-EXIT.
082800     EXIT.
082900 END PROGRAM CUSTOMER-MATCH.
