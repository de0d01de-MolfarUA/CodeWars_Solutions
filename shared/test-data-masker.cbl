000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TEST-DATA-MASKER.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-01.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-01  BJC  INITIAL VERSION - MASKS THE PERSONAL DATA
001000*                    OUT OF PRODUCTION FILES COPIED INTO THE
001100*                    TEST LIBRARIES FOR VOLUME TESTING (FAMAGES,
001200*                    BADGMST, RESVIN, BOOKINGS, VENDHIST).
001300*                    SYNTH-EXTRACT-GEN CANNOT REPRODUCE THE
001400*                    SHAPE OF THE REAL DATA, SO THE REAL FILES
001500*                    ARE COPIED WITH EVERY PERSONAL FIELD
001600*                    REPLACED. THE MASKRUL CARDS NAME EACH FILE
001700*                    (F CARD: INPUT DD, OUTPUT DD, RECORD
001800*                    LENGTH) AND EACH FIELD TO MASK (R CARD:
001900*                    OFFSET, LENGTH, METHOD) - P CONSISTENT
002000*                    PSEUDONYM, D DATE SHIFT, S SHUFFLE ACROSS
002100*                    THE FILE'S RECORDS, B BLANK. A PSEUDONYM
002200*                    DEPENDS ONLY ON THE VALUE AND THE MASKING
002300*                    KEY ON MASKCTL, SO ONE CUSTOMER ID BECOMES
002400*                    THE SAME PSEUDONYM IN EVERY FILE AND JOINS
002500*                    STILL WORK. MASKCERT IS THE MASKING
002600*                    CERTIFICATE: FIELDS MASKED PER FILE BY
002700*                    METHOD AND PER RULE. A REFUSED CARD STOPS
002800*                    THE WHOLE RUN, AND A FILE THAT CANNOT BE
002900*                    MASKED COMPLETELY HAS ITS OUTPUT EMPTIED -
003000*                    NOTHING LEAVES UNMASKED. RETURN CODE 8
003100*                    WHENEVER THE CERTIFICATE IS WITHHELD.
003200*--------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT MASK-CONTROL-FILE ASSIGN TO "MASKCTL"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-CONTROL-STATUS.
004000     SELECT MASK-RULE-FILE ASSIGN TO "MASKRUL"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-RULE-STATUS.
004300     SELECT SOURCE-FILE ASSIGN TO WS-SOURCE-NAME
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-SOURCE-STATUS.
004600     SELECT MASKED-FILE ASSIGN TO WS-MASKED-NAME
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-MASKED-STATUS.
004900     SELECT CERTIFICATE-FILE ASSIGN TO "MASKCERT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-CERT-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  MASK-CONTROL-FILE.
005500 01  MASK-CONTROL-CARD.
005600     05  MC-MASK-KEY             PIC 9(09).
005700     05  FILLER                  PIC X(01).
005800     05  MC-DATE-SHIFT           PIC S9(04)
005900                                 SIGN LEADING SEPARATE.
006000*--------------------------------------------------------------
006100* MASKRUL: AN F CARD FOR EACH FILE, FOLLOWED BY ITS R CARDS.
006200*   F FAMAGES  TFAMAGES 015
006300*   R FAMAGES  001 010 P
006400* AN R CARD'S SHIFT DAYS APPLY TO METHOD D ONLY; ZERO OR BLANK
006500* TAKES THE MASKCTL DEFAULT. A CARD STARTING * IS A COMMENT.
006600*--------------------------------------------------------------
006700 FD  MASK-RULE-FILE.
006800 01  MASK-RULE-CARD.
006900     05  MR-CARD-TYPE            PIC X(01).
007000         88  MR-FILE-CARD                        VALUE 'F'.
007100         88  MR-FIELD-CARD                       VALUE 'R'.
007200         88  MR-COMMENT-CARD                     VALUE '*'.
007300     05  FILLER                  PIC X(01).
007400     05  MR-FILE-NAME            PIC X(08).
007500     05  FILLER                  PIC X(01).
007600     05  MR-CARD-BODY            PIC X(30).
007700     05  MR-FILE-BODY REDEFINES MR-CARD-BODY.
007800         10  MR-OUTPUT-NAME      PIC X(08).
007900         10  FILLER              PIC X(01).
008000         10  MR-RECORD-LENGTH    PIC 9(03).
008100         10  FILLER              PIC X(18).
008200     05  MR-FIELD-BODY REDEFINES MR-CARD-BODY.
008300         10  MR-OFFSET           PIC 9(03).
008400         10  FILLER              PIC X(01).
008500         10  MR-LENGTH           PIC 9(03).
008600         10  FILLER              PIC X(01).
008700         10  MR-METHOD           PIC X(01).
008800         10  FILLER              PIC X(01).
008900         10  MR-SHIFT-DAYS       PIC X(05).
009000         10  MR-SHIFT-NUMBER REDEFINES MR-SHIFT-DAYS
009100                                 PIC S9(04)
009200                                 SIGN LEADING SEPARATE.
009300         10  FILLER              PIC X(15).
009400 FD  SOURCE-FILE.
009500 01  SOURCE-RECORD.
009600     05  SR-BYTE                 PIC X(01)
009700             OCCURS 1 TO 200 TIMES
009800             DEPENDING ON WS-RECORD-LENGTH.
009900 FD  MASKED-FILE.
010000 01  MASKED-RECORD.
010100     05  MK-BYTE                 PIC X(01)
010200             OCCURS 1 TO 200 TIMES
010300             DEPENDING ON WS-RECORD-LENGTH.
010400 FD  CERTIFICATE-FILE.
010500 01  CT-RECORD                   PIC X(80).
010600 WORKING-STORAGE SECTION.
010700 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
010800     88  WS-CONTROL-OK                           VALUE '00'.
010900 77  WS-RULE-STATUS              PIC X(02)       VALUE SPACES.
011000     88  WS-RULE-OK                              VALUE '00'.
011100     88  WS-RULE-EOF                             VALUE '10'.
011200 77  WS-SOURCE-STATUS            PIC X(02)       VALUE SPACES.
011300     88  WS-SOURCE-OK                            VALUE '00'.
011400     88  WS-SOURCE-EOF                           VALUE '10'.
011500 77  WS-MASKED-STATUS            PIC X(02)       VALUE SPACES.
011600     88  WS-MASKED-OK                            VALUE '00'.
011700 77  WS-CERT-STATUS              PIC X(02)       VALUE SPACES.
011800 77  WS-SOURCE-NAME              PIC X(08)       VALUE SPACES.
011900 77  WS-MASKED-NAME              PIC X(08)       VALUE SPACES.
012000 77  WS-RECORD-LENGTH            PIC 9(03)       VALUE 200 COMP.
012100 77  WS-FILE-MAX                 PIC 9(02)       VALUE 20 COMP.
012200 77  WS-RULE-MAX                 PIC 9(03)       VALUE 100 COMP.
012300 77  WS-SHUFFLE-MAX              PIC 9(05)       VALUE 50000
012400                                                 COMP.
012500 77  WS-GROUP-MAX                PIC 9(02)       VALUE 60 COMP.
012600 77  WS-FILE-COUNT               PIC 9(02)       VALUE ZERO COMP.
012700 77  WS-RULE-COUNT               PIC 9(03)       VALUE ZERO COMP.
012800 77  WS-FILE-IX                  PIC 9(02)       VALUE ZERO COMP.
012900 77  WS-FIND-IX                  PIC 9(02)       VALUE ZERO COMP.
013000 77  WS-RULE-IX                  PIC 9(03)       VALUE ZERO COMP.
013100 77  WS-SHUFFLE-COUNT            PIC 9(05)       VALUE ZERO COMP.
013200 77  WS-SH-IX                    PIC 9(05)       VALUE ZERO COMP.
013300 77  WS-SWAP-IX                  PIC 9(05)       VALUE ZERO COMP.
013400 77  WS-RECORD-IX                PIC 9(09)       VALUE ZERO COMP.
013500 77  WS-OFFSET                   PIC 9(03)       VALUE ZERO COMP.
013600 77  WS-LENGTH                   PIC 9(03)       VALUE ZERO COMP.
013700 77  WS-GROUP-POS                PIC 9(02)       VALUE ZERO COMP.
013800 77  WS-SIG-LEN                  PIC 9(03)       VALUE ZERO COMP.
013900 77  WS-CHAR-IX                  PIC 9(03)       VALUE ZERO COMP.
014000 77  WS-CHAR-VALUE               PIC 9(02)       VALUE ZERO COMP.
014100 77  WS-CHAR-BASE                PIC 9(02)       VALUE ZERO COMP.
014200 77  WS-NEW-VALUE                PIC 9(02)       VALUE ZERO COMP.
014300 77  WS-MASK-KEY                 PIC 9(09)       VALUE ZERO.
014400 77  WS-STATE                    PIC 9(18)       VALUE ZERO COMP.
014500 77  WS-SEED                     PIC 9(18)       VALUE ZERO COMP.
014600 77  WS-DEFAULT-SHIFT            PIC S9(04)      VALUE ZERO.
014700 77  WS-SHIFT                    PIC S9(04)      VALUE ZERO.
014800 77  WS-DATE-INTEGER             PIC S9(09)      VALUE ZERO COMP.
014900 77  WS-DATE-NUMBER              PIC 9(08)       VALUE ZERO.
015000 77  WS-FILES-MASKED             PIC 9(02)       VALUE ZERO COMP.
015100 77  WS-FILES-FAILED             PIC 9(02)       VALUE ZERO COMP.
015200 77  WS-CARDS-REFUSED            PIC 9(03)       VALUE ZERO COMP.
015300 77  WS-RUN-REFUSED-SW           PIC X(01)       VALUE 'N'.
015400     88  WS-RUN-REFUSED                          VALUE 'Y'.
015500 77  WS-FILE-FAILED-SW           PIC X(01)       VALUE 'N'.
015600     88  WS-FILE-FAILED                          VALUE 'Y'.
015700 77  WS-FIELD-MASKED-SW          PIC X(01)       VALUE 'N'.
015800     88  WS-FIELD-MASKED                         VALUE 'Y'.
015900 77  WS-CHAR-CLASS               PIC X(01)       VALUE SPACE.
016000     88  WS-CHAR-DIGIT                           VALUE 'D'.
016100     88  WS-CHAR-UPPER                           VALUE 'U'.
016200     88  WS-CHAR-LOWER                           VALUE 'L'.
016300     88  WS-CHAR-OTHER                           VALUE ' '.
016400 01  WS-CHAR                     PIC X(01)       VALUE SPACE.
016500 01  WS-DIGIT-SET                PIC X(10)       VALUE
016600         "0123456789".
016700 01  WS-UPPER-SET                PIC X(26)       VALUE
016800         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
016900 01  WS-LOWER-SET                PIC X(26)       VALUE
017000         "abcdefghijklmnopqrstuvwxyz".
017100 01  WS-FIELD-VALUE              PIC X(200)      VALUE SPACES.
017200 01  WS-DATE-FIELD               PIC X(08)       VALUE SPACES.
017300 01  WS-SWAP-VALUE               PIC X(60)       VALUE SPACES.
017400 01  WS-REFUSE-REASON            PIC X(38)       VALUE SPACES.
017500 01  WS-RUN-DATE                 PIC X(08)       VALUE SPACES.
017600*--------------------------------------------------------------
017700* ONE ENTRY PER F CARD. THE METHOD COUNTERS ARE FIELDS MASKED;
017800* SHUFFLE-LEN IS THE WIDTH OF THE FILE'S SHUFFLE GROUP - ALL
017900* OF ITS S FIELDS MOVE TOGETHER, SO A RECORD'S SHUFFLED VALUES
018000* STAY PAIRED WITH ONE ANOTHER.
018100*--------------------------------------------------------------
018200 01  WS-FILE-TABLE.
018300     05  WS-FILE-ENTRY OCCURS 20.
018400         10  WS-FL-NAME          PIC X(08).
018500         10  WS-FL-OUTPUT        PIC X(08).
018600         10  WS-FL-LENGTH        PIC 9(03) COMP.
018700         10  WS-FL-RULES         PIC 9(03) COMP.
018800         10  WS-FL-SHUFFLE-LEN   PIC 9(02) COMP.
018900         10  WS-FL-RECORDS       PIC 9(09) COMP.
019000         10  WS-FL-PSEUDONYMS    PIC 9(09) COMP.
019100         10  WS-FL-SHIFTED       PIC 9(09) COMP.
019200         10  WS-FL-SHUFFLED      PIC 9(09) COMP.
019300         10  WS-FL-BLANKED       PIC 9(09) COMP.
019400         10  WS-FL-RESULT        PIC X(40).
019500 01  WS-RULE-TABLE.
019600     05  WS-RULE-ENTRY OCCURS 100.
019700         10  WS-RL-FILE-IX       PIC 9(02) COMP.
019800         10  WS-RL-OFFSET        PIC 9(03) COMP.
019900         10  WS-RL-LENGTH        PIC 9(03) COMP.
020000         10  WS-RL-METHOD        PIC X(01).
020100             88  WS-RL-PSEUDONYM                 VALUE 'P'.
020200             88  WS-RL-DATE-SHIFT                VALUE 'D'.
020300             88  WS-RL-SHUFFLE                   VALUE 'S'.
020400             88  WS-RL-BLANK                     VALUE 'B'.
020500         10  WS-RL-SHIFT         PIC S9(04).
020600         10  WS-RL-GROUP-POS     PIC 9(02) COMP.
020700         10  WS-RL-MASKED        PIC 9(09) COMP.
020800 01  WS-SHUFFLE-TABLE.
020900     05  WS-SH-VALUE             PIC X(60)
021000             OCCURS 50000.
021100 01  WS-REFUSED-LINE.
021200     05  FILLER                  PIC X(10)       VALUE
021300             "REFUSED:  ".
021400     05  WS-RF-CARD              PIC X(30).
021500     05  FILLER                  PIC X(02)       VALUE SPACES.
021600     05  WS-RF-REASON            PIC X(38).
021700 01  WS-FILE-HEADING.
021800     05  FILLER                  PIC X(40)       VALUE
021900             "FILE     OUTPUT     RECORDS PSEUDONYM DA".
022000     05  FILLER                  PIC X(40)       VALUE
022100             "TE-SHIFT  SHUFFLED   BLANKED     TOTAL  ".
022200 01  WS-FILE-LINE.
022300     05  WS-FD-NAME              PIC X(08).
022400     05  FILLER                  PIC X(01)       VALUE SPACE.
022500     05  WS-FD-OUTPUT            PIC X(08).
022600     05  WS-FD-RECORDS           PIC Z(09)9.
022700     05  WS-FD-PSEUDONYMS        PIC Z(09)9.
022800     05  WS-FD-SHIFTED           PIC Z(09)9.
022900     05  WS-FD-SHUFFLED          PIC Z(09)9.
023000     05  WS-FD-BLANKED           PIC Z(09)9.
023100     05  WS-FD-TOTAL             PIC Z(09)9.
023200 01  WS-RESULT-LINE.
023300     05  FILLER                  PIC X(11)       VALUE
023400             "   RESULT: ".
023500     05  WS-RS-TEXT              PIC X(40).
023600 01  WS-RULE-LINE.
023700     05  FILLER                  PIC X(09)       VALUE
023800             "   FIELD ".
023900     05  WS-RD-OFFSET            PIC 9(03).
024000     05  FILLER                  PIC X(01)       VALUE "-".
024100     05  WS-RD-END               PIC 9(03).
024200     05  FILLER                  PIC X(01)       VALUE SPACE.
024300     05  WS-RD-METHOD            PIC X(10).
024400     05  FILLER                  PIC X(08)       VALUE
024500             " MASKED ".
024600     05  WS-RD-MASKED            PIC Z(08)9.
024700 01  WS-VERDICT-LINE             PIC X(80)       VALUE SPACES.
024800 PROCEDURE DIVISION.
024900 0000-MAINLINE.
025000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025100     IF NOT WS-RUN-REFUSED
025200         PERFORM 2000-MASK-ONE-FILE THRU 2000-EXIT
025300             VARYING WS-FILE-IX FROM 1 BY 1
025400             UNTIL WS-FILE-IX > WS-FILE-COUNT
025500     END-IF.
025600     PERFORM 8000-WRITE-CERTIFICATE THRU 8000-EXIT.
025700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025800     STOP RUN.
025900 0000-EXIT.
026000     EXIT.
026100*--------------------------------------------------------------
026200* NO MASKING KEY, NO RULES, OR ANY REFUSED CARD REFUSES THE
026300* WHOLE RUN - A BAD CARD COULD LEAVE A PERSONAL FIELD IN THE
026400* CLEAR, SO NO FILE IS COPIED UNTIL THE DECK IS CLEAN.
026500*--------------------------------------------------------------
026600 1000-INITIALIZE.
026700     OPEN OUTPUT CERTIFICATE-FILE
026800     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
026900     MOVE SPACES TO CT-RECORD
027000     STRING "TEST-DATA MASKING CERTIFICATE - RUN DATE "
027100         WS-RUN-DATE DELIMITED BY SIZE INTO CT-RECORD
027200     WRITE CT-RECORD
027300     MOVE SPACES TO CT-RECORD
027400     WRITE CT-RECORD
027500     OPEN INPUT MASK-CONTROL-FILE
027600     IF NOT WS-CONTROL-OK
027700         MOVE "MASKCTL NOT AVAILABLE - NO MASKING KEY"
027800             TO CT-RECORD
027900         WRITE CT-RECORD
028000         SET WS-RUN-REFUSED TO TRUE
028100         GO TO 1000-EXIT
028200     END-IF
028300     READ MASK-CONTROL-FILE
028400         AT END MOVE SPACES TO MASK-CONTROL-CARD
028500     END-READ
028600     CLOSE MASK-CONTROL-FILE
028700     IF MC-MASK-KEY NOT NUMERIC OR MC-MASK-KEY = ZERO
028800         MOVE "MASKCTL CARRIES NO USABLE MASKING KEY"
028900             TO CT-RECORD
029000         WRITE CT-RECORD
029100         SET WS-RUN-REFUSED TO TRUE
029200         GO TO 1000-EXIT
029300     END-IF
029400     MOVE MC-MASK-KEY TO WS-MASK-KEY
029500     IF MC-DATE-SHIFT NUMERIC AND MC-DATE-SHIFT NOT = ZERO
029600         MOVE MC-DATE-SHIFT TO WS-DEFAULT-SHIFT
029700     ELSE
029800         COMPUTE WS-DEFAULT-SHIFT =
029900             0 - FUNCTION MOD(WS-MASK-KEY 335) - 30
030000     END-IF
030100     PERFORM 1100-LOAD-RULES THRU 1100-EXIT
030200     IF WS-RUN-REFUSED
030300         GO TO 1000-EXIT
030400     END-IF
030500     PERFORM 1200-CHECK-ONE-FILE THRU 1200-EXIT
030600         VARYING WS-FILE-IX FROM 1 BY 1
030700         UNTIL WS-FILE-IX > WS-FILE-COUNT
030800     IF WS-FILE-COUNT = ZERO
030900         MOVE "MASKRUL NAMES NO FILES - NOTHING TO MASK"
031000             TO CT-RECORD
031100         WRITE CT-RECORD
031200         SET WS-RUN-REFUSED TO TRUE
031300     END-IF
031400     IF WS-CARDS-REFUSED > ZERO
031500         SET WS-RUN-REFUSED TO TRUE
031600     END-IF.
031700 1000-EXIT.
031800     EXIT.
031900 1100-LOAD-RULES.
032000     OPEN INPUT MASK-RULE-FILE
032100     IF NOT WS-RULE-OK
032200         MOVE "MASKRUL NOT AVAILABLE - NO MASKING RULES"
032300             TO CT-RECORD
032400         WRITE CT-RECORD
032500         SET WS-RUN-REFUSED TO TRUE
032600         GO TO 1100-EXIT
032700     END-IF
032800     PERFORM 1110-LOAD-ONE-CARD THRU 1110-EXIT
032900         UNTIL WS-RULE-EOF
033000     CLOSE MASK-RULE-FILE.
033100 1100-EXIT.
033200     EXIT.
033300 1110-LOAD-ONE-CARD.
033400     READ MASK-RULE-FILE
033500         AT END GO TO 1110-EXIT
033600     END-READ
033700     IF MASK-RULE-CARD = SPACES OR MR-COMMENT-CARD
033800         GO TO 1110-EXIT
033900     END-IF
034000     EVALUATE TRUE
034100         WHEN MR-FILE-CARD
034200             PERFORM 1120-ADD-FILE THRU 1120-EXIT
034300         WHEN MR-FIELD-CARD
034400             PERFORM 1130-ADD-FIELD THRU 1130-EXIT
034500         WHEN OTHER
034600             MOVE "CARD TYPE IS NOT F OR R"
034700                 TO WS-REFUSE-REASON
034800             PERFORM 1190-REFUSE-CARD THRU 1190-EXIT
034900     END-EVALUATE.
035000 1110-EXIT.
035100     EXIT.
035200 1120-ADD-FILE.
035300     PERFORM 1150-FIND-FILE THRU 1150-EXIT
035400     EVALUATE TRUE
035500         WHEN MR-FILE-NAME = SPACES
035600             MOVE "NO FILE NAME" TO WS-REFUSE-REASON
035700         WHEN WS-FIND-IX > ZERO
035800             MOVE "FILE ALREADY NAMED ON AN F CARD"
035900                 TO WS-REFUSE-REASON
036000         WHEN MR-OUTPUT-NAME = SPACES
036100             OR MR-OUTPUT-NAME = MR-FILE-NAME
036200             MOVE "OUTPUT DD MISSING OR SAME AS INPUT"
036300                 TO WS-REFUSE-REASON
036400         WHEN MR-RECORD-LENGTH NOT NUMERIC
036500             OR MR-RECORD-LENGTH = ZERO
036600             OR MR-RECORD-LENGTH > 200
036700             MOVE "RECORD LENGTH NOT 001-200"
036800                 TO WS-REFUSE-REASON
036900         WHEN WS-FILE-COUNT >= WS-FILE-MAX
037000             MOVE "MORE THAN 20 FILES" TO WS-REFUSE-REASON
037100         WHEN OTHER
037200             MOVE SPACES TO WS-REFUSE-REASON
037300     END-EVALUATE
037400     IF WS-REFUSE-REASON NOT = SPACES
037500         PERFORM 1190-REFUSE-CARD THRU 1190-EXIT
037600         GO TO 1120-EXIT
037700     END-IF
037800     ADD 1 TO WS-FILE-COUNT
037900     INITIALIZE WS-FILE-ENTRY(WS-FILE-COUNT)
038000     MOVE MR-FILE-NAME TO WS-FL-NAME(WS-FILE-COUNT)
038100     MOVE MR-OUTPUT-NAME TO WS-FL-OUTPUT(WS-FILE-COUNT)
038200     MOVE MR-RECORD-LENGTH TO WS-FL-LENGTH(WS-FILE-COUNT).
038300 1120-EXIT.
038400     EXIT.
038500*--------------------------------------------------------------
038600* A FIELD MUST LIE WHOLLY INSIDE ITS FILE'S RECORD; A DATE IS
038700* EIGHT BYTES (YYYYMMDD); A FILE'S SHUFFLE GROUP IS AT MOST
038800* 60 BYTES WIDE.
038900*--------------------------------------------------------------
039000 1130-ADD-FIELD.
039100     PERFORM 1150-FIND-FILE THRU 1150-EXIT
039200     EVALUATE TRUE
039300         WHEN WS-FIND-IX = ZERO
039400             MOVE "NO F CARD FOR THIS FILE BEFORE IT"
039500                 TO WS-REFUSE-REASON
039600         WHEN MR-OFFSET NOT NUMERIC OR MR-OFFSET = ZERO
039700             OR MR-LENGTH NOT NUMERIC OR MR-LENGTH = ZERO
039800             MOVE "OFFSET OR LENGTH NOT NUMERIC"
039900                 TO WS-REFUSE-REASON
040000         WHEN MR-OFFSET + MR-LENGTH - 1
040100                 > WS-FL-LENGTH(WS-FIND-IX)
040200             MOVE "FIELD RUNS PAST THE RECORD"
040300                 TO WS-REFUSE-REASON
040400         WHEN MR-METHOD NOT = 'P' AND MR-METHOD NOT = 'D'
040500             AND MR-METHOD NOT = 'S' AND MR-METHOD NOT = 'B'
040600             MOVE "METHOD IS NOT P, D, S, OR B"
040700                 TO WS-REFUSE-REASON
040800         WHEN MR-METHOD = 'D' AND MR-LENGTH NOT = 8
040900             MOVE "DATE FIELD IS NOT 8 BYTES"
041000                 TO WS-REFUSE-REASON
041100         WHEN MR-METHOD = 'D' AND MR-SHIFT-DAYS NOT = SPACES
041200             AND MR-SHIFT-NUMBER NOT NUMERIC
041300             MOVE "SHIFT DAYS NOT SIGNED NUMERIC"
041400                 TO WS-REFUSE-REASON
041500         WHEN MR-METHOD = 'S'
041600             AND WS-FL-SHUFFLE-LEN(WS-FIND-IX) + MR-LENGTH
041700                 > WS-GROUP-MAX
041800             MOVE "SHUFFLE FIELDS WIDER THAN 60"
041900                 TO WS-REFUSE-REASON
042000         WHEN WS-RULE-COUNT >= WS-RULE-MAX
042100             MOVE "MORE THAN 100 FIELD RULES"
042200                 TO WS-REFUSE-REASON
042300         WHEN OTHER
042400             MOVE SPACES TO WS-REFUSE-REASON
042500     END-EVALUATE
042600     IF WS-REFUSE-REASON NOT = SPACES
042700         PERFORM 1190-REFUSE-CARD THRU 1190-EXIT
042800         GO TO 1130-EXIT
042900     END-IF
043000     ADD 1 TO WS-RULE-COUNT
043100     ADD 1 TO WS-FL-RULES(WS-FIND-IX)
043200     MOVE WS-FIND-IX TO WS-RL-FILE-IX(WS-RULE-COUNT)
043300     MOVE MR-OFFSET TO WS-RL-OFFSET(WS-RULE-COUNT)
043400     MOVE MR-LENGTH TO WS-RL-LENGTH(WS-RULE-COUNT)
043500     MOVE MR-METHOD TO WS-RL-METHOD(WS-RULE-COUNT)
043600     MOVE ZERO TO WS-RL-SHIFT(WS-RULE-COUNT)
043700     MOVE ZERO TO WS-RL-GROUP-POS(WS-RULE-COUNT)
043800     MOVE ZERO TO WS-RL-MASKED(WS-RULE-COUNT)
043900     IF MR-METHOD = 'D'
044000         MOVE WS-DEFAULT-SHIFT TO WS-RL-SHIFT(WS-RULE-COUNT)
044100         IF MR-SHIFT-DAYS NOT = SPACES
044200             IF MR-SHIFT-NUMBER NOT = ZERO
044300                 MOVE MR-SHIFT-NUMBER
044400                     TO WS-RL-SHIFT(WS-RULE-COUNT)
044500             END-IF
044600         END-IF
044700     END-IF
044800     IF MR-METHOD = 'S'
044900         COMPUTE WS-RL-GROUP-POS(WS-RULE-COUNT) =
045000             WS-FL-SHUFFLE-LEN(WS-FIND-IX) + 1
045100         ADD MR-LENGTH TO WS-FL-SHUFFLE-LEN(WS-FIND-IX)
045200     END-IF.
045300 1130-EXIT.
045400     EXIT.
045500 1150-FIND-FILE.
045600     MOVE ZERO TO WS-FIND-IX
045700     PERFORM 1160-MATCH-ONE-FILE THRU 1160-EXIT
045800         VARYING WS-FILE-IX FROM 1 BY 1
045900         UNTIL WS-FILE-IX > WS-FILE-COUNT
046000         OR WS-FIND-IX > ZERO.
046100 1150-EXIT.
046200     EXIT.
046300 1160-MATCH-ONE-FILE.
046400     IF WS-FL-NAME(WS-FILE-IX) = MR-FILE-NAME
046500         MOVE WS-FILE-IX TO WS-FIND-IX
046600     END-IF.
046700 1160-EXIT.
046800     EXIT.
046900 1190-REFUSE-CARD.
047000     MOVE MASK-RULE-CARD TO WS-RF-CARD
047100     MOVE WS-REFUSE-REASON TO WS-RF-REASON
047200     WRITE CT-RECORD FROM WS-REFUSED-LINE
047300     ADD 1 TO WS-CARDS-REFUSED.
047400 1190-EXIT.
047500     EXIT.
047600*--------------------------------------------------------------
047700* A FILE WITH NO R CARDS WOULD BE COPIED WHOLE AND UNMASKED.
047800*--------------------------------------------------------------
047900 1200-CHECK-ONE-FILE.
048000     IF WS-FL-RULES(WS-FILE-IX) = ZERO
048100         MOVE SPACES TO WS-RF-CARD
048200         MOVE WS-FL-NAME(WS-FILE-IX) TO WS-RF-CARD
048300         MOVE "F CARD HAS NO FIELD RULES"
048400             TO WS-RF-REASON
048500         WRITE CT-RECORD FROM WS-REFUSED-LINE
048600         ADD 1 TO WS-CARDS-REFUSED
048700     END-IF.
048800 1200-EXIT.
048900     EXIT.
049000*--------------------------------------------------------------
049100* ONE FILE: LOAD AND SHUFFLE ITS SHUFFLE GROUP WHEN IT HAS ONE,
049200* THEN COPY IT RECORD FOR RECORD WITH EVERY RULE APPLIED. ANY
049300* FAILURE PART WAY EMPTIES THE OUTPUT AGAIN.
049400*--------------------------------------------------------------
049500 2000-MASK-ONE-FILE.
049600     MOVE WS-FL-NAME(WS-FILE-IX) TO WS-SOURCE-NAME
049700     MOVE WS-FL-OUTPUT(WS-FILE-IX) TO WS-MASKED-NAME
049800     MOVE WS-FL-LENGTH(WS-FILE-IX) TO WS-RECORD-LENGTH
049900     MOVE 'N' TO WS-FILE-FAILED-SW
050000     MOVE ZERO TO WS-SHUFFLE-COUNT
050100     IF WS-FL-SHUFFLE-LEN(WS-FILE-IX) > ZERO
050200         PERFORM 2100-LOAD-SHUFFLE-GROUP THRU 2100-EXIT
050300         IF WS-FILE-FAILED
050400             PERFORM 2900-FAIL-FILE THRU 2900-EXIT
050500             GO TO 2000-EXIT
050600         END-IF
050700     END-IF
050800     MOVE SPACES TO WS-SOURCE-STATUS
050900     OPEN INPUT SOURCE-FILE
051000     IF NOT WS-SOURCE-OK
051100         MOVE "NOT MASKED - INPUT NOT AVAILABLE"
051200             TO WS-FL-RESULT(WS-FILE-IX)
051300         PERFORM 2900-FAIL-FILE THRU 2900-EXIT
051400         GO TO 2000-EXIT
051500     END-IF
051600     OPEN OUTPUT MASKED-FILE
051700     IF NOT WS-MASKED-OK
051800         CLOSE SOURCE-FILE
051900         MOVE "NOT MASKED - OUTPUT NOT AVAILABLE"
052000             TO WS-FL-RESULT(WS-FILE-IX)
052100         PERFORM 2900-FAIL-FILE THRU 2900-EXIT
052200         GO TO 2000-EXIT
052300     END-IF
052400     MOVE ZERO TO WS-RECORD-IX
052500     PERFORM 2200-READ-SOURCE THRU 2200-EXIT
052600     PERFORM 2300-MASK-ONE-RECORD THRU 2300-EXIT
052700         UNTIL WS-SOURCE-EOF OR WS-FILE-FAILED
052800     CLOSE SOURCE-FILE
052900     CLOSE MASKED-FILE
053000     IF WS-FILE-FAILED
053100         PERFORM 2900-FAIL-FILE THRU 2900-EXIT
053200         GO TO 2000-EXIT
053300     END-IF
053400     MOVE "MASKED" TO WS-FL-RESULT(WS-FILE-IX)
053500     ADD 1 TO WS-FILES-MASKED.
053600 2000-EXIT.
053700     EXIT.
053800 2100-LOAD-SHUFFLE-GROUP.
053900     MOVE SPACES TO WS-SOURCE-STATUS
054000     OPEN INPUT SOURCE-FILE
054100     IF NOT WS-SOURCE-OK
054200         MOVE "NOT MASKED - INPUT NOT AVAILABLE"
054300             TO WS-FL-RESULT(WS-FILE-IX)
054400         SET WS-FILE-FAILED TO TRUE
054500         GO TO 2100-EXIT
054600     END-IF
054700     PERFORM 2200-READ-SOURCE THRU 2200-EXIT
054800     PERFORM 2110-HOLD-ONE-GROUP THRU 2110-EXIT
054900         UNTIL WS-SOURCE-EOF OR WS-FILE-FAILED
055000     CLOSE SOURCE-FILE
055100     IF WS-FILE-FAILED
055200         MOVE "NOT MASKED - OVER 50000 RECORDS TO SHUFFLE"
055300             TO WS-FL-RESULT(WS-FILE-IX)
055400         GO TO 2100-EXIT
055500     END-IF
055600     COMPUTE WS-SEED = WS-MASK-KEY + WS-FILE-IX
055700     PERFORM 2150-SWAP-ONE-GROUP THRU 2150-EXIT
055800         VARYING WS-SH-IX FROM WS-SHUFFLE-COUNT BY -1
055900         UNTIL WS-SH-IX < 2.
056000 2100-EXIT.
056100     EXIT.
056200 2110-HOLD-ONE-GROUP.
056300     IF WS-SHUFFLE-COUNT >= WS-SHUFFLE-MAX
056400         SET WS-FILE-FAILED TO TRUE
056500         GO TO 2110-EXIT
056600     END-IF
056700     ADD 1 TO WS-SHUFFLE-COUNT
056800     MOVE SPACES TO WS-SH-VALUE(WS-SHUFFLE-COUNT)
056900     PERFORM 2120-HOLD-ONE-FIELD THRU 2120-EXIT
057000         VARYING WS-RULE-IX FROM 1 BY 1
057100         UNTIL WS-RULE-IX > WS-RULE-COUNT
057200     PERFORM 2200-READ-SOURCE THRU 2200-EXIT.
057300 2110-EXIT.
057400     EXIT.
057500 2120-HOLD-ONE-FIELD.
057600     IF WS-RL-FILE-IX(WS-RULE-IX) NOT = WS-FILE-IX
057700         OR NOT WS-RL-SHUFFLE(WS-RULE-IX)
057800         GO TO 2120-EXIT
057900     END-IF
058000     MOVE WS-RL-OFFSET(WS-RULE-IX) TO WS-OFFSET
058100     MOVE WS-RL-LENGTH(WS-RULE-IX) TO WS-LENGTH
058200     MOVE WS-RL-GROUP-POS(WS-RULE-IX) TO WS-GROUP-POS
058300     MOVE SOURCE-RECORD(WS-OFFSET:WS-LENGTH)
058400         TO WS-SH-VALUE(WS-SHUFFLE-COUNT)
058500             (WS-GROUP-POS:WS-LENGTH).
058600 2120-EXIT.
058700     EXIT.
058800*--------------------------------------------------------------
058900* FISHER-YATES OFF THE SAME CONGRUENTIAL GENERATOR AS
059000* SYNTH-EXTRACT-GEN, SEEDED FROM THE KEY AND THE FILE'S PLACE
059100* IN THE DECK - THE SAME DECK AND KEY SHUFFLE THE SAME WAY.
059200*--------------------------------------------------------------
059300 2150-SWAP-ONE-GROUP.
059400     COMPUTE WS-SEED = FUNCTION MOD(
059500         WS-SEED * 1103515245 + 12345 2147483648)
059600     COMPUTE WS-SWAP-IX = FUNCTION MOD(WS-SEED WS-SH-IX) + 1
059700     MOVE WS-SH-VALUE(WS-SH-IX) TO WS-SWAP-VALUE
059800     MOVE WS-SH-VALUE(WS-SWAP-IX) TO WS-SH-VALUE(WS-SH-IX)
059900     MOVE WS-SWAP-VALUE TO WS-SH-VALUE(WS-SWAP-IX).
060000 2150-EXIT.
060100     EXIT.
060200 2200-READ-SOURCE.
060300     READ SOURCE-FILE
060400         AT END SET WS-SOURCE-EOF TO TRUE
060500     END-READ.
060600 2200-EXIT.
060700     EXIT.
060800 2300-MASK-ONE-RECORD.
060900     ADD 1 TO WS-RECORD-IX
061000     IF WS-FL-SHUFFLE-LEN(WS-FILE-IX) > ZERO
061100         AND WS-RECORD-IX > WS-SHUFFLE-COUNT
061200         MOVE "NOT MASKED - INPUT GREW BETWEEN PASSES"
061300             TO WS-FL-RESULT(WS-FILE-IX)
061400         SET WS-FILE-FAILED TO TRUE
061500         GO TO 2300-EXIT
061600     END-IF
061700     PERFORM 2400-APPLY-ONE-RULE THRU 2400-EXIT
061800         VARYING WS-RULE-IX FROM 1 BY 1
061900         UNTIL WS-RULE-IX > WS-RULE-COUNT
062000     WRITE MASKED-RECORD FROM SOURCE-RECORD
062100     ADD 1 TO WS-FL-RECORDS(WS-FILE-IX)
062200     PERFORM 2200-READ-SOURCE THRU 2200-EXIT.
062300 2300-EXIT.
062400     EXIT.
062500 2400-APPLY-ONE-RULE.
062600     IF WS-RL-FILE-IX(WS-RULE-IX) NOT = WS-FILE-IX
062700         GO TO 2400-EXIT
062800     END-IF
062900     MOVE WS-RL-OFFSET(WS-RULE-IX) TO WS-OFFSET
063000     MOVE WS-RL-LENGTH(WS-RULE-IX) TO WS-LENGTH
063100     MOVE SPACES TO WS-FIELD-VALUE
063200     MOVE SOURCE-RECORD(WS-OFFSET:WS-LENGTH) TO WS-FIELD-VALUE
063300     MOVE 'N' TO WS-FIELD-MASKED-SW
063400     EVALUATE TRUE
063500         WHEN WS-RL-PSEUDONYM(WS-RULE-IX)
063600             PERFORM 2500-MAKE-PSEUDONYM THRU 2500-EXIT
063700             IF WS-FIELD-MASKED
063800                 ADD 1 TO WS-FL-PSEUDONYMS(WS-FILE-IX)
063900             END-IF
064000         WHEN WS-RL-DATE-SHIFT(WS-RULE-IX)
064100             PERFORM 2600-SHIFT-DATE THRU 2600-EXIT
064200             IF WS-FIELD-MASKED
064300                 ADD 1 TO WS-FL-SHIFTED(WS-FILE-IX)
064400             END-IF
064500         WHEN WS-RL-SHUFFLE(WS-RULE-IX)
064600             MOVE WS-RL-GROUP-POS(WS-RULE-IX) TO WS-GROUP-POS
064700             MOVE WS-SH-VALUE(WS-RECORD-IX)
064800                 (WS-GROUP-POS:WS-LENGTH) TO WS-FIELD-VALUE
064900             SET WS-FIELD-MASKED TO TRUE
065000             ADD 1 TO WS-FL-SHUFFLED(WS-FILE-IX)
065100         WHEN OTHER
065200             IF WS-FIELD-VALUE(1:WS-LENGTH) NOT = SPACES
065300                 MOVE SPACES TO WS-FIELD-VALUE
065400                 SET WS-FIELD-MASKED TO TRUE
065500                 ADD 1 TO WS-FL-BLANKED(WS-FILE-IX)
065600             END-IF
065700     END-EVALUATE
065800     IF WS-FIELD-MASKED
065900         MOVE WS-FIELD-VALUE(1:WS-LENGTH)
066000             TO SOURCE-RECORD(WS-OFFSET:WS-LENGTH)
066100         ADD 1 TO WS-RL-MASKED(WS-RULE-IX)
066200     END-IF.
066300 2400-EXIT.
066400     EXIT.
066500*--------------------------------------------------------------
066600* THE PSEUDONYM KEEPS THE VALUE'S SHAPE - A DIGIT STAYS A
066700* DIGIT, A CAPITAL A CAPITAL, A SMALL LETTER SMALL, AND
066800* ANYTHING ELSE IS LEFT WHERE IT IS. EACH LETTER OR DIGIT IS
066900* MOVED ROUND ITS ALPHABET BY AN AMOUNT DRAWN FROM THE KEY AND
067000* FROM EVERY CHARACTER BEFORE IT - ONE PASS FORWARD, THEN ONE
067100* BACKWARD, SO EVERY CHARACTER DEPENDS ON ALL THE OTHERS. EACH
067200* PASS CAN BE UNDONE ONLY WITH THE KEY, SO TWO DIFFERENT IDS
067300* NEVER SHARE A PSEUDONYM, AND ONE ID GETS THE SAME PSEUDONYM
067400* IN EVERY FILE WHATEVER THE WIDTH OF THE FIELD IT SITS IN
067500* (TRAILING SPACES ARE LEFT OUT OF THE PASSES).
067600*--------------------------------------------------------------
067700 2500-MAKE-PSEUDONYM.
067800     IF WS-FIELD-VALUE(1:WS-LENGTH) = SPACES
067900         GO TO 2500-EXIT
068000     END-IF
068100     MOVE WS-LENGTH TO WS-SIG-LEN
068200     PERFORM 2510-BACK-OVER-SPACE THRU 2510-EXIT
068300         UNTIL WS-FIELD-VALUE(WS-SIG-LEN:1) NOT = SPACE
068400     MOVE WS-MASK-KEY TO WS-STATE
068500     PERFORM 2520-SCRAMBLE-ONE-CHAR THRU 2520-EXIT
068600         VARYING WS-CHAR-IX FROM 1 BY 1
068700         UNTIL WS-CHAR-IX > WS-SIG-LEN
068800     COMPUTE WS-STATE =
068900         FUNCTION MOD(WS-MASK-KEY * 31 + 17 999999937)
069000     PERFORM 2520-SCRAMBLE-ONE-CHAR THRU 2520-EXIT
069100         VARYING WS-CHAR-IX FROM WS-SIG-LEN BY -1
069200         UNTIL WS-CHAR-IX < 1
069300     SET WS-FIELD-MASKED TO TRUE.
069400 2500-EXIT.
069500     EXIT.
069600 2510-BACK-OVER-SPACE.
069700     SUBTRACT 1 FROM WS-SIG-LEN.
069800 2510-EXIT.
069900     EXIT.
070000 2520-SCRAMBLE-ONE-CHAR.
070100     MOVE WS-FIELD-VALUE(WS-CHAR-IX:1) TO WS-CHAR
070200     PERFORM 2530-CLASSIFY-CHAR THRU 2530-EXIT
070300     IF WS-CHAR-OTHER
070400         COMPUTE WS-STATE = FUNCTION MOD(
070500             WS-STATE * 131 + FUNCTION ORD(WS-CHAR) 999999937)
070600         GO TO 2520-EXIT
070700     END-IF
070800     COMPUTE WS-NEW-VALUE = FUNCTION MOD(
070900         WS-CHAR-VALUE + FUNCTION MOD(WS-STATE WS-CHAR-BASE)
071000         WS-CHAR-BASE)
071100     EVALUATE TRUE
071200         WHEN WS-CHAR-DIGIT
071300             MOVE WS-DIGIT-SET(WS-NEW-VALUE + 1:1)
071400                 TO WS-FIELD-VALUE(WS-CHAR-IX:1)
071500         WHEN WS-CHAR-UPPER
071600             MOVE WS-UPPER-SET(WS-NEW-VALUE + 1:1)
071700                 TO WS-FIELD-VALUE(WS-CHAR-IX:1)
071800         WHEN OTHER
071900             MOVE WS-LOWER-SET(WS-NEW-VALUE + 1:1)
072000                 TO WS-FIELD-VALUE(WS-CHAR-IX:1)
072100     END-EVALUATE
072200     COMPUTE WS-STATE = FUNCTION MOD(
072300         WS-STATE * 131 + WS-CHAR-VALUE + 7 999999937).
072400 2520-EXIT.
072500     EXIT.
072600*--------------------------------------------------------------
072700* THE ALPHABETS ARE SEARCHED RATHER THAN THE CODE POINTS
072800* SUBTRACTED, SO THE RESULT IS THE SAME IN EBCDIC AND ASCII.
072900*--------------------------------------------------------------
073000 2530-CLASSIFY-CHAR.
073100     MOVE ZERO TO WS-CHAR-VALUE
073200     MOVE ZERO TO WS-CHAR-BASE
073300     EVALUATE TRUE
073400         WHEN WS-CHAR = SPACE
073500             SET WS-CHAR-OTHER TO TRUE
073600         WHEN WS-CHAR IS NUMERIC
073700             SET WS-CHAR-DIGIT TO TRUE
073800             MOVE 10 TO WS-CHAR-BASE
073900             INSPECT WS-DIGIT-SET TALLYING WS-CHAR-VALUE
074000                 FOR CHARACTERS BEFORE INITIAL WS-CHAR
074100         WHEN WS-CHAR IS ALPHABETIC-UPPER
074200             SET WS-CHAR-UPPER TO TRUE
074300             MOVE 26 TO WS-CHAR-BASE
074400             INSPECT WS-UPPER-SET TALLYING WS-CHAR-VALUE
074500                 FOR CHARACTERS BEFORE INITIAL WS-CHAR
074600         WHEN WS-CHAR IS ALPHABETIC-LOWER
074700             SET WS-CHAR-LOWER TO TRUE
074800             MOVE 26 TO WS-CHAR-BASE
074900             INSPECT WS-LOWER-SET TALLYING WS-CHAR-VALUE
075000                 FOR CHARACTERS BEFORE INITIAL WS-CHAR
075100         WHEN OTHER
075200             SET WS-CHAR-OTHER TO TRUE
075300     END-EVALUATE
075400     IF NOT WS-CHAR-OTHER AND WS-CHAR-VALUE >= WS-CHAR-BASE
075500         SET WS-CHAR-OTHER TO TRUE
075600     END-IF.
075700 2530-EXIT.
075800     EXIT.
075900*--------------------------------------------------------------
076000* A BLANK OR ZERO DATE IS NO DATE AND IS LEFT ALONE. A REAL
076100* DATE MOVES BY THE RULE'S SHIFT, SO INTERVALS BETWEEN DATES
076200* ON THE SAME RULE SURVIVE. ANYTHING ELSE IN A DATE FIELD
076300* CANNOT BE SHIFTED AND IS CLEARED INSTEAD - ZEROS WHERE IT
076400* WAS NUMERIC, SPACES WHERE IT WAS NOT.
076500*--------------------------------------------------------------
076600 2600-SHIFT-DATE.
076700     MOVE WS-FIELD-VALUE(1:8) TO WS-DATE-FIELD
076800     IF WS-DATE-FIELD = SPACES OR WS-DATE-FIELD = ZEROS
076900         GO TO 2600-EXIT
077000     END-IF
077100     SET WS-FIELD-MASKED TO TRUE
077200     IF WS-DATE-FIELD NOT NUMERIC
077300         MOVE SPACES TO WS-FIELD-VALUE
077400         GO TO 2600-EXIT
077500     END-IF
077600     MOVE WS-DATE-FIELD TO WS-DATE-NUMBER
077700     IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUMBER) NOT = ZERO
077800         MOVE ZEROS TO WS-FIELD-VALUE(1:8)
077900         GO TO 2600-EXIT
078000     END-IF
078100     MOVE WS-RL-SHIFT(WS-RULE-IX) TO WS-SHIFT
078200     COMPUTE WS-DATE-INTEGER =
078300         FUNCTION INTEGER-OF-DATE(WS-DATE-NUMBER) + WS-SHIFT
078400     IF WS-DATE-INTEGER < 1
078500         MOVE ZEROS TO WS-FIELD-VALUE(1:8)
078600         GO TO 2600-EXIT
078700     END-IF
078800     COMPUTE WS-DATE-NUMBER =
078900         FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
079000     MOVE WS-DATE-NUMBER TO WS-FIELD-VALUE(1:8).
079100 2600-EXIT.
079200     EXIT.
079300*--------------------------------------------------------------
079400* OPENING THE OUTPUT AND CLOSING IT AGAIN LEAVES IT EMPTY, SO
079500* A PART-MASKED COPY NEVER REACHES THE TEST LIBRARY.
079600*--------------------------------------------------------------
079700 2900-FAIL-FILE.
079800     MOVE SPACES TO WS-MASKED-STATUS
079900     OPEN OUTPUT MASKED-FILE
080000     IF WS-MASKED-OK
080100         CLOSE MASKED-FILE
080200     END-IF
080300     MOVE ZERO TO WS-FL-RECORDS(WS-FILE-IX)
080400     MOVE ZERO TO WS-FL-PSEUDONYMS(WS-FILE-IX)
080500     MOVE ZERO TO WS-FL-SHIFTED(WS-FILE-IX)
080600     MOVE ZERO TO WS-FL-SHUFFLED(WS-FILE-IX)
080700     MOVE ZERO TO WS-FL-BLANKED(WS-FILE-IX)
080800     ADD 1 TO WS-FILES-FAILED
080900     DISPLAY "TEST-DATA-MASKER: " WS-FL-NAME(WS-FILE-IX)
081000         " " WS-FL-RESULT(WS-FILE-IX).
081100 2900-EXIT.
081200     EXIT.
081300 8000-WRITE-CERTIFICATE.
081400     IF WS-RUN-REFUSED
081500         MOVE "NOT CERTIFIED - MASKING DECK REFUSED, NONE COPIED"
081600             TO WS-VERDICT-LINE
081700         GO TO 8000-VERDICT
081800     END-IF
081900     WRITE CT-RECORD FROM WS-FILE-HEADING
082000     PERFORM 8100-CERTIFY-ONE-FILE THRU 8100-EXIT
082100         VARYING WS-FILE-IX FROM 1 BY 1
082200         UNTIL WS-FILE-IX > WS-FILE-COUNT
082300     IF WS-FILES-FAILED > ZERO
082400         MOVE "NOT CERTIFIED - UNMASKED FILES HAVE BEEN EMPTIED"
082500             TO WS-VERDICT-LINE
082600     ELSE
082700         MOVE "CERTIFIED - EVERY FILE MASKED BY ITS RULES"
082800             TO WS-VERDICT-LINE
082900     END-IF.
083000 8000-VERDICT.
083100     MOVE SPACES TO CT-RECORD
083200     WRITE CT-RECORD
083300     WRITE CT-RECORD FROM WS-VERDICT-LINE.
083400 8000-EXIT.
083500     EXIT.
083600 8100-CERTIFY-ONE-FILE.
083700     MOVE WS-FL-NAME(WS-FILE-IX) TO WS-FD-NAME
083800     MOVE WS-FL-OUTPUT(WS-FILE-IX) TO WS-FD-OUTPUT
083900     MOVE WS-FL-RECORDS(WS-FILE-IX) TO WS-FD-RECORDS
084000     MOVE WS-FL-PSEUDONYMS(WS-FILE-IX) TO WS-FD-PSEUDONYMS
084100     MOVE WS-FL-SHIFTED(WS-FILE-IX) TO WS-FD-SHIFTED
084200     MOVE WS-FL-SHUFFLED(WS-FILE-IX) TO WS-FD-SHUFFLED
084300     MOVE WS-FL-BLANKED(WS-FILE-IX) TO WS-FD-BLANKED
084400     COMPUTE WS-FD-TOTAL = WS-FL-PSEUDONYMS(WS-FILE-IX)
084500         + WS-FL-SHIFTED(WS-FILE-IX)
084600         + WS-FL-SHUFFLED(WS-FILE-IX)
084700         + WS-FL-BLANKED(WS-FILE-IX)
084800     WRITE CT-RECORD FROM WS-FILE-LINE
084900     PERFORM 8200-CERTIFY-ONE-RULE THRU 8200-EXIT
085000         VARYING WS-RULE-IX FROM 1 BY 1
085100         UNTIL WS-RULE-IX > WS-RULE-COUNT
085200     MOVE WS-FL-RESULT(WS-FILE-IX) TO WS-RS-TEXT
085300     WRITE CT-RECORD FROM WS-RESULT-LINE.
085400 8100-EXIT.
085500     EXIT.
085600 8200-CERTIFY-ONE-RULE.
085700     IF WS-RL-FILE-IX(WS-RULE-IX) NOT = WS-FILE-IX
085800         GO TO 8200-EXIT
085900     END-IF
086000     MOVE WS-RL-OFFSET(WS-RULE-IX) TO WS-RD-OFFSET
086100     COMPUTE WS-RD-END = WS-RL-OFFSET(WS-RULE-IX)
086200         + WS-RL-LENGTH(WS-RULE-IX) - 1
086300     EVALUATE TRUE
086400         WHEN WS-RL-PSEUDONYM(WS-RULE-IX)
086500             MOVE "PSEUDONYM " TO WS-RD-METHOD
086600         WHEN WS-RL-DATE-SHIFT(WS-RULE-IX)
086700             MOVE "DATE SHIFT" TO WS-RD-METHOD
086800         WHEN WS-RL-SHUFFLE(WS-RULE-IX)
086900             MOVE "SHUFFLE   " TO WS-RD-METHOD
087000         WHEN OTHER
087100             MOVE "BLANK     " TO WS-RD-METHOD
087200     END-EVALUATE
087300     MOVE WS-RL-MASKED(WS-RULE-IX) TO WS-RD-MASKED
087400     WRITE CT-RECORD FROM WS-RULE-LINE.
087500 8200-EXIT.
087600     EXIT.
087700 9000-TERMINATE.
087800     CLOSE CERTIFICATE-FILE
087900     IF WS-RUN-REFUSED OR WS-FILES-FAILED > ZERO
088000         MOVE 8 TO RETURN-CODE
088100     END-IF.
088200 9000-EXIT.
088300     EXIT.
088400 END PROGRAM TEST-DATA-MASKER.
