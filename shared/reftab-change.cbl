000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REFTAB-CHANGE.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-01.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-01  BJC  INITIAL VERSION - CHANGE CONTROL FOR THE
001000*                    BUSINESS REFERENCE TABLES (RATETAB,
001100*                    FARETAB, ASMTRATE, EXEMPTTB, CARRRATE,
001200*                    WEIGHTTB, AGETHRSH). THE TABLES WERE
001300*                    OVERWRITTEN IN PLACE WHEN A RATE CHANGED,
001400*                    SO NOBODY COULD RE-PRICE AN OLD QUOTE OR
001500*                    RE-RUN LAST MONTH'S ASSESSMENT ON THE
001600*                    RATES THAT APPLIED THEN. EACH CHANGE IS NOW
001700*                    A NEW EFFECTIVE-DATED VERSION OF THE WHOLE
001800*                    TABLE IN THE REFVERS VERSION STORE (SEE
001900*                    REFVERS.CPY), IN THE BASELINE-PROMOTER
002000*                    MOLD: OLD STORE PLUS THE REFCHG CHANGE
002100*                    DECK GIVES THE NEW STORE (REFVNEW) AND AN
002200*                    AUDIT TRAIL (REFAUDT). A MAKER KEYS THE
002300*                    NEW VERSION (N CARD AND ITS D ROW CARDS),
002400*                    A DIFFERENT OPERATOR APPROVES (A) OR
002500*                    REJECTS (R) IT - MAKER AND APPROVER ARE
002600*                    CHECKED THROUGH OPERATOR-AUTH ON TOOL
002700*                    REFTABLE (FUNCTION M MAKE, A APPROVE).
002800*                    ONCE A TABLE HAS AN APPROVED VERSION, A
002900*                    NEW ONE MUST TAKE EFFECT AFTER TODAY, SO
003000*                    THE RATES A PAST BUSINESS DATE RAN ON CAN
003100*                    NEVER CHANGE UNDER IT. REFTAB-PUBLISH
003200*                    WRITES THE VERSION IN FORCE OUT TO THE
003300*                    TABLE DDS. RETURN CODE 4 WHEN ANY CARD WAS
003400*                    REFUSED, 8 WHEN THE STORE WAS TOO LARGE TO
003500*                    TAKE ANY CHANGE.
003510*   2026-10-15  BJC  CARRRATE ROWS ARE NOW 48 BYTES - THE
003520*                    CARRIER'S BILLING CURRENCY FOLLOWS THE
003530*                    PER-CRATE MINIMUM.
003600*--------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT VERSION-STORE-FILE ASSIGN TO "REFVERS"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-STORE-STATUS.
004400     SELECT NEW-STORE-FILE ASSIGN TO "REFVNEW"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-NEW-STATUS.
004700     SELECT CHANGE-CARD-FILE ASSIGN TO "REFCHG"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-CARD-STATUS.
005000     SELECT CHANGE-AUDIT-FILE ASSIGN TO "REFAUDT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-AUDIT-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  VERSION-STORE-FILE.
005600 01  VS-RECORD                   PIC X(96).
005700 FD  NEW-STORE-FILE.
005800 01  NV-RECORD                   PIC X(96).
005900*--------------------------------------------------------------
006000* REFCHG: ONE N CARD PER NEW VERSION, FOLLOWED BY ITS D CARDS
006100* (THE COMPLETE TABLE, ONE ROW PER CARD, STARTING IN COLUMN
006200* 12); A AND R CARDS DECIDE A PENDING VERSION BY NUMBER.
006300*   N RATETAB  20261101 ABC CHG0417
006400*   D RATETAB  ECON007014...
006500*   A RATETAB  0004 XYZ
006600* A CARD STARTING * IS A COMMENT.
006700*--------------------------------------------------------------
006800 FD  CHANGE-CARD-FILE.
006900 01  CHANGE-CARD.
007000     05  CC-ACTION               PIC X(01).
007100         88  CC-NEW-VERSION                  VALUE 'N'.
007200         88  CC-ROW                          VALUE 'D'.
007300         88  CC-APPROVE                      VALUE 'A'.
007400         88  CC-REJECT                       VALUE 'R'.
007500         88  CC-COMMENT                      VALUE '*'.
007600     05  FILLER                  PIC X(01).
007700     05  CC-TABLE-NAME           PIC X(08).
007800     05  FILLER                  PIC X(01).
007900     05  CC-CARD-BODY            PIC X(80).
008000     05  CC-NEW-BODY REDEFINES CC-CARD-BODY.
008100         10  CC-EFFECTIVE-DATE   PIC X(08).
008200         10  FILLER              PIC X(01).
008300         10  CC-MAKER            PIC X(03).
008400         10  FILLER              PIC X(01).
008500         10  CC-CHANGE-REF       PIC X(10).
008600         10  FILLER              PIC X(57).
008700     05  CC-DECISION-BODY REDEFINES CC-CARD-BODY.
008800         10  CC-VERSION          PIC X(04).
008900         10  FILLER              PIC X(01).
009000         10  CC-DECIDER          PIC X(03).
009100         10  FILLER              PIC X(72).
009200 FD  CHANGE-AUDIT-FILE.
009300 01  RA-RECORD                   PIC X(100).
009400 WORKING-STORAGE SECTION.
009500 77  WS-STORE-STATUS             PIC X(02)       VALUE SPACES.
009600     88  WS-STORE-OK                             VALUE '00'.
009700     88  WS-STORE-EOF                            VALUE '10'.
009800 77  WS-NEW-STATUS               PIC X(02)       VALUE SPACES.
009900 77  WS-CARD-STATUS              PIC X(02)       VALUE SPACES.
010000     88  WS-CARD-OK                              VALUE '00'.
010100     88  WS-CARD-EOF                             VALUE '10'.
010200 77  WS-AUDIT-STATUS             PIC X(02)       VALUE SPACES.
010300 77  WS-STORE-STATE              PIC X(01)       VALUE 'N'.
010400     88  WS-STORE-PRESENT                        VALUE 'Y'.
010500     88  WS-STORE-TOO-LARGE                      VALUE 'F'.
010600 77  WS-VERSION-MAX              PIC 9(04)       VALUE 500 COMP.
010700 77  WS-ROW-MAX                  PIC 9(04)       VALUE 2000
010800                                                 COMP.
010900 77  WS-VERSION-COUNT            PIC 9(04)       VALUE ZERO COMP.
011000 77  WS-ROW-COUNT                PIC 9(04)       VALUE ZERO COMP.
011100 77  WS-VS-IX                    PIC 9(04)       VALUE ZERO COMP.
011200 77  WS-NR-IX                    PIC 9(04)       VALUE ZERO COMP.
011300 77  WS-MATCH-IX                 PIC 9(04)       VALUE ZERO COMP.
011400 77  WS-OPEN-VS-IX               PIC 9(04)       VALUE ZERO COMP.
011500 77  WS-TL-IX                    PIC 9(02)       VALUE ZERO COMP.
011600 77  WS-TL-MATCH                 PIC 9(02)       VALUE ZERO COMP.
011700 77  WS-MAX-VERSION              PIC 9(04)       VALUE ZERO COMP.
011800 77  WS-APPROVED-COUNT           PIC 9(04)       VALUE ZERO COMP.
011900 77  WS-SAME-DATE-COUNT          PIC 9(04)       VALUE ZERO COMP.
012000 77  WS-ROW-LENGTH               PIC 9(03)       VALUE ZERO COMP.
012100 77  WS-CARDS-READ               PIC 9(06)       VALUE ZERO COMP.
012200 77  WS-VERSIONS-ADDED           PIC 9(06)       VALUE ZERO COMP.
012300 77  WS-VERSIONS-APPROVED        PIC 9(06)       VALUE ZERO COMP.
012400 77  WS-VERSIONS-REJECTED        PIC 9(06)       VALUE ZERO COMP.
012500 77  WS-CARDS-REFUSED            PIC 9(06)       VALUE ZERO COMP.
012600 77  WS-TODAY                    PIC 9(08)       VALUE ZERO.
012700 77  WS-EFFECTIVE-DATE           PIC 9(08)       VALUE ZERO.
012800 77  WS-CARD-VERSION             PIC 9(04)       VALUE ZERO.
012900 77  WS-REFUSAL-REASON           PIC X(40)       VALUE SPACES.
013000*--------------------------------------------------------------
013100* THE TABLES UNDER CHANGE CONTROL AND THE RECORD LENGTH EACH
013200* CONSUMING PROGRAM READS - A ROW CARD LONGER THAN THAT IS A
013300* KEYING ERROR.
013400*--------------------------------------------------------------
013500 01  WS-TABLE-NAMES.
013600     05  FILLER                  PIC X(11)       VALUE
013700             "RATETAB 041".
013800     05  FILLER                  PIC X(11)       VALUE
013900             "FARETAB 014".
014000     05  FILLER                  PIC X(11)       VALUE
014100             "ASMTRATE032".
014200     05  FILLER                  PIC X(11)       VALUE
014300             "EXEMPTTB006".
014400     05  FILLER                  PIC X(11)       VALUE
014500             "CARRRATE048".
014600     05  FILLER                  PIC X(11)       VALUE
014700             "WEIGHTTB057".
014800     05  FILLER                  PIC X(11)       VALUE
014900             "AGETHRSH017".
015000 01  WS-TABLE-LIST REDEFINES WS-TABLE-NAMES.
015100     05  WS-TL-ENTRY OCCURS 7.
015200         10  WS-TL-NAME          PIC X(08).
015300         10  WS-TL-LENGTH        PIC 9(03).
015400 01  WS-VERSION-TABLE.
015500     05  WS-VS-ENTRY OCCURS 500.
015600         10  WS-VS-TABLE         PIC X(08).
015700         10  WS-VS-VERSION       PIC 9(04).
015800         10  WS-VS-EFFECTIVE     PIC 9(08).
015900         10  WS-VS-STATUS        PIC X(01).
016000         10  WS-VS-MAKER         PIC X(03).
016100         10  WS-VS-APPROVER      PIC X(03).
016200         10  WS-VS-DECIDED       PIC 9(08).
016300         10  WS-VS-ROWS          PIC 9(04).
016400         10  WS-VS-REF           PIC X(10).
016500         10  WS-VS-ORIGIN        PIC X(01).
016600             88  WS-VS-FROM-STORE            VALUE 'S'.
016700             88  WS-VS-NEW                   VALUE 'N'.
016800             88  WS-VS-WITHDRAWN             VALUE 'W'.
016900 01  WS-NEW-ROW-TABLE.
017000     05  WS-NR-ENTRY OCCURS 2000.
017100         10  WS-NR-VS-IX         PIC 9(04)       COMP.
017200         10  WS-NR-BODY          PIC X(80).
017300 COPY REFVERS.
017400 01  WS-AUDIT-HEADER.
017500     05  FILLER                  PIC X(40)       VALUE
017600             "REFERENCE TABLE CHANGE CONTROL - RUN OF ".
017700     05  WS-AH-DATE              PIC 9(08).
017800 01  WS-AUDIT-LINE.
017900     05  WS-AU-ACTION            PIC X(10).
018000     05  WS-AU-TABLE             PIC X(08).
018100     05  FILLER                  PIC X(09)       VALUE
018200             " VERSION ".
018300     05  WS-AU-VERSION           PIC 9(04).
018400     05  FILLER                  PIC X(11)       VALUE
018500             " EFFECTIVE ".
018600     05  WS-AU-EFFECTIVE         PIC 9(08).
018700     05  FILLER                  PIC X(01)       VALUE SPACE.
018800     05  WS-AU-TEXT              PIC X(40).
018900     05  WS-AU-ADDED-TEXT REDEFINES WS-AU-TEXT.
019000         10  FILLER              PIC X(05).
019100         10  WS-AU-ROWS          PIC 9(04).
019200         10  FILLER              PIC X(07).
019300         10  WS-AU-MAKER         PIC X(03).
019400         10  FILLER              PIC X(05).
019500         10  WS-AU-REF           PIC X(10).
019600         10  FILLER              PIC X(06).
019700     05  WS-AU-DECISION-TEXT REDEFINES WS-AU-TEXT.
019800         10  FILLER              PIC X(03).
019900         10  WS-AU-DECIDER       PIC X(03).
020000         10  FILLER              PIC X(07).
020100         10  WS-AU-DECIDED-MAKER PIC X(03).
020200         10  FILLER              PIC X(24).
020300 01  WS-REFUSED-LINE.
020400     05  FILLER                  PIC X(10)       VALUE
020500             "REFUSED   ".
020600     05  WS-RF-CARD              PIC X(40).
020700     05  FILLER                  PIC X(03)       VALUE " - ".
020800     05  WS-RF-REASON            PIC X(40).
020900 01  WS-AUDIT-TOTALS.
021000     05  FILLER                  PIC X(08)       VALUE
021100             "CARDS = ".
021200     05  WS-AT-CARDS             PIC Z(05)9.
021300     05  FILLER                  PIC X(10)       VALUE
021400             "  ADDED = ".
021500     05  WS-AT-ADDED             PIC Z(05)9.
021600     05  FILLER                  PIC X(13)       VALUE
021700             "  APPROVED = ".
021800     05  WS-AT-APPROVED          PIC Z(05)9.
021900     05  FILLER                  PIC X(13)       VALUE
022000             "  REJECTED = ".
022100     05  WS-AT-REJECTED          PIC Z(05)9.
022200     05  FILLER                  PIC X(12)       VALUE
022300             "  REFUSED = ".
022400     05  WS-AT-REFUSED           PIC Z(05)9.
022500 COPY OPERAUTH.
022600 PROCEDURE DIVISION.
022700 0000-MAINLINE.
022800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022900     PERFORM 2000-LOAD-HEADERS THRU 2000-EXIT.
023000     PERFORM 3000-APPLY-CHANGES THRU 3000-EXIT.
023100     PERFORM 4000-WRITE-NEW-STORE THRU 4000-EXIT.
023200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023300     STOP RUN.
023400 0000-EXIT.
023500     EXIT.
023600 1000-INITIALIZE.
023700     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
023800     OPEN INPUT CHANGE-CARD-FILE
023900     IF NOT WS-CARD-OK
024000         SET WS-CARD-EOF TO TRUE
024100     END-IF
024200     OPEN OUTPUT NEW-STORE-FILE
024300     OPEN OUTPUT CHANGE-AUDIT-FILE
024400     MOVE WS-TODAY TO WS-AH-DATE
024500     MOVE SPACES TO RA-RECORD
024600     WRITE RA-RECORD FROM WS-AUDIT-HEADER.
024700 1000-EXIT.
024800     EXIT.
024900*--------------------------------------------------------------
025000* ONLY THE HEADERS ARE HELD; THE ROWS OF STORED VERSIONS ARE
025100* COPIED STRAIGHT ACROSS IN 4000. A STORE WITH MORE VERSIONS
025200* THAN THE TABLE HOLDS CANNOT BE NUMBERED SAFELY, SO NO CHANGE
025300* IS TAKEN AGAINST IT.
025400*--------------------------------------------------------------
025500 2000-LOAD-HEADERS.
025600     OPEN INPUT VERSION-STORE-FILE
025700     IF NOT WS-STORE-OK
025800         MOVE "NO VERSION STORE ON HAND - STARTING A NEW ONE"
025900             TO RA-RECORD
026000         WRITE RA-RECORD
026100         GO TO 2000-EXIT
026200     END-IF
026300     SET WS-STORE-PRESENT TO TRUE
026400     PERFORM 2100-READ-STORE THRU 2100-EXIT
026500     PERFORM 2200-STORE-ONE-HEADER THRU 2200-EXIT
026600         UNTIL WS-STORE-EOF
026700     CLOSE VERSION-STORE-FILE.
026800 2000-EXIT.
026900     EXIT.
027000 2100-READ-STORE.
027100     READ VERSION-STORE-FILE INTO REFERENCE-VERSION-RECORD
027200         AT END SET WS-STORE-EOF TO TRUE
027300     END-READ.
027400 2100-EXIT.
027500     EXIT.
027600 2200-STORE-ONE-HEADER.
027700     IF NOT RV-HEADER-RECORD
027800         PERFORM 2100-READ-STORE THRU 2100-EXIT
027900         GO TO 2200-EXIT
028000     END-IF
028100     IF WS-VERSION-COUNT >= WS-VERSION-MAX
028200         SET WS-STORE-TOO-LARGE TO TRUE
028300         PERFORM 2100-READ-STORE THRU 2100-EXIT
028400         GO TO 2200-EXIT
028500     END-IF
028600     ADD 1 TO WS-VERSION-COUNT
028700     MOVE RV-TABLE-NAME TO WS-VS-TABLE(WS-VERSION-COUNT)
028800     MOVE RV-VERSION TO WS-VS-VERSION(WS-VERSION-COUNT)
028900     MOVE RV-EFFECTIVE-DATE
029000         TO WS-VS-EFFECTIVE(WS-VERSION-COUNT)
029100     MOVE RV-STATUS TO WS-VS-STATUS(WS-VERSION-COUNT)
029200     MOVE RV-MAKER TO WS-VS-MAKER(WS-VERSION-COUNT)
029300     MOVE RV-APPROVER TO WS-VS-APPROVER(WS-VERSION-COUNT)
029400     MOVE RV-DECIDED-DATE TO WS-VS-DECIDED(WS-VERSION-COUNT)
029500     MOVE RV-ROW-COUNT TO WS-VS-ROWS(WS-VERSION-COUNT)
029600     MOVE RV-CHANGE-REF TO WS-VS-REF(WS-VERSION-COUNT)
029700     MOVE 'S' TO WS-VS-ORIGIN(WS-VERSION-COUNT)
029800     PERFORM 2100-READ-STORE THRU 2100-EXIT.
029900 2200-EXIT.
030000     EXIT.
030100 3000-APPLY-CHANGES.
030200     IF WS-CARD-EOF
030300         GO TO 3000-EXIT
030400     END-IF
030500     PERFORM 3100-READ-CARD THRU 3100-EXIT
030600     PERFORM 3200-APPLY-ONE-CARD THRU 3200-EXIT
030700         UNTIL WS-CARD-EOF
030800     CLOSE CHANGE-CARD-FILE.
030900 3000-EXIT.
031000     EXIT.
031100 3100-READ-CARD.
031200     READ CHANGE-CARD-FILE
031300         AT END SET WS-CARD-EOF TO TRUE
031400     END-READ
031500     IF NOT WS-CARD-EOF
031600         ADD 1 TO WS-CARDS-READ
031700     END-IF.
031800 3100-EXIT.
031900     EXIT.
032000*--------------------------------------------------------------
032100* ANY CARD BUT A ROW CLOSES THE VERSION BEING KEYED. A REFUSED
032200* ROW WITHDRAWS THAT VERSION WHOLE - A TABLE MISSING A ROW
032300* MUST NOT REACH AN APPROVER LOOKING COMPLETE.
032400*--------------------------------------------------------------
032500 3200-APPLY-ONE-CARD.
032600     IF CC-COMMENT
032700         PERFORM 3100-READ-CARD THRU 3100-EXIT
032800         GO TO 3200-EXIT
032900     END-IF
033000     MOVE SPACES TO WS-REFUSAL-REASON
033100     IF NOT CC-ROW
033200         MOVE ZERO TO WS-OPEN-VS-IX
033300     END-IF
033400     PERFORM 3300-EDIT-CARD THRU 3300-EXIT
033500     IF WS-REFUSAL-REASON = SPACES
033600         EVALUATE TRUE
033700             WHEN CC-NEW-VERSION
033800                 PERFORM 3400-NEW-VERSION THRU 3400-EXIT
033900             WHEN CC-ROW
034000                 PERFORM 3500-ADD-ROW THRU 3500-EXIT
034100             WHEN CC-APPROVE
034200                 PERFORM 3600-APPROVE-VERSION THRU 3600-EXIT
034300             WHEN CC-REJECT
034400                 PERFORM 3700-REJECT-VERSION THRU 3700-EXIT
034500             WHEN OTHER
034600                 MOVE "UNKNOWN CARD ACTION"
034700                     TO WS-REFUSAL-REASON
034800         END-EVALUATE
034900     END-IF
035000     IF WS-REFUSAL-REASON NOT = SPACES
035100         PERFORM 3900-WRITE-REFUSAL THRU 3900-EXIT
035200         IF CC-ROW AND WS-OPEN-VS-IX > ZERO
035300             PERFORM 3950-WITHDRAW-VERSION THRU 3950-EXIT
035400         END-IF
035500     END-IF
035600     PERFORM 3100-READ-CARD THRU 3100-EXIT.
035700 3200-EXIT.
035800     EXIT.
035900 3300-EDIT-CARD.
036000     IF WS-STORE-TOO-LARGE
036100         MOVE "VERSION STORE FULL - NO CHANGES TAKEN"
036200             TO WS-REFUSAL-REASON
036300         GO TO 3300-EXIT
036400     END-IF
036500     MOVE ZERO TO WS-TL-MATCH
036600     PERFORM 3310-SCAN-TABLE-NAME THRU 3310-EXIT
036700         VARYING WS-TL-IX FROM 1 BY 1
036800         UNTIL WS-TL-IX > 7
036900            OR WS-TL-MATCH > ZERO
037000     IF WS-TL-MATCH = ZERO
037100         MOVE "NOT A REFERENCE TABLE UNDER CHANGE CONTROL"
037200             TO WS-REFUSAL-REASON
037300     END-IF.
037400 3300-EXIT.
037500     EXIT.
037600 3310-SCAN-TABLE-NAME.
037700     IF WS-TL-NAME(WS-TL-IX) = CC-TABLE-NAME
037800         MOVE WS-TL-IX TO WS-TL-MATCH
037900     END-IF.
038000 3310-EXIT.
038100     EXIT.
038200*--------------------------------------------------------------
038300* THE FIRST VERSION OF A TABLE IS ITS OPENING LOAD AND MAY
038400* CARRY ANY DATE. AFTER THAT A NEW VERSION MUST TAKE EFFECT
038500* AFTER TODAY: A RATE CHANGE IS NEVER BACKDATED OVER BUSINESS
038600* DATES THAT HAVE ALREADY RUN.
038700*--------------------------------------------------------------
038800 3400-NEW-VERSION.
038900     IF CC-EFFECTIVE-DATE IS NOT NUMERIC
039000         MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REFUSAL-REASON
039100         GO TO 3400-EXIT
039200     END-IF
039300     MOVE CC-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
039400     IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFFECTIVE-DATE)
039500         NOT = ZERO
039600         MOVE "EFFECTIVE DATE NOT A CALENDAR DATE"
039700             TO WS-REFUSAL-REASON
039800         GO TO 3400-EXIT
039900     END-IF
040000     PERFORM 3800-SCAN-TABLE-VERSIONS THRU 3800-EXIT
040100     IF WS-APPROVED-COUNT > ZERO
040200         AND WS-EFFECTIVE-DATE NOT > WS-TODAY
040300         MOVE "EFFECTIVE DATE NOT AFTER TODAY"
040400             TO WS-REFUSAL-REASON
040500         GO TO 3400-EXIT
040600     END-IF
040700     IF CC-MAKER = SPACES
040800         MOVE "NO MAKER INITIALS" TO WS-REFUSAL-REASON
040900         GO TO 3400-EXIT
041000     END-IF
041100     MOVE CC-MAKER TO AUTH-OPERATOR-ID
041200     MOVE 'M' TO AUTH-FUNCTION
041300     PERFORM 3850-CHECK-AUTHORITY THRU 3850-EXIT
041400     IF NOT AUTH-GRANTED
041500         MOVE "MAKER NOT PERMITTED TO CHANGE REFERENCE TABLES"
041600             TO WS-REFUSAL-REASON
041700         GO TO 3400-EXIT
041800     END-IF
041900     IF WS-VERSION-COUNT >= WS-VERSION-MAX
042000         MOVE "VERSION TABLE FULL" TO WS-REFUSAL-REASON
042100         GO TO 3400-EXIT
042200     END-IF
042300     ADD 1 TO WS-VERSION-COUNT
042400     MOVE CC-TABLE-NAME TO WS-VS-TABLE(WS-VERSION-COUNT)
042500     COMPUTE WS-VS-VERSION(WS-VERSION-COUNT) =
042600         WS-MAX-VERSION + 1
042700     MOVE WS-EFFECTIVE-DATE TO WS-VS-EFFECTIVE(WS-VERSION-COUNT)
042800     MOVE 'P' TO WS-VS-STATUS(WS-VERSION-COUNT)
042900     MOVE CC-MAKER TO WS-VS-MAKER(WS-VERSION-COUNT)
043000     MOVE SPACES TO WS-VS-APPROVER(WS-VERSION-COUNT)
043100     MOVE ZERO TO WS-VS-DECIDED(WS-VERSION-COUNT)
043200     MOVE ZERO TO WS-VS-ROWS(WS-VERSION-COUNT)
043300     MOVE CC-CHANGE-REF TO WS-VS-REF(WS-VERSION-COUNT)
043400     MOVE 'N' TO WS-VS-ORIGIN(WS-VERSION-COUNT)
043500     MOVE WS-VERSION-COUNT TO WS-OPEN-VS-IX.
043600 3400-EXIT.
043700     EXIT.
043800 3500-ADD-ROW.
043900     IF WS-OPEN-VS-IX = ZERO
044000         MOVE "ROW WITH NO NEW VERSION BEING KEYED"
044100             TO WS-REFUSAL-REASON
044200         GO TO 3500-EXIT
044300     END-IF
044400     IF WS-VS-TABLE(WS-OPEN-VS-IX) NOT = CC-TABLE-NAME
044500         MOVE "ROW FOR A DIFFERENT TABLE" TO WS-REFUSAL-REASON
044600         GO TO 3500-EXIT
044700     END-IF
044800     IF CC-CARD-BODY = SPACES
044900         MOVE "BLANK ROW" TO WS-REFUSAL-REASON
045000         GO TO 3500-EXIT
045100     END-IF
045200     COMPUTE WS-ROW-LENGTH = WS-TL-LENGTH(WS-TL-MATCH) + 1
045300     IF CC-CARD-BODY(WS-ROW-LENGTH:) NOT = SPACES
045400         MOVE "ROW LONGER THAN THE TABLE RECORD"
045500             TO WS-REFUSAL-REASON
045600         GO TO 3500-EXIT
045700     END-IF
045800     IF WS-ROW-COUNT >= WS-ROW-MAX
045900         MOVE "ROW TABLE FULL" TO WS-REFUSAL-REASON
046000         GO TO 3500-EXIT
046100     END-IF
046200     ADD 1 TO WS-ROW-COUNT
046300     MOVE WS-OPEN-VS-IX TO WS-NR-VS-IX(WS-ROW-COUNT)
046400     MOVE CC-CARD-BODY TO WS-NR-BODY(WS-ROW-COUNT)
046500     ADD 1 TO WS-VS-ROWS(WS-OPEN-VS-IX).
046600 3500-EXIT.
046700     EXIT.
046800*--------------------------------------------------------------
046900* FOUR EYES: THE APPROVER MUST HOLD THE APPROVE FUNCTION AND
047000* MUST NOT BE THE OPERATOR WHO KEYED THE VERSION. TWO APPROVED
047100* VERSIONS OF ONE TABLE MAY NOT SHARE AN EFFECTIVE DATE, OR THE
047200* VERSION IN FORCE ON THAT DATE WOULD BE A GUESS.
047300*--------------------------------------------------------------
047400 3600-APPROVE-VERSION.
047500     PERFORM 3650-FIND-VERSION THRU 3650-EXIT
047600     IF WS-REFUSAL-REASON NOT = SPACES
047700         GO TO 3600-EXIT
047800     END-IF
047900     IF CC-DECIDER = SPACES
048000         MOVE "NO APPROVER INITIALS" TO WS-REFUSAL-REASON
048100         GO TO 3600-EXIT
048200     END-IF
048300     IF CC-DECIDER = WS-VS-MAKER(WS-MATCH-IX)
048400         MOVE "APPROVER IS THE MAKER" TO WS-REFUSAL-REASON
048500         GO TO 3600-EXIT
048600     END-IF
048700     IF WS-VS-ROWS(WS-MATCH-IX) = ZERO
048800         MOVE "VERSION HAS NO ROWS" TO WS-REFUSAL-REASON
048900         GO TO 3600-EXIT
049000     END-IF
049100     MOVE WS-VS-EFFECTIVE(WS-MATCH-IX) TO WS-EFFECTIVE-DATE
049200     PERFORM 3800-SCAN-TABLE-VERSIONS THRU 3800-EXIT
049300     IF WS-SAME-DATE-COUNT > ZERO
049400         MOVE "EFFECTIVE DATE ALREADY HAS AN APPROVED VERSION"
049500             TO WS-REFUSAL-REASON
049600         GO TO 3600-EXIT
049700     END-IF
049800     IF WS-APPROVED-COUNT > ZERO
049900         AND WS-EFFECTIVE-DATE NOT > WS-TODAY
050000         MOVE "EFFECTIVE DATE NOT AFTER TODAY"
050100             TO WS-REFUSAL-REASON
050200         GO TO 3600-EXIT
050300     END-IF
050400     MOVE CC-DECIDER TO AUTH-OPERATOR-ID
050500     MOVE 'A' TO AUTH-FUNCTION
050600     PERFORM 3850-CHECK-AUTHORITY THRU 3850-EXIT
050700     IF NOT AUTH-GRANTED
050800         MOVE "APPROVER NOT PERMITTED TO APPROVE"
050900             TO WS-REFUSAL-REASON
051000         GO TO 3600-EXIT
051100     END-IF
051200     MOVE 'A' TO WS-VS-STATUS(WS-MATCH-IX)
051300     MOVE CC-DECIDER TO WS-VS-APPROVER(WS-MATCH-IX)
051400     MOVE WS-TODAY TO WS-VS-DECIDED(WS-MATCH-IX)
051500     ADD 1 TO WS-VERSIONS-APPROVED
051600     MOVE "APPROVED " TO WS-AU-ACTION
051700     PERFORM 3750-WRITE-DECISION THRU 3750-EXIT.
051800 3600-EXIT.
051900     EXIT.
052000 3650-FIND-VERSION.
052100     IF CC-VERSION IS NOT NUMERIC
052200         MOVE "VERSION NOT NUMERIC" TO WS-REFUSAL-REASON
052300         GO TO 3650-EXIT
052400     END-IF
052500     MOVE CC-VERSION TO WS-CARD-VERSION
052600     MOVE ZERO TO WS-MATCH-IX
052700     PERFORM 3660-SCAN-ONE-VERSION THRU 3660-EXIT
052800         VARYING WS-VS-IX FROM 1 BY 1
052900         UNTIL WS-VS-IX > WS-VERSION-COUNT
053000            OR WS-MATCH-IX > ZERO
053100     IF WS-MATCH-IX = ZERO
053200         MOVE "NO SUCH VERSION" TO WS-REFUSAL-REASON
053300         GO TO 3650-EXIT
053400     END-IF
053500     IF WS-VS-STATUS(WS-MATCH-IX) NOT = 'P'
053600         MOVE "VERSION ALREADY DECIDED" TO WS-REFUSAL-REASON
053700     END-IF.
053800 3650-EXIT.
053900     EXIT.
054000 3660-SCAN-ONE-VERSION.
054100     IF WS-VS-TABLE(WS-VS-IX) = CC-TABLE-NAME
054200         AND WS-VS-VERSION(WS-VS-IX) = WS-CARD-VERSION
054300         AND NOT WS-VS-WITHDRAWN(WS-VS-IX)
054400         MOVE WS-VS-IX TO WS-MATCH-IX
054500     END-IF.
054600 3660-EXIT.
054700     EXIT.
054800*--------------------------------------------------------------
054900* A MAKER MAY WITHDRAW THEIR OWN PENDING VERSION; ANYONE ELSE
055000* REJECTING IT NEEDS THE APPROVE FUNCTION.
055100*--------------------------------------------------------------
055200 3700-REJECT-VERSION.
055300     PERFORM 3650-FIND-VERSION THRU 3650-EXIT
055400     IF WS-REFUSAL-REASON NOT = SPACES
055500         GO TO 3700-EXIT
055600     END-IF
055700     IF CC-DECIDER = SPACES
055800         MOVE "NO APPROVER INITIALS" TO WS-REFUSAL-REASON
055900         GO TO 3700-EXIT
056000     END-IF
056100     IF CC-DECIDER NOT = WS-VS-MAKER(WS-MATCH-IX)
056200         MOVE CC-DECIDER TO AUTH-OPERATOR-ID
056300         MOVE 'A' TO AUTH-FUNCTION
056400         PERFORM 3850-CHECK-AUTHORITY THRU 3850-EXIT
056500         IF NOT AUTH-GRANTED
056600             MOVE "APPROVER NOT PERMITTED TO REJECT"
056700                 TO WS-REFUSAL-REASON
056800             GO TO 3700-EXIT
056900         END-IF
057000     END-IF
057100     MOVE 'R' TO WS-VS-STATUS(WS-MATCH-IX)
057200     MOVE CC-DECIDER TO WS-VS-APPROVER(WS-MATCH-IX)
057300     MOVE WS-TODAY TO WS-VS-DECIDED(WS-MATCH-IX)
057400     ADD 1 TO WS-VERSIONS-REJECTED
057500     MOVE "REJECTED " TO WS-AU-ACTION
057600     PERFORM 3750-WRITE-DECISION THRU 3750-EXIT.
057700 3700-EXIT.
057800     EXIT.
057900 3750-WRITE-DECISION.
058000     MOVE WS-VS-TABLE(WS-MATCH-IX) TO WS-AU-TABLE
058100     MOVE WS-VS-VERSION(WS-MATCH-IX) TO WS-AU-VERSION
058200     MOVE WS-VS-EFFECTIVE(WS-MATCH-IX) TO WS-AU-EFFECTIVE
058300     MOVE SPACES TO WS-AU-TEXT
058400     MOVE "BY " TO WS-AU-DECISION-TEXT(1:3)
058500     MOVE CC-DECIDER TO WS-AU-DECIDER
058600     MOVE " MAKER " TO WS-AU-DECISION-TEXT(7:7)
058700     MOVE WS-VS-MAKER(WS-MATCH-IX) TO WS-AU-DECIDED-MAKER
058800     MOVE SPACES TO RA-RECORD
058900     WRITE RA-RECORD FROM WS-AUDIT-LINE.
059000 3750-EXIT.
059100     EXIT.
059200 3800-SCAN-TABLE-VERSIONS.
059300     MOVE ZERO TO WS-MAX-VERSION
059400     MOVE ZERO TO WS-APPROVED-COUNT
059500     MOVE ZERO TO WS-SAME-DATE-COUNT
059600     PERFORM 3810-TALLY-ONE-VERSION THRU 3810-EXIT
059700         VARYING WS-VS-IX FROM 1 BY 1
059800         UNTIL WS-VS-IX > WS-VERSION-COUNT.
059900 3800-EXIT.
060000     EXIT.
060100 3810-TALLY-ONE-VERSION.
060200     IF WS-VS-TABLE(WS-VS-IX) NOT = CC-TABLE-NAME
060300         OR WS-VS-WITHDRAWN(WS-VS-IX)
060400         GO TO 3810-EXIT
060500     END-IF
060600     IF WS-VS-VERSION(WS-VS-IX) > WS-MAX-VERSION
060700         MOVE WS-VS-VERSION(WS-VS-IX) TO WS-MAX-VERSION
060800     END-IF
060900     IF WS-VS-STATUS(WS-VS-IX) = 'A'
061000         ADD 1 TO WS-APPROVED-COUNT
061100         IF WS-VS-EFFECTIVE(WS-VS-IX) = WS-EFFECTIVE-DATE
061200             ADD 1 TO WS-SAME-DATE-COUNT
061300         END-IF
061400     END-IF.
061500 3810-EXIT.
061600     EXIT.
061700 3850-CHECK-AUTHORITY.
061800     MOVE "REFTABLE" TO AUTH-TOOL
061900     CALL "OPERATOR-AUTH" USING OPERATOR-AUTH-REQUEST.
062000 3850-EXIT.
062100     EXIT.
062200 3900-WRITE-REFUSAL.
062300     ADD 1 TO WS-CARDS-REFUSED
062400     MOVE CHANGE-CARD TO WS-RF-CARD
062500     MOVE WS-REFUSAL-REASON TO WS-RF-REASON
062600     MOVE SPACES TO RA-RECORD
062700     WRITE RA-RECORD FROM WS-REFUSED-LINE.
062800 3900-EXIT.
062900     EXIT.
063000 3950-WITHDRAW-VERSION.
063100     MOVE 'W' TO WS-VS-ORIGIN(WS-OPEN-VS-IX)
063200     MOVE "WITHDRAWN" TO WS-AU-ACTION
063300     MOVE WS-VS-TABLE(WS-OPEN-VS-IX) TO WS-AU-TABLE
063400     MOVE WS-VS-VERSION(WS-OPEN-VS-IX) TO WS-AU-VERSION
063500     MOVE WS-VS-EFFECTIVE(WS-OPEN-VS-IX) TO WS-AU-EFFECTIVE
063600     MOVE "A ROW CARD WAS REFUSED - REKEY THE TABLE"
063700         TO WS-AU-TEXT
063800     MOVE SPACES TO RA-RECORD
063900     WRITE RA-RECORD FROM WS-AUDIT-LINE
064000     MOVE ZERO TO WS-OPEN-VS-IX.
064100 3950-EXIT.
064200     EXIT.
064300*--------------------------------------------------------------
064400* THE STORE IS COPIED IN ITS OWN ORDER WITH EACH HEADER'S
064500* DECISION FIELDS TAKEN FROM THE TABLE, THEN THE VERSIONS KEYED
064600* THIS RUN ARE APPENDED, EACH HEADER FOLLOWED BY ITS ROWS.
064700*--------------------------------------------------------------
064800 4000-WRITE-NEW-STORE.
064900     IF WS-STORE-PRESENT OR WS-STORE-TOO-LARGE
065000         MOVE SPACES TO WS-STORE-STATUS
065100         OPEN INPUT VERSION-STORE-FILE
065200         PERFORM 2100-READ-STORE THRU 2100-EXIT
065300         PERFORM 4100-COPY-ONE-RECORD THRU 4100-EXIT
065400             UNTIL WS-STORE-EOF
065500         CLOSE VERSION-STORE-FILE
065600     END-IF
065700     PERFORM 4200-APPEND-ONE-VERSION THRU 4200-EXIT
065800         VARYING WS-VS-IX FROM 1 BY 1
065900         UNTIL WS-VS-IX > WS-VERSION-COUNT.
066000 4000-EXIT.
066100     EXIT.
066200 4100-COPY-ONE-RECORD.
066300     IF RV-HEADER-RECORD
066400         MOVE ZERO TO WS-MATCH-IX
066500         PERFORM 4110-SCAN-STORED THRU 4110-EXIT
066600             VARYING WS-VS-IX FROM 1 BY 1
066700             UNTIL WS-VS-IX > WS-VERSION-COUNT
066800                OR WS-MATCH-IX > ZERO
066900         IF WS-MATCH-IX > ZERO
067000             MOVE WS-VS-STATUS(WS-MATCH-IX) TO RV-STATUS
067100             MOVE WS-VS-APPROVER(WS-MATCH-IX) TO RV-APPROVER
067200             MOVE WS-VS-DECIDED(WS-MATCH-IX) TO RV-DECIDED-DATE
067300         END-IF
067400     END-IF
067500     WRITE NV-RECORD FROM REFERENCE-VERSION-RECORD
067600     PERFORM 2100-READ-STORE THRU 2100-EXIT.
067700 4100-EXIT.
067800     EXIT.
067900 4110-SCAN-STORED.
068000     IF WS-VS-FROM-STORE(WS-VS-IX)
068100         AND WS-VS-TABLE(WS-VS-IX) = RV-TABLE-NAME
068200         AND WS-VS-VERSION(WS-VS-IX) = RV-VERSION
068300         MOVE WS-VS-IX TO WS-MATCH-IX
068400     END-IF.
068500 4110-EXIT.
068600     EXIT.
068700 4200-APPEND-ONE-VERSION.
068800     IF NOT WS-VS-NEW(WS-VS-IX)
068900         GO TO 4200-EXIT
069000     END-IF
069100     MOVE SPACES TO REFERENCE-VERSION-RECORD
069200     MOVE WS-VS-TABLE(WS-VS-IX) TO RV-TABLE-NAME
069300     MOVE WS-VS-VERSION(WS-VS-IX) TO RV-VERSION
069400     MOVE 'H' TO RV-RECORD-TYPE
069500     MOVE WS-VS-EFFECTIVE(WS-VS-IX) TO RV-EFFECTIVE-DATE
069600     MOVE WS-VS-STATUS(WS-VS-IX) TO RV-STATUS
069700     MOVE WS-VS-MAKER(WS-VS-IX) TO RV-MAKER
069800     MOVE WS-VS-APPROVER(WS-VS-IX) TO RV-APPROVER
069900     MOVE WS-VS-DECIDED(WS-VS-IX) TO RV-DECIDED-DATE
070000     MOVE WS-VS-ROWS(WS-VS-IX) TO RV-ROW-COUNT
070100     MOVE WS-VS-REF(WS-VS-IX) TO RV-CHANGE-REF
070200     WRITE NV-RECORD FROM REFERENCE-VERSION-RECORD
070300     MOVE 'D' TO RV-RECORD-TYPE
070400     PERFORM 4210-APPEND-ONE-ROW THRU 4210-EXIT
070500         VARYING WS-NR-IX FROM 1 BY 1
070600         UNTIL WS-NR-IX > WS-ROW-COUNT
070700     ADD 1 TO WS-VERSIONS-ADDED
070800     MOVE "ADDED    " TO WS-AU-ACTION
070900     MOVE WS-VS-TABLE(WS-VS-IX) TO WS-AU-TABLE
071000     MOVE WS-VS-VERSION(WS-VS-IX) TO WS-AU-VERSION
071100     MOVE WS-VS-EFFECTIVE(WS-VS-IX) TO WS-AU-EFFECTIVE
071200     MOVE SPACES TO WS-AU-TEXT
071300     MOVE "ROWS " TO WS-AU-ADDED-TEXT(1:5)
071400     MOVE WS-VS-ROWS(WS-VS-IX) TO WS-AU-ROWS
071500     MOVE " MAKER " TO WS-AU-ADDED-TEXT(10:7)
071600     MOVE WS-VS-MAKER(WS-VS-IX) TO WS-AU-MAKER
071700     MOVE " REF " TO WS-AU-ADDED-TEXT(20:5)
071800     MOVE WS-VS-REF(WS-VS-IX) TO WS-AU-REF
071900     MOVE SPACES TO RA-RECORD
072000     WRITE RA-RECORD FROM WS-AUDIT-LINE.
072100 4200-EXIT.
072200     EXIT.
072300 4210-APPEND-ONE-ROW.
072400     IF WS-NR-VS-IX(WS-NR-IX) = WS-VS-IX
072500         MOVE WS-NR-BODY(WS-NR-IX) TO RV-RECORD-BODY
072600         WRITE NV-RECORD FROM REFERENCE-VERSION-RECORD
072700     END-IF.
072800 4210-EXIT.
072900     EXIT.
073000 9000-TERMINATE.
073100     MOVE WS-CARDS-READ TO WS-AT-CARDS
073200     MOVE WS-VERSIONS-ADDED TO WS-AT-ADDED
073300     MOVE WS-VERSIONS-APPROVED TO WS-AT-APPROVED
073400     MOVE WS-VERSIONS-REJECTED TO WS-AT-REJECTED
073500     MOVE WS-CARDS-REFUSED TO WS-AT-REFUSED
073600     MOVE SPACES TO RA-RECORD
073700     WRITE RA-RECORD FROM WS-AUDIT-TOTALS
073800     CLOSE NEW-STORE-FILE
073900     CLOSE CHANGE-AUDIT-FILE
074000     IF WS-STORE-TOO-LARGE
074100         MOVE 8 TO RETURN-CODE
074200     ELSE
074300         IF WS-CARDS-REFUSED > ZERO
074400             MOVE 4 TO RETURN-CODE
074500         END-IF
074600     END-IF.
074700 9000-EXIT.
074800     EXIT.
074900 END PROGRAM REFTAB-CHANGE.
