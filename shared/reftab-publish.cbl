000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REFTAB-PUBLISH.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-01.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-01  BJC  INITIAL VERSION - PUBLISHES THE BUSINESS
001000*                    REFERENCE TABLES FOR A BUSINESS DATE FROM
001100*                    THE REFVERS VERSION STORE REFTAB-CHANGE
001200*                    MAINTAINS. THE REFPCTL CARD GIVES THE
001300*                    DATE (BLANK FOR TODAY); CALENDAR-SERVICE
001400*                    SETTLES IT ON A BUSINESS DAY - A WEEKEND
001500*                    OR HOLIDAY PUBLISHES FOR THE NEXT BUSINESS
001600*                    DAY, THE FIRST DAY THE TABLES WILL BE READ.
001700*                    FOR EACH TABLE THE APPROVED VERSION WITH
001800*                    THE LATEST EFFECTIVE DATE ON OR BEFORE THE
001900*                    BUSINESS DATE IS WRITTEN TO THE TABLE'S OWN
002000*                    DD (RATETAB, FARETAB, ASMTRATE, EXEMPTTB,
002100*                    CARRRATE, WEIGHTTB, AGETHRSH) IN THE RECORD
002200*                    LENGTH ITS CONSUMERS READ, AND RECORDED ON
002300*                    REFINUSE FOR THE CONSUMERS' REPORT HEADERS
002400*                    (THROUGH REFTAB-VERSION). A PAST DATE ON
002500*                    THE CARD REPUBLISHES THE RATES THAT APPLIED
002600*                    THEN, FOR RE-RUNS. A TABLE WITH NO VERSION
002700*                    IN FORCE IS LEFT UNTOUCHED AND RECORDED AS
002800*                    VERSION 0000 (RETURN CODE 4); A TABLE THAT
002900*                    COULD NOT BE WRITTEN WHOLE, OR NO STORE OR
003000*                    NO VALID DATE, IS RETURN CODE 8. THE
003100*                    PUBLICATION REPORT GOES TO REFPRPT.
003110*   2026-10-15  BJC  CARRRATE ROWS ARE NOW 48 BYTES - THE
003120*                    CARRIER'S BILLING CURRENCY FOLLOWS THE
003130*                    PER-CRATE MINIMUM.
003200*--------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT PUBLISH-CONTROL-FILE ASSIGN TO "REFPCTL"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-CONTROL-STATUS.
004000     SELECT VERSION-STORE-FILE ASSIGN TO "REFVERS"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-STORE-STATUS.
004300     SELECT TABLE-OUTPUT-FILE ASSIGN TO WS-TABLE-DD
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-TABLE-STATUS.
004600     SELECT IN-USE-FILE ASSIGN TO "REFINUSE"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-IN-USE-STATUS.
004900     SELECT PUBLISH-REPORT-FILE ASSIGN TO "REFPRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-REPORT-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  PUBLISH-CONTROL-FILE.
005500 01  PUBLISH-CONTROL-CARD.
005600     05  PC-BUSINESS-DATE        PIC X(08).
005700 FD  VERSION-STORE-FILE.
005800 01  VS-RECORD                   PIC X(96).
005900 FD  TABLE-OUTPUT-FILE.
006000 01  TABLE-OUTPUT-RECORD.
006100     05  TO-BYTE                 PIC X(01)
006200             OCCURS 1 TO 80 TIMES
006300             DEPENDING ON WS-RECORD-LENGTH.
006400 FD  IN-USE-FILE.
006500 COPY REFINUSE.
006600 FD  PUBLISH-REPORT-FILE.
006700 01  PR-RECORD                   PIC X(80).
006800 WORKING-STORAGE SECTION.
006900 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
007000     88  WS-CONTROL-OK                           VALUE '00'.
007100 77  WS-STORE-STATUS             PIC X(02)       VALUE SPACES.
007200     88  WS-STORE-OK                             VALUE '00'.
007300     88  WS-STORE-EOF                            VALUE '10'.
007400 77  WS-TABLE-STATUS             PIC X(02)       VALUE SPACES.
007500     88  WS-TABLE-OK                             VALUE '00'.
007600 77  WS-IN-USE-STATUS            PIC X(02)       VALUE SPACES.
007700 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
007800 77  WS-TABLE-DD                 PIC X(08)       VALUE SPACES.
007900 77  WS-RECORD-LENGTH            PIC 9(02)       VALUE 80 COMP.
008000 77  WS-RUN-STATE                PIC X(01)       VALUE 'Y'.
008100     88  WS-RUN-OK                               VALUE 'Y'.
008200     88  WS-RUN-ABANDONED                        VALUE 'N'.
008300 77  WS-TL-IX                    PIC 9(02)       VALUE ZERO COMP.
008400 77  WS-TL-MATCH                 PIC 9(02)       VALUE ZERO COMP.
008500 77  WS-ROWS-WRITTEN             PIC 9(04)       VALUE ZERO COMP.
008600 77  WS-HIGHEST-RC               PIC 9(02)       VALUE ZERO.
008700 77  WS-TODAY                    PIC 9(08)       VALUE ZERO.
008800 77  WS-REQUESTED-DATE           PIC 9(08)       VALUE ZERO.
008900 77  WS-BUSINESS-DATE            PIC 9(08)       VALUE ZERO.
009000*--------------------------------------------------------------
009100* THE TABLES UNDER CHANGE CONTROL AND THE RECORD LENGTH EACH
009200* CONSUMING PROGRAM READS.
009300*--------------------------------------------------------------
009400 01  WS-TABLE-NAMES.
009500     05  FILLER                  PIC X(11)       VALUE
009600             "RATETAB 041".
009700     05  FILLER                  PIC X(11)       VALUE
009800             "FARETAB 014".
009900     05  FILLER                  PIC X(11)       VALUE
010000             "ASMTRATE032".
010100     05  FILLER                  PIC X(11)       VALUE
010200             "EXEMPTTB006".
010300     05  FILLER                  PIC X(11)       VALUE
010400             "CARRRATE048".
010500     05  FILLER                  PIC X(11)       VALUE
010600             "WEIGHTTB057".
010700     05  FILLER                  PIC X(11)       VALUE
010800             "AGETHRSH017".
010900 01  WS-TABLE-LIST REDEFINES WS-TABLE-NAMES.
011000     05  WS-TL-ENTRY OCCURS 7.
011100         10  WS-TL-NAME          PIC X(08).
011200         10  WS-TL-LENGTH        PIC 9(03).
011300 01  WS-IN-FORCE-TABLE.
011400     05  WS-IF-ENTRY OCCURS 7.
011500         10  WS-IF-VERSION       PIC 9(04).
011600         10  WS-IF-EFFECTIVE     PIC 9(08).
011700         10  WS-IF-APPROVER      PIC X(03).
011800         10  WS-IF-ROWS          PIC 9(04).
011900 COPY REFVERS.
012000 COPY CALSVC.
012100 01  WS-REPORT-HEADER.
012200     05  FILLER                  PIC X(46)       VALUE
012300             "REFERENCE TABLE PUBLICATION FOR BUSINESS DATE ".
012400     05  WS-RH-BUSINESS          PIC 9(08).
012500     05  FILLER                  PIC X(11)       VALUE
012600             "  REQUESTED".
012700     05  FILLER                  PIC X(01)       VALUE SPACE.
012800     05  WS-RH-REQUESTED         PIC 9(08).
012900 01  WS-PUBLISH-LINE.
013000     05  WS-PL-TABLE             PIC X(08).
013100     05  FILLER                  PIC X(09)       VALUE
013200             " VERSION ".
013300     05  WS-PL-VERSION           PIC 9(04).
013400     05  FILLER                  PIC X(11)       VALUE
013500             " EFFECTIVE ".
013600     05  WS-PL-EFFECTIVE         PIC 9(08).
013700     05  FILLER                  PIC X(04)       VALUE " BY ".
013800     05  WS-PL-APPROVER          PIC X(03).
013900     05  FILLER                  PIC X(06)       VALUE " ROWS ".
014000     05  WS-PL-ROWS              PIC Z(03)9.
014100     05  FILLER                  PIC X(01)       VALUE SPACE.
014200     05  WS-PL-TEXT              PIC X(22).
014300 01  WS-NOTE-LINE.
014400     05  WS-NL-TABLE             PIC X(08).
014500     05  FILLER                  PIC X(01)       VALUE SPACE.
014600     05  WS-NL-TEXT              PIC X(60).
014700 PROCEDURE DIVISION.
014800 0000-MAINLINE.
014900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015000     PERFORM 2000-SET-BUSINESS-DATE THRU 2000-EXIT.
015100     PERFORM 3000-CHOOSE-VERSIONS THRU 3000-EXIT.
015200     PERFORM 4000-PUBLISH-TABLES THRU 4000-EXIT.
015300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015400     STOP RUN.
015500 0000-EXIT.
015600     EXIT.
015700 1000-INITIALIZE.
015800     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
015900     MOVE SPACES TO PUBLISH-CONTROL-CARD
016000     OPEN INPUT PUBLISH-CONTROL-FILE
016100     IF WS-CONTROL-OK
016200         READ PUBLISH-CONTROL-FILE
016300             AT END MOVE SPACES TO PUBLISH-CONTROL-CARD
016400         END-READ
016500         CLOSE PUBLISH-CONTROL-FILE
016600     END-IF
016700     INITIALIZE WS-IN-FORCE-TABLE
016800     OPEN OUTPUT IN-USE-FILE
016900     OPEN OUTPUT PUBLISH-REPORT-FILE.
017000 1000-EXIT.
017100     EXIT.
017200*--------------------------------------------------------------
017300* A DATE OFF THE LOADED CALENDAR (OR NO CALMAST) IS TAKEN AS
017400* GIVEN AND SAID SO ON THE REPORT - THE TABLES STILL PUBLISH.
017500*--------------------------------------------------------------
017600 2000-SET-BUSINESS-DATE.
017700     IF PC-BUSINESS-DATE IS NUMERIC
017800         AND PC-BUSINESS-DATE NOT = ZERO
017900         MOVE PC-BUSINESS-DATE TO WS-REQUESTED-DATE
018000     ELSE
018100         MOVE WS-TODAY TO WS-REQUESTED-DATE
018200     END-IF
018300     MOVE WS-REQUESTED-DATE TO WS-BUSINESS-DATE
018400     MOVE WS-REQUESTED-DATE TO WS-RH-REQUESTED
018500     IF FUNCTION TEST-DATE-YYYYMMDD(WS-REQUESTED-DATE)
018600         NOT = ZERO
018700         MOVE ZERO TO WS-RH-BUSINESS
018800         MOVE SPACES TO PR-RECORD
018900         WRITE PR-RECORD FROM WS-REPORT-HEADER
019000         MOVE "REFPCTL" TO WS-NL-TABLE
019100         MOVE "BUSINESS DATE NOT A DATE - NOTHING PUBLISHED"
019200             TO WS-NL-TEXT
019300         PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
019400         SET WS-RUN-ABANDONED TO TRUE
019500         MOVE 8 TO WS-HIGHEST-RC
019600         GO TO 2000-EXIT
019700     END-IF
019800     MOVE SPACES TO WS-NL-TEXT
019900     SET CAL-SVC-IS-BUSINESS TO TRUE
020000     MOVE WS-REQUESTED-DATE TO CAL-SVC-ARGUMENT
020100     CALL "CALENDAR-SERVICE" USING CALENDAR-SERVICE-REQUEST
020200     IF CAL-SVC-NO
020300         SET CAL-SVC-NEXT-BUSINESS TO TRUE
020400         MOVE WS-REQUESTED-DATE TO CAL-SVC-ARGUMENT
020500         CALL "CALENDAR-SERVICE" USING CALENDAR-SERVICE-REQUEST
020600         IF CAL-SVC-YES
020700             MOVE CAL-SVC-ANSWER TO WS-BUSINESS-DATE
020800             MOVE "NOT A BUSINESS DAY - NEXT BUSINESS DAY TAKEN"
020900                 TO WS-NL-TEXT
021000         END-IF
021100     END-IF
021200     IF CAL-SVC-OUT-OF-RANGE
021300         MOVE "OFF THE PROCESSING CALENDAR - DATE TAKEN AS GIVEN"
021400             TO WS-NL-TEXT
021500         IF WS-HIGHEST-RC < 4
021600             MOVE 4 TO WS-HIGHEST-RC
021700         END-IF
021800     END-IF
021900     MOVE WS-BUSINESS-DATE TO WS-RH-BUSINESS
022000     MOVE SPACES TO PR-RECORD
022100     WRITE PR-RECORD FROM WS-REPORT-HEADER
022200     IF WS-NL-TEXT NOT = SPACES
022300         MOVE "CALENDAR" TO WS-NL-TABLE
022400         PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
022500     END-IF.
022600 2000-EXIT.
022700     EXIT.
022800*--------------------------------------------------------------
022900* VERSION IN FORCE: APPROVED, EFFECTIVE ON OR BEFORE THE
023000* BUSINESS DATE, LATEST EFFECTIVE DATE WINS. REFTAB-CHANGE
023100* NEVER APPROVES TWO VERSIONS FOR ONE DATE; SHOULD THE STORE
023200* HOLD THEM ANYWAY, THE HIGHER VERSION WINS.
023300*--------------------------------------------------------------
023400 3000-CHOOSE-VERSIONS.
023500     IF WS-RUN-ABANDONED
023600         GO TO 3000-EXIT
023700     END-IF
023800     OPEN INPUT VERSION-STORE-FILE
023900     IF NOT WS-STORE-OK
024000         MOVE "REFVERS" TO WS-NL-TABLE
024100         MOVE "NO VERSION STORE ON HAND - NOTHING PUBLISHED"
024200             TO WS-NL-TEXT
024300         PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
024400         SET WS-RUN-ABANDONED TO TRUE
024500         MOVE 8 TO WS-HIGHEST-RC
024600         GO TO 3000-EXIT
024700     END-IF
024800     PERFORM 3100-READ-STORE THRU 3100-EXIT
024900     PERFORM 3200-CONSIDER-ONE-RECORD THRU 3200-EXIT
025000         UNTIL WS-STORE-EOF
025100     CLOSE VERSION-STORE-FILE.
025200 3000-EXIT.
025300     EXIT.
025400 3100-READ-STORE.
025500     READ VERSION-STORE-FILE INTO REFERENCE-VERSION-RECORD
025600         AT END SET WS-STORE-EOF TO TRUE
025700     END-READ.
025800 3100-EXIT.
025900     EXIT.
026000 3200-CONSIDER-ONE-RECORD.
026100     IF NOT RV-HEADER-RECORD
026200         OR NOT RV-APPROVED
026300         OR RV-EFFECTIVE-DATE > WS-BUSINESS-DATE
026400         PERFORM 3100-READ-STORE THRU 3100-EXIT
026500         GO TO 3200-EXIT
026600     END-IF
026700     PERFORM 3300-FIND-TABLE THRU 3300-EXIT
026800     IF WS-TL-MATCH > ZERO
026900         IF RV-EFFECTIVE-DATE > WS-IF-EFFECTIVE(WS-TL-MATCH)
027000             OR (RV-EFFECTIVE-DATE = WS-IF-EFFECTIVE(WS-TL-MATCH)
027100             AND RV-VERSION > WS-IF-VERSION(WS-TL-MATCH))
027200             MOVE RV-VERSION TO WS-IF-VERSION(WS-TL-MATCH)
027300             MOVE RV-EFFECTIVE-DATE
027400                 TO WS-IF-EFFECTIVE(WS-TL-MATCH)
027500             MOVE RV-APPROVER TO WS-IF-APPROVER(WS-TL-MATCH)
027600             MOVE RV-ROW-COUNT TO WS-IF-ROWS(WS-TL-MATCH)
027700         END-IF
027800     END-IF
027900     PERFORM 3100-READ-STORE THRU 3100-EXIT.
028000 3200-EXIT.
028100     EXIT.
028200 3300-FIND-TABLE.
028300     MOVE ZERO TO WS-TL-MATCH
028400     PERFORM 3310-SCAN-TABLE-NAME THRU 3310-EXIT
028500         VARYING WS-TL-IX FROM 1 BY 1
028600         UNTIL WS-TL-IX > 7
028700            OR WS-TL-MATCH > ZERO.
028800 3300-EXIT.
028900     EXIT.
029000 3310-SCAN-TABLE-NAME.
029100     IF WS-TL-NAME(WS-TL-IX) = RV-TABLE-NAME
029200         MOVE WS-TL-IX TO WS-TL-MATCH
029300     END-IF.
029400 3310-EXIT.
029500     EXIT.
029600 4000-PUBLISH-TABLES.
029700     IF WS-RUN-ABANDONED
029800         GO TO 4000-EXIT
029900     END-IF
030000     PERFORM 4100-PUBLISH-ONE-TABLE THRU 4100-EXIT
030100         VARYING WS-TL-MATCH FROM 1 BY 1
030200         UNTIL WS-TL-MATCH > 7.
030300 4000-EXIT.
030400     EXIT.
030500*--------------------------------------------------------------
030600* EACH TABLE IS A SEPARATE PASS OF THE STORE INTO ITS OWN DD.
030700* A WRITTEN TABLE WHOSE ROW COUNT DISAGREES WITH ITS HEADER
030800* MEANS A DAMAGED STORE - IT IS RECORDED AS NOT PUBLISHED.
030900*--------------------------------------------------------------
031000 4100-PUBLISH-ONE-TABLE.
031100     MOVE WS-TL-NAME(WS-TL-MATCH) TO WS-NL-TABLE
031200     IF WS-IF-VERSION(WS-TL-MATCH) = ZERO
031300         MOVE "NO APPROVED VERSION IN FORCE - TABLE LEFT AS IS"
031400             TO WS-NL-TEXT
031500         PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
031600         IF WS-HIGHEST-RC < 4
031700             MOVE 4 TO WS-HIGHEST-RC
031800         END-IF
031900         PERFORM 4300-RECORD-IN-USE THRU 4300-EXIT
032000         GO TO 4100-EXIT
032100     END-IF
032200     MOVE WS-TL-NAME(WS-TL-MATCH) TO WS-TABLE-DD
032300     MOVE WS-TL-LENGTH(WS-TL-MATCH) TO WS-RECORD-LENGTH
032400     OPEN OUTPUT TABLE-OUTPUT-FILE
032500     IF NOT WS-TABLE-OK
032600         MOVE "TABLE DD NOT AVAILABLE - NOT PUBLISHED"
032700             TO WS-NL-TEXT
032800         PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
032900         MOVE 8 TO WS-HIGHEST-RC
033000         MOVE ZERO TO WS-IF-VERSION(WS-TL-MATCH)
033100         PERFORM 4300-RECORD-IN-USE THRU 4300-EXIT
033200         GO TO 4100-EXIT
033300     END-IF
033400     MOVE ZERO TO WS-ROWS-WRITTEN
033500     MOVE SPACES TO WS-STORE-STATUS
033600     OPEN INPUT VERSION-STORE-FILE
033700     PERFORM 3100-READ-STORE THRU 3100-EXIT
033800     PERFORM 4200-COPY-ONE-ROW THRU 4200-EXIT
033900         UNTIL WS-STORE-EOF
034000     CLOSE VERSION-STORE-FILE
034100     CLOSE TABLE-OUTPUT-FILE
034200     IF WS-ROWS-WRITTEN NOT = WS-IF-ROWS(WS-TL-MATCH)
034300         MOVE "ROW COUNT DISAGREES WITH VERSION - STORE DAMAGED"
034400             TO WS-NL-TEXT
034500         PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
034600         MOVE 8 TO WS-HIGHEST-RC
034700         MOVE ZERO TO WS-IF-VERSION(WS-TL-MATCH)
034800         PERFORM 4300-RECORD-IN-USE THRU 4300-EXIT
034900         GO TO 4100-EXIT
035000     END-IF
035100     MOVE WS-TL-NAME(WS-TL-MATCH) TO WS-PL-TABLE
035200     MOVE WS-IF-VERSION(WS-TL-MATCH) TO WS-PL-VERSION
035300     MOVE WS-IF-EFFECTIVE(WS-TL-MATCH) TO WS-PL-EFFECTIVE
035400     MOVE WS-IF-APPROVER(WS-TL-MATCH) TO WS-PL-APPROVER
035500     MOVE WS-ROWS-WRITTEN TO WS-PL-ROWS
035600     MOVE "PUBLISHED" TO WS-PL-TEXT
035700     MOVE SPACES TO PR-RECORD
035800     WRITE PR-RECORD FROM WS-PUBLISH-LINE
035900     PERFORM 4300-RECORD-IN-USE THRU 4300-EXIT.
036000 4100-EXIT.
036100     EXIT.
036200 4200-COPY-ONE-ROW.
036300     IF RV-ROW-RECORD
036400         AND RV-TABLE-NAME = WS-TL-NAME(WS-TL-MATCH)
036500         AND RV-VERSION = WS-IF-VERSION(WS-TL-MATCH)
036600         MOVE RV-RECORD-BODY(1:WS-RECORD-LENGTH)
036700             TO TABLE-OUTPUT-RECORD
036800         WRITE TABLE-OUTPUT-RECORD
036900         ADD 1 TO WS-ROWS-WRITTEN
037000     END-IF
037100     PERFORM 3100-READ-STORE THRU 3100-EXIT.
037200 4200-EXIT.
037300     EXIT.
037400 4300-RECORD-IN-USE.
037500     MOVE SPACES TO REFERENCE-IN-USE-RECORD
037600     MOVE WS-TL-NAME(WS-TL-MATCH) TO RU-TABLE-NAME
037700     MOVE WS-IF-VERSION(WS-TL-MATCH) TO RU-VERSION
037800     MOVE WS-BUSINESS-DATE TO RU-BUSINESS-DATE
037900     MOVE WS-TODAY TO RU-PUBLISHED-DATE
038000     IF WS-IF-VERSION(WS-TL-MATCH) = ZERO
038100         MOVE ZERO TO RU-EFFECTIVE-DATE
038200     ELSE
038300         MOVE WS-IF-EFFECTIVE(WS-TL-MATCH) TO RU-EFFECTIVE-DATE
038400         MOVE WS-IF-APPROVER(WS-TL-MATCH) TO RU-APPROVER
038500     END-IF
038600     WRITE REFERENCE-IN-USE-RECORD.
038700 4300-EXIT.
038800     EXIT.
038900 8000-WRITE-NOTE.
039000     MOVE SPACES TO PR-RECORD
039100     WRITE PR-RECORD FROM WS-NOTE-LINE.
039200 8000-EXIT.
039300     EXIT.
039400 9000-TERMINATE.
039500     CLOSE IN-USE-FILE
039600     CLOSE PUBLISH-REPORT-FILE
039700     MOVE WS-HIGHEST-RC TO RETURN-CODE.
039800 9000-EXIT.
039900     EXIT.
040000 END PROGRAM REFTAB-PUBLISH.
