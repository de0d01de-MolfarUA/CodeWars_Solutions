000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROBLEM-MANAGEMENT-BATCH.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  BJC  INITIAL VERSION - PROBLEM RECORDS FROM
001000*                    RECURRING DIAGDUMP FAILURES. EVERY DUMP
001100*                    WAS BEING WORKED AS A FRESH INCIDENT, SO
001200*                    THE SAME FAILURE COULD COME BACK ELEVEN
001300*                    TIMES IN A QUARTER WITH NOBODY OWNING IT.
001400*                    DIAGDUMP HEADERS ARE GROUPED INTO PROBLEMS
001500*                    BY PROGRAM, SEVERITY AND REASON, COUNTED
001600*                    PER CYCLE, AND KEPT ON THE PRBSTORE
001700*                    PROBLEM STORE (SEE PRBSTORE.CPY) WITH A
001800*                    STATUS, OWNER, ROOT CAUSE AND FIX
001900*                    REFERENCE. PRBCHG CARDS SET THOSE: A
002000*                    ASSIGNS AN OWNER, R RECORDS THE ROOT CAUSE,
002100*                    F CLOSES THE PROBLEM WITH THE FIX
002200*                    REFERENCE - THE OPERATOR NEEDS THE CARD'S
002300*                    ACTION ON TOOL PRBMGMT (OPERATOR-AUTH). A
002400*                    CLOSED PROBLEM DUMPED AGAIN IN A LATER
002500*                    CYCLE IS SET RECURRED AND RAISES AN
002600*                    OPALERT WARNING. PRBRPT, RUN WEEKLY, LISTS
002700*                    THE CARDS, THE TOP RECURRING PROBLEMS OF
002800*                    THE LAST SEVEN DAYS (RUNOPTS PRBMGMT
002900*                    TOPCOUNT, DEFAULT 10), EVERY PROBLEM THAT
003000*                    CAME BACK AFTER ITS FIX, AND THE PROBLEMS
003100*                    OPENED THIS PASS. OCCURRENCES OLDER THAN
003200*                    RUNOPTS PRBMGMT KEEPDAYS (DEFAULT 400) ARE
003300*                    DROPPED. RETURN CODE 4 WHEN A CARD WAS
003400*                    REFUSED OR A CLOSED PROBLEM RECURRED, 8
003500*                    WHEN A TABLE FILLED.
003600*--------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT PROBLEM-STORE-FILE ASSIGN TO "PRBSTORE"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-STORE-STATUS.
004400     SELECT NEW-STORE-FILE ASSIGN TO "PRBNEW"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-NEW-STATUS.
004700     SELECT PROBLEM-CARD-FILE ASSIGN TO "PRBCHG"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-CARD-STATUS.
005000     SELECT DIAGNOSTIC-DUMP-FILE ASSIGN TO "DIAGDUMP"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-DUMP-STATUS.
005300     SELECT OPERATOR-ALERT-FILE ASSIGN TO "OPALERT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-ALERT-STATUS.
005600     SELECT PROBLEM-REPORT-FILE ASSIGN TO "PRBRPT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-REPORT-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  PROBLEM-STORE-FILE.
006200 01  SR-RECORD                   PIC X(148).
006300 FD  NEW-STORE-FILE.
006400 01  NR-RECORD                   PIC X(148).
006500*--------------------------------------------------------------
006600* PRBCHG: ACTION, PROBLEM ID, OPERATOR INITIALS, VALUE.
006700*   A 00007 ABC JSMITH
006800*   R 00007 ABC ZERO MINIMUM BASE NOT EDITED ON INPUT
006900*   F 00007 ABC CHG0004711
007000* A = OWNER (VALUE COLUMNS 1-8), R = ROOT CAUSE (1-40),
007100* F = FIXED AND CLOSED (FIX REFERENCE, 1-12).
007200* A CARD STARTING * IS A COMMENT.
007300*--------------------------------------------------------------
007400 FD  PROBLEM-CARD-FILE.
007500 01  PROBLEM-CARD.
007600     05  PX-ACTION               PIC X(01).
007700         88  PX-ASSIGN-OWNER                 VALUE 'A'.
007800         88  PX-ROOT-CAUSE                   VALUE 'R'.
007900         88  PX-FIXED                        VALUE 'F'.
008000         88  PX-COMMENT                      VALUE '*'.
008100     05  FILLER                  PIC X(01).
008200     05  PX-PROBLEM-ID           PIC X(05).
008300     05  PX-PROBLEM-NUMBER REDEFINES PX-PROBLEM-ID
008400                                 PIC 9(05).
008500     05  FILLER                  PIC X(01).
008600     05  PX-OPERATOR             PIC X(03).
008700     05  FILLER                  PIC X(01).
008800     05  PX-VALUE                PIC X(40).
008900     05  FILLER                  PIC X(28).
009000 FD  DIAGNOSTIC-DUMP-FILE.
009100 01  DIAGNOSTIC-DUMP-RECORD      PIC X(100).
009200 FD  OPERATOR-ALERT-FILE.
009300 01  OA-RECORD                   PIC X(80).
009400 FD  PROBLEM-REPORT-FILE.
009500 01  PR-RECORD                   PIC X(132).
009600 WORKING-STORAGE SECTION.
009700 77  WS-STORE-STATUS             PIC X(02)       VALUE SPACES.
009800     88  WS-STORE-OK                             VALUE '00'.
009900     88  WS-STORE-EOF                            VALUE '10'.
010000 77  WS-NEW-STATUS               PIC X(02)       VALUE SPACES.
010100 77  WS-CARD-STATUS              PIC X(02)       VALUE SPACES.
010200     88  WS-CARD-OK                              VALUE '00'.
010300     88  WS-CARD-EOF                             VALUE '10'.
010400 77  WS-DUMP-STATUS              PIC X(02)       VALUE SPACES.
010500     88  WS-DUMP-OK                              VALUE '00'.
010600     88  WS-DUMP-EOF                             VALUE '10'.
010700 77  WS-ALERT-STATUS             PIC X(02)       VALUE SPACES.
010800     88  WS-ALERT-OK                             VALUE '00'.
010900 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
011000 77  WS-HIGHEST-RC               PIC 9(02)       VALUE ZERO.
011100 77  WS-TODAY                    PIC 9(08)       VALUE ZERO.
011200 77  WS-WEEK-FROM                PIC 9(08)       VALUE ZERO.
011300 77  WS-KEEP-FROM                PIC 9(08)       VALUE ZERO.
011400 77  WS-DATE-INT                 PIC 9(07)       VALUE ZERO.
011500 77  WS-TOP-COUNT                PIC 9(03)       VALUE 10.
011600 77  WS-KEEP-DAYS                PIC 9(05)       VALUE 400.
011700 77  WS-PROBLEM-MAX              PIC 9(04)       VALUE 500 COMP.
011800 77  WS-PB-IX                    PIC 9(04)       VALUE ZERO COMP.
011900 77  WS-MATCH-IX                 PIC 9(04)       VALUE ZERO COMP.
012000 77  WS-HIGHEST-ID               PIC 9(05)       VALUE ZERO.
012100 77  WS-OCCURRENCE-MAX           PIC 9(04)       VALUE 5000 COMP.
012200 77  WS-OC-IX                    PIC 9(04)       VALUE ZERO COMP.
012300 77  WS-FRESH-MAX                PIC 9(04)       VALUE 2000 COMP.
012400 77  WS-FR-IX                    PIC 9(04)       VALUE ZERO COMP.
012500 77  WS-FRESH-MATCH-IX           PIC 9(04)       VALUE ZERO COMP.
012600 77  WS-CYCLE-MAX                PIC 9(03)       VALUE 400 COMP.
012700 77  WS-SC-IX                    PIC 9(03)       VALUE ZERO COMP.
012800 77  WS-CYCLE-MATCH-IX           PIC 9(03)       VALUE ZERO COMP.
012900 77  WS-RK-IX                    PIC 9(04)       VALUE ZERO COMP.
013000 77  WS-LISTED                   PIC 9(04)       VALUE ZERO COMP.
013100 77  WS-CARDS-READ               PIC 9(06)       VALUE ZERO COMP.
013200 77  WS-CARDS-APPLIED            PIC 9(06)       VALUE ZERO COMP.
013300 77  WS-CARDS-REFUSED            PIC 9(06)       VALUE ZERO COMP.
013400 77  WS-DUMPS-READ               PIC 9(07)       VALUE ZERO COMP.
013500 77  WS-DUMPS-UNREADABLE         PIC 9(07)       VALUE ZERO COMP.
013600 77  WS-DUMPS-LEFT-OUT           PIC 9(07)       VALUE ZERO COMP.
013700 77  WS-NEW-PROBLEMS             PIC 9(05)       VALUE ZERO COMP.
013800 77  WS-NEWLY-RECURRED           PIC 9(05)       VALUE ZERO COMP.
013900 77  WS-RECURRED-LISTED          PIC 9(05)       VALUE ZERO COMP.
014000 77  WS-OCCURRENCES-KEPT         PIC 9(05)       VALUE ZERO COMP.
014100 77  WS-ALERT-COUNT              PIC 9(05)       VALUE ZERO COMP.
014200 77  WS-REFUSAL-REASON           PIC X(40)       VALUE SPACES.
014300 77  WS-STATUS-CODE              PIC X(01)       VALUE SPACE.
014400 77  WS-STATUS-NAME              PIC X(13)       VALUE SPACES.
014500 77  WS-STORE-HELD-SW            PIC X(01)       VALUE 'N'.
014600     88  WS-STORE-HELD                           VALUE 'Y'.
014700 01  WS-DUMP-KEY.
014800     05  WS-DK-PROGRAM           PIC X(08).
014900     05  WS-DK-SEVERITY          PIC 9(01).
015000     05  WS-DK-REASON            PIC 9(04).
015100 01  WS-DUMP-CYCLE               PIC 9(08)       VALUE ZERO.
015200*--------------------------------------------------------------
015300* THE PROBLEMS, IN PROBLEM-ID ORDER, WITH THIS PASS'S WEEKLY
015400* FIGURES ALONGSIDE THE STORED ONES.
015500*--------------------------------------------------------------
015600 01  WS-PROBLEM-COUNT            PIC 9(04)       VALUE ZERO COMP.
015700 01  WS-PROBLEM-TABLE.
015800     05  WS-PB-ENTRY OCCURS 500.
015900         10  WS-PB-ID            PIC 9(05).
016000         10  WS-PB-PROGRAM       PIC X(08).
016100         10  WS-PB-SEVERITY      PIC 9(01).
016200         10  WS-PB-REASON        PIC 9(04).
016300         10  WS-PB-STATUS        PIC X(01).
016400             88  WS-PB-OPEN                  VALUE 'O'.
016500             88  WS-PB-INVESTIGATING         VALUE 'I'.
016600             88  WS-PB-CLOSED                VALUE 'C'.
016700             88  WS-PB-RECURRED              VALUE 'R'.
016800         10  WS-PB-OWNER         PIC X(08).
016900         10  WS-PB-OPENED        PIC 9(08).
017000         10  WS-PB-FIRST-SEEN    PIC 9(08).
017100         10  WS-PB-LAST-SEEN     PIC 9(08).
017200         10  WS-PB-TOTAL         PIC 9(07).
017300         10  WS-PB-CYCLES        PIC 9(05).
017400         10  WS-PB-FIX-REF       PIC X(12).
017500         10  WS-PB-FIX-DATE      PIC 9(08).
017600         10  WS-PB-SINCE-FIX     PIC 9(05).
017700         10  WS-PB-ROOT-CAUSE    PIC X(40).
017800         10  WS-PB-WEEK-COUNT    PIC 9(07).
017900         10  WS-PB-WEEK-CYCLES   PIC 9(03).
018000         10  WS-PB-MOST-IN-CYCLE PIC 9(05).
018100         10  WS-PB-NEW-SW        PIC X(01).
018200             88  WS-PB-NEW                   VALUE 'Y'.
018300*--------------------------------------------------------------
018400* OCCURRENCES: THOSE ON THE STORE, THEN THIS PASS'S COUNTS
018500* FOR THE CYCLES STILL ON DIAGDUMP. A ZERO COUNT IS A ROW
018600* DROPPED - RECOUNTED OR PAST THE KEEP DAYS.
018700*--------------------------------------------------------------
018800 01  WS-OCCURRENCE-COUNT         PIC 9(04)       VALUE ZERO COMP.
018900 01  WS-OCCURRENCE-TABLE.
019000     05  WS-OC-ENTRY OCCURS 1 TO 5000 TIMES
019100             DEPENDING ON WS-OCCURRENCE-COUNT.
019200         10  WS-OC-PROBLEM-ID    PIC 9(05).
019300         10  WS-OC-CYCLE         PIC 9(08).
019400         10  WS-OC-COUNT         PIC 9(05).
019500 01  WS-FRESH-COUNT              PIC 9(04)       VALUE ZERO COMP.
019600 01  WS-FRESH-TABLE.
019700     05  WS-FR-ENTRY OCCURS 2000.
019800         10  WS-FR-PROBLEM-ID    PIC 9(05).
019900         10  WS-FR-CYCLE         PIC 9(08).
020000         10  WS-FR-COUNT         PIC 9(05).
020100 01  WS-CYCLE-COUNT              PIC 9(03)       VALUE ZERO COMP.
020200 01  WS-CYCLE-TABLE.
020300     05  WS-SC-CYCLE             PIC 9(08)       OCCURS 400.
020400 01  WS-RANK-COUNT               PIC 9(04)       VALUE ZERO COMP.
020500 01  WS-RANK-TABLE.
020600     05  WS-RK-ENTRY OCCURS 1 TO 500 TIMES
020700             DEPENDING ON WS-RANK-COUNT.
020800         10  WS-RK-WEEK-COUNT    PIC 9(07).
020900         10  WS-RK-PB-IX         PIC 9(04).
021000 COPY PRBSTORE.
021100 01  WS-REPORT-HEADER.
021200     05  FILLER                  PIC X(29)       VALUE
021300             "PROBLEM MANAGEMENT  RUN DATE ".
021400     05  WS-RH-DATE              PIC 9(08).
021500     05  FILLER                  PIC X(12)       VALUE
021600             "  WEEK FROM ".
021700     05  WS-RH-WEEK-FROM         PIC 9(08).
021800     05  FILLER                  PIC X(06)       VALUE
021900             "  TOP ".
022000     05  WS-RH-TOP               PIC ZZ9.
022100     05  FILLER                  PIC X(12)       VALUE
022200             "  KEEP DAYS ".
022300     05  WS-RH-KEEP-DAYS         PIC ZZZZ9.
022400 01  WS-SECTION-LINE.
022500     05  FILLER                  PIC X(04)       VALUE "*** ".
022600     05  WS-SE-TEXT              PIC X(60).
022700 01  WS-APPLIED-LINE.
022800     05  FILLER                  PIC X(10)       VALUE
022900             "APPLIED   ".
023000     05  WS-AP-CARD              PIC X(52).
023100 01  WS-REFUSED-LINE.
023200     05  FILLER                  PIC X(10)       VALUE
023300             "REFUSED   ".
023400     05  WS-RF-CARD              PIC X(52).
023500     05  FILLER                  PIC X(03)       VALUE " - ".
023600     05  WS-RF-REASON            PIC X(40).
023700 01  WS-TOP-HEADER.
023800     05  FILLER                  PIC X(40)       VALUE
023900             "PROBLEM PROGRAM  RC  REAS STATUS        ".
024000     05  FILLER                  PIC X(40)       VALUE
024100             "WEEK CYCLES MOST/CYCLE   TOTAL FIRST    ".
024200     05  FILLER                  PIC X(14)       VALUE
024300             "LAST     OWNER".
024400 01  WS-TOP-LINE.
024500     05  WS-TL-ID                PIC 9(05).
024600     05  FILLER                  PIC X(03)       VALUE SPACES.
024700     05  WS-TL-PROGRAM           PIC X(08).
024800     05  FILLER                  PIC X(02)       VALUE SPACES.
024900     05  WS-TL-SEVERITY          PIC 9(01).
025000     05  FILLER                  PIC X(02)       VALUE SPACES.
025100     05  WS-TL-REASON            PIC 9(04).
025200     05  FILLER                  PIC X(01)       VALUE SPACE.
025300     05  WS-TL-STATUS            PIC X(13).
025400     05  WS-TL-WEEK-COUNT        PIC Z(04)9.
025500     05  FILLER                  PIC X(01)       VALUE SPACE.
025600     05  WS-TL-WEEK-CYCLES       PIC Z(05)9.
025700     05  FILLER                  PIC X(01)       VALUE SPACE.
025800     05  WS-TL-MOST-IN-CYCLE     PIC Z(09)9.
025900     05  FILLER                  PIC X(01)       VALUE SPACE.
026000     05  WS-TL-TOTAL             PIC Z(06)9.
026100     05  FILLER                  PIC X(01)       VALUE SPACE.
026200     05  WS-TL-FIRST-SEEN        PIC 9(08).
026300     05  FILLER                  PIC X(01)       VALUE SPACE.
026400     05  WS-TL-LAST-SEEN         PIC 9(08).
026500     05  FILLER                  PIC X(01)       VALUE SPACE.
026600     05  WS-TL-OWNER             PIC X(08).
026700 01  WS-RECUR-HEADER.
026800     05  FILLER                  PIC X(40)       VALUE
026900             "PROBLEM PROGRAM  RC  REAS FIX REFERENCE ".
027000     05  FILLER                  PIC X(37)       VALUE
027100             "FIXED ON SINCE FIX LAST     OWNER    ".
027200     05  FILLER                  PIC X(10)       VALUE
027300             "ROOT CAUSE".
027400 01  WS-RECUR-LINE.
027500     05  WS-RL-ID                PIC 9(05).
027600     05  FILLER                  PIC X(03)       VALUE SPACES.
027700     05  WS-RL-PROGRAM           PIC X(08).
027800     05  FILLER                  PIC X(02)       VALUE SPACES.
027900     05  WS-RL-SEVERITY          PIC 9(01).
028000     05  FILLER                  PIC X(02)       VALUE SPACES.
028100     05  WS-RL-REASON            PIC 9(04).
028200     05  FILLER                  PIC X(01)       VALUE SPACE.
028300     05  WS-RL-FIX-REF           PIC X(13).
028400     05  FILLER                  PIC X(01)       VALUE SPACE.
028500     05  WS-RL-FIX-DATE          PIC 9(08).
028600     05  FILLER                  PIC X(01)       VALUE SPACE.
028700     05  WS-RL-SINCE-FIX         PIC Z(08)9.
028800     05  FILLER                  PIC X(01)       VALUE SPACE.
028900     05  WS-RL-LAST-SEEN         PIC 9(08).
029000     05  FILLER                  PIC X(01)       VALUE SPACE.
029100     05  WS-RL-OWNER             PIC X(08).
029200     05  FILLER                  PIC X(01)       VALUE SPACE.
029300     05  WS-RL-ROOT-CAUSE        PIC X(40).
029400 01  WS-NEW-LINE.
029500     05  WS-NL-ID                PIC 9(05).
029600     05  FILLER                  PIC X(03)       VALUE SPACES.
029700     05  WS-NL-PROGRAM           PIC X(08).
029800     05  FILLER                  PIC X(02)       VALUE SPACES.
029900     05  WS-NL-SEVERITY          PIC 9(01).
030000     05  FILLER                  PIC X(02)       VALUE SPACES.
030100     05  WS-NL-REASON            PIC 9(04).
030200     05  FILLER                  PIC X(12)       VALUE
030300             "  FIRST SEEN".
030400     05  FILLER                  PIC X(01)       VALUE SPACE.
030500     05  WS-NL-FIRST-SEEN        PIC 9(08).
030600     05  FILLER                  PIC X(08)       VALUE
030700             "  DUMPS ".
030800     05  WS-NL-TOTAL             PIC Z(06)9.
030900 01  WS-NOTE-LINE.
031000     05  FILLER                  PIC X(02)       VALUE SPACES.
031100     05  WS-NT-TEXT              PIC X(60).
031200 01  WS-COUNT-LINE.
031300     05  WS-CL-LABEL             PIC X(34).
031400     05  WS-CL-COUNT             PIC Z(06)9.
031500 01  WS-ALERT-LINE.
031600     05  WS-OA-SEVERITY          PIC X(08).
031700     05  FILLER                  PIC X(01)       VALUE SPACE.
031800     05  WS-OA-PROGRAM           PIC X(08).
031900     05  FILLER                  PIC X(01)       VALUE SPACE.
032000     05  WS-OA-TEXT              PIC X(62).
032100 01  WS-RECURRED-TEXT.
032200     05  FILLER                  PIC X(08)       VALUE
032300             "PROBLEM ".
032400     05  WS-RT-ID                PIC 9(05).
032500     05  FILLER                  PIC X(19)       VALUE
032600             " RECURRED AFTER FIX".
032700     05  FILLER                  PIC X(01)       VALUE SPACE.
032800     05  WS-RT-FIX-REF           PIC X(12).
032900     05  FILLER                  PIC X(06)       VALUE
033000             " DUMPS".
033100     05  WS-RT-SINCE-FIX         PIC Z(04)9.
033200 COPY OPERAUTH.
033300 COPY RUNOPTS.
033400 PROCEDURE DIVISION.
033500 0000-MAINLINE.
033600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
033700     IF WS-STORE-HELD
033800         PERFORM 8000-CARRY-STORE-FORWARD THRU 8000-EXIT
033900     ELSE
034000         PERFORM 2000-APPLY-CARDS THRU 2000-EXIT
034100         PERFORM 3000-COUNT-DUMPS THRU 3000-EXIT
034200         PERFORM 4000-MERGE-OCCURRENCES THRU 4000-EXIT
034300         PERFORM 5000-RECOUNT-PROBLEMS THRU 5000-EXIT
034400         PERFORM 6000-REPORT-PROBLEMS THRU 6000-EXIT
034500         PERFORM 7000-WRITE-NEW-STORE THRU 7000-EXIT
034600     END-IF
034700     PERFORM 9000-TERMINATE THRU 9000-EXIT
034800     STOP RUN.
034900 0000-EXIT.
035000     EXIT.
035100 1000-INITIALIZE.
035200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
035300     PERFORM 1100-LOAD-OPTIONS THRU 1100-EXIT
035400     COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
035500         - 6
035600     COMPUTE WS-WEEK-FROM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
035700     COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
035800         - WS-KEEP-DAYS
035900     COMPUTE WS-KEEP-FROM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
036000     OPEN OUTPUT PROBLEM-REPORT-FILE
036100     MOVE WS-TODAY TO WS-RH-DATE
036200     MOVE WS-WEEK-FROM TO WS-RH-WEEK-FROM
036300     MOVE WS-TOP-COUNT TO WS-RH-TOP
036400     MOVE WS-KEEP-DAYS TO WS-RH-KEEP-DAYS
036500     MOVE SPACES TO PR-RECORD
036600     WRITE PR-RECORD FROM WS-REPORT-HEADER
036700     OPEN INPUT PROBLEM-STORE-FILE
036800     IF NOT WS-STORE-OK
036900         GO TO 1000-EXIT
037000     END-IF
037100     PERFORM 1200-READ-STORE THRU 1200-EXIT
037200     PERFORM 1210-STORE-ONE-RECORD THRU 1210-EXIT
037300         UNTIL WS-STORE-EOF
037400            OR WS-STORE-HELD
037500     CLOSE PROBLEM-STORE-FILE
037600     IF WS-STORE-HELD
037700         DISPLAY "PROBLEM-MANAGEMENT-BATCH: PRBSTORE HOLDS MORE "
037800             "THAN THE TABLE LIMIT - NOTHING COUNTED"
037900         MOVE 8 TO WS-HIGHEST-RC
038000     END-IF.
038100 1000-EXIT.
038200     EXIT.
038300*--------------------------------------------------------------
038400* RUNOPTS UNDER PRBMGMT: TOPCOUNT IS HOW MANY PROBLEMS THE
038500* WEEKLY LIST SHOWS, KEEPDAYS HOW LONG A CYCLE'S COUNT IS
038600* KEPT ONCE DIAGDUMP HAS LOST IT.
038700*--------------------------------------------------------------
038800 1100-LOAD-OPTIONS.
038900     MOVE "PRBMGMT " TO OPT-PROGRAM-ID
039000     MOVE "TOPCOUNT        " TO OPT-KEY
039100     MOVE 10 TO OPT-DEFAULT-VALUE
039200     CALL "OPTIONS-LOADER" USING RUN-OPTIONS-REQUEST
039300     IF OPT-VALUE > ZERO AND OPT-VALUE < 1000
039400         MOVE OPT-VALUE TO WS-TOP-COUNT
039500     ELSE
039600         MOVE OPT-DEFAULT-VALUE TO WS-TOP-COUNT
039700     END-IF
039800     MOVE "PRBMGMT " TO OPT-PROGRAM-ID
039900     MOVE "KEEPDAYS        " TO OPT-KEY
040000     MOVE 400 TO OPT-DEFAULT-VALUE
040100     CALL "OPTIONS-LOADER" USING RUN-OPTIONS-REQUEST
040200     IF OPT-VALUE > 6 AND OPT-VALUE < 36500
040300         MOVE OPT-VALUE TO WS-KEEP-DAYS
040400     ELSE
040500         MOVE OPT-DEFAULT-VALUE TO WS-KEEP-DAYS
040600     END-IF.
040700 1100-EXIT.
040800     EXIT.
040900 1200-READ-STORE.
041000     READ PROBLEM-STORE-FILE
041100         AT END SET WS-STORE-EOF TO TRUE
041200     END-READ.
041300 1200-EXIT.
041400     EXIT.
041500 1210-STORE-ONE-RECORD.
041600     MOVE SR-RECORD TO PROBLEM-STORE-RECORD
041700     EVALUATE TRUE
041800         WHEN PS-PROBLEM
041900             IF WS-PROBLEM-COUNT >= WS-PROBLEM-MAX
042000                 SET WS-STORE-HELD TO TRUE
042100                 GO TO 1210-EXIT
042200             END-IF
042300             ADD 1 TO WS-PROBLEM-COUNT
042400             PERFORM 1220-TAKE-PROBLEM THRU 1220-EXIT
042500         WHEN PS-OCCURRENCE
042600             IF WS-OCCURRENCE-COUNT >= WS-OCCURRENCE-MAX
042700                 SET WS-STORE-HELD TO TRUE
042800                 GO TO 1210-EXIT
042900             END-IF
043000             ADD 1 TO WS-OCCURRENCE-COUNT
043100             MOVE PS-PROBLEM-ID
043200                 TO WS-OC-PROBLEM-ID(WS-OCCURRENCE-COUNT)
043300             MOVE PS-CYCLE-DATE
043400                 TO WS-OC-CYCLE(WS-OCCURRENCE-COUNT)
043500             MOVE PS-CYCLE-COUNT
043600                 TO WS-OC-COUNT(WS-OCCURRENCE-COUNT)
043700         WHEN OTHER
043800             CONTINUE
043900     END-EVALUATE
044000     PERFORM 1200-READ-STORE THRU 1200-EXIT.
044100 1210-EXIT.
044200     EXIT.
044300 1220-TAKE-PROBLEM.
044400     MOVE PS-PROBLEM-ID TO WS-PB-ID(WS-PROBLEM-COUNT)
044500     MOVE PS-PROGRAM-ID TO WS-PB-PROGRAM(WS-PROBLEM-COUNT)
044600     MOVE PS-SEVERITY TO WS-PB-SEVERITY(WS-PROBLEM-COUNT)
044700     MOVE PS-REASON TO WS-PB-REASON(WS-PROBLEM-COUNT)
044800     MOVE PS-STATUS TO WS-PB-STATUS(WS-PROBLEM-COUNT)
044900     MOVE PS-OWNER TO WS-PB-OWNER(WS-PROBLEM-COUNT)
045000     MOVE PS-OPENED-DATE TO WS-PB-OPENED(WS-PROBLEM-COUNT)
045100     MOVE PS-FIRST-SEEN TO WS-PB-FIRST-SEEN(WS-PROBLEM-COUNT)
045200     MOVE PS-LAST-SEEN TO WS-PB-LAST-SEEN(WS-PROBLEM-COUNT)
045300     MOVE PS-TOTAL-COUNT TO WS-PB-TOTAL(WS-PROBLEM-COUNT)
045400     MOVE PS-CYCLES-HIT TO WS-PB-CYCLES(WS-PROBLEM-COUNT)
045500     MOVE PS-FIX-REFERENCE TO WS-PB-FIX-REF(WS-PROBLEM-COUNT)
045600     MOVE PS-FIX-DATE TO WS-PB-FIX-DATE(WS-PROBLEM-COUNT)
045700     MOVE PS-SINCE-FIX TO WS-PB-SINCE-FIX(WS-PROBLEM-COUNT)
045800     MOVE PS-ROOT-CAUSE TO WS-PB-ROOT-CAUSE(WS-PROBLEM-COUNT)
045900     MOVE 'N' TO WS-PB-NEW-SW(WS-PROBLEM-COUNT)
046000     IF PS-PROBLEM-ID > WS-HIGHEST-ID
046100         MOVE PS-PROBLEM-ID TO WS-HIGHEST-ID
046200     END-IF.
046300 1220-EXIT.
046400     EXIT.
046500*--------------------------------------------------------------
046600* PRBCHG CARDS AGAINST PROBLEMS ALREADY ON THE STORE. A NEW
046700* PROBLEM HAS ITS ID ONCE IT FIRST APPEARS ON PRBRPT.
046800*--------------------------------------------------------------
046900 2000-APPLY-CARDS.
047000     MOVE "PRBCHG CARDS" TO WS-SE-TEXT
047100     MOVE SPACES TO PR-RECORD
047200     WRITE PR-RECORD
047300     WRITE PR-RECORD FROM WS-SECTION-LINE
047400     OPEN INPUT PROBLEM-CARD-FILE
047500     IF NOT WS-CARD-OK
047600         MOVE "NO PRBCHG CARDS THIS PASS" TO WS-NT-TEXT
047700         MOVE SPACES TO PR-RECORD
047800         WRITE PR-RECORD FROM WS-NOTE-LINE
047900         GO TO 2000-EXIT
048000     END-IF
048100     PERFORM 2100-READ-CARD THRU 2100-EXIT
048200     PERFORM 2200-APPLY-ONE-CARD THRU 2200-EXIT
048300         UNTIL WS-CARD-EOF
048400     CLOSE PROBLEM-CARD-FILE.
048500 2000-EXIT.
048600     EXIT.
048700 2100-READ-CARD.
048800     READ PROBLEM-CARD-FILE
048900         AT END SET WS-CARD-EOF TO TRUE
049000     END-READ
049100     IF NOT WS-CARD-EOF
049200         ADD 1 TO WS-CARDS-READ
049300     END-IF.
049400 2100-EXIT.
049500     EXIT.
049600 2200-APPLY-ONE-CARD.
049700     IF PX-COMMENT
049800         PERFORM 2100-READ-CARD THRU 2100-EXIT
049900         GO TO 2200-EXIT
050000     END-IF
050100     MOVE SPACES TO WS-REFUSAL-REASON
050200     PERFORM 2300-EDIT-CARD THRU 2300-EXIT
050300     IF WS-REFUSAL-REASON = SPACES
050400         PERFORM 2400-CHANGE-PROBLEM THRU 2400-EXIT
050500         ADD 1 TO WS-CARDS-APPLIED
050600         MOVE PROBLEM-CARD TO WS-AP-CARD
050700         MOVE SPACES TO PR-RECORD
050800         WRITE PR-RECORD FROM WS-APPLIED-LINE
050900     ELSE
051000         ADD 1 TO WS-CARDS-REFUSED
051100         MOVE PROBLEM-CARD TO WS-RF-CARD
051200         MOVE WS-REFUSAL-REASON TO WS-RF-REASON
051300         MOVE SPACES TO PR-RECORD
051400         WRITE PR-RECORD FROM WS-REFUSED-LINE
051500     END-IF
051600     PERFORM 2100-READ-CARD THRU 2100-EXIT.
051700 2200-EXIT.
051800     EXIT.
051900 2300-EDIT-CARD.
052000     IF NOT PX-ASSIGN-OWNER
052100         AND NOT PX-ROOT-CAUSE
052200         AND NOT PX-FIXED
052300         MOVE "UNKNOWN CARD ACTION" TO WS-REFUSAL-REASON
052400         GO TO 2300-EXIT
052500     END-IF
052600     IF PX-PROBLEM-ID IS NOT NUMERIC
052700         MOVE "PROBLEM ID NOT NUMERIC" TO WS-REFUSAL-REASON
052800         GO TO 2300-EXIT
052900     END-IF
053000     MOVE ZERO TO WS-MATCH-IX
053100     PERFORM 2310-FIND-BY-ID THRU 2310-EXIT
053200         VARYING WS-PB-IX FROM 1 BY 1
053300         UNTIL WS-PB-IX > WS-PROBLEM-COUNT
053400            OR WS-MATCH-IX > ZERO
053500     IF WS-MATCH-IX = ZERO
053600         MOVE "PROBLEM NOT ON THE STORE" TO WS-REFUSAL-REASON
053700         GO TO 2300-EXIT
053800     END-IF
053900     IF PX-VALUE = SPACES
054000         MOVE "NO VALUE ON THE CARD" TO WS-REFUSAL-REASON
054100         GO TO 2300-EXIT
054200     END-IF
054300     IF PX-OPERATOR = SPACES
054400         MOVE "NO OPERATOR INITIALS" TO WS-REFUSAL-REASON
054500         GO TO 2300-EXIT
054600     END-IF
054700     MOVE PX-OPERATOR TO AUTH-OPERATOR-ID
054800     MOVE "PRBMGMT " TO AUTH-TOOL
054900     MOVE PX-ACTION TO AUTH-FUNCTION
055000     CALL "OPERATOR-AUTH" USING OPERATOR-AUTH-REQUEST
055100     IF NOT AUTH-GRANTED
055200         MOVE "OPERATOR NOT PERMITTED THIS ACTION"
055300             TO WS-REFUSAL-REASON
055400     END-IF.
055500 2300-EXIT.
055600     EXIT.
055700 2310-FIND-BY-ID.
055800     IF WS-PB-ID(WS-PB-IX) = PX-PROBLEM-NUMBER
055900         MOVE WS-PB-IX TO WS-MATCH-IX
056000     END-IF.
056100 2310-EXIT.
056200     EXIT.
056300*--------------------------------------------------------------
056400* A ROOT CAUSE MOVES AN OPEN PROBLEM TO INVESTIGATING. A FIX
056500* CLOSES IT AS OF TODAY: ONLY DUMPS FROM LATER CYCLES COUNT
056600* AS THE PROBLEM COMING BACK.
056700*--------------------------------------------------------------
056800 2400-CHANGE-PROBLEM.
056900     EVALUATE TRUE
057000         WHEN PX-ASSIGN-OWNER
057100             MOVE PX-VALUE(1:8) TO WS-PB-OWNER(WS-MATCH-IX)
057200         WHEN PX-ROOT-CAUSE
057300             MOVE PX-VALUE TO WS-PB-ROOT-CAUSE(WS-MATCH-IX)
057400             IF WS-PB-OPEN(WS-MATCH-IX)
057500                 SET WS-PB-INVESTIGATING(WS-MATCH-IX) TO TRUE
057600             END-IF
057700         WHEN PX-FIXED
057800             MOVE PX-VALUE(1:12) TO WS-PB-FIX-REF(WS-MATCH-IX)
057900             MOVE WS-TODAY TO WS-PB-FIX-DATE(WS-MATCH-IX)
058000             MOVE ZERO TO WS-PB-SINCE-FIX(WS-MATCH-IX)
058100             SET WS-PB-CLOSED(WS-MATCH-IX) TO TRUE
058200     END-EVALUATE.
058300 2400-EXIT.
058400     EXIT.
058500*--------------------------------------------------------------
058600* DUMPS ARE TWO-LINE PAIRS (SEE DIAGNOSTIC-DUMP); ONLY THE
058700* "DUMP " HEADER MATTERS HERE - PROGRAM IN 6-13, CYCLE IN
058800* 21-28, SEVERITY IN 45 AND REASON IN 54-57.
058900*--------------------------------------------------------------
059000 3000-COUNT-DUMPS.
059100     OPEN INPUT DIAGNOSTIC-DUMP-FILE
059200     IF NOT WS-DUMP-OK
059300         GO TO 3000-EXIT
059400     END-IF
059500     PERFORM 3100-READ-DUMP THRU 3100-EXIT
059600     PERFORM 3200-COUNT-ONE-DUMP THRU 3200-EXIT
059700         UNTIL WS-DUMP-EOF
059800     CLOSE DIAGNOSTIC-DUMP-FILE.
059900 3000-EXIT.
060000     EXIT.
060100 3100-READ-DUMP.
060200     READ DIAGNOSTIC-DUMP-FILE
060300         AT END SET WS-DUMP-EOF TO TRUE
060400     END-READ.
060500 3100-EXIT.
060600     EXIT.
060700 3200-COUNT-ONE-DUMP.
060800     IF DIAGNOSTIC-DUMP-RECORD(1:5) NOT = "DUMP "
060900         GO TO 3200-NEXT
061000     END-IF
061100     ADD 1 TO WS-DUMPS-READ
061200     IF DIAGNOSTIC-DUMP-RECORD(21:8) IS NOT NUMERIC
061300         OR DIAGNOSTIC-DUMP-RECORD(45:1) IS NOT NUMERIC
061400         OR DIAGNOSTIC-DUMP-RECORD(54:4) IS NOT NUMERIC
061500         ADD 1 TO WS-DUMPS-UNREADABLE
061600         GO TO 3200-NEXT
061700     END-IF
061800     MOVE DIAGNOSTIC-DUMP-RECORD(6:8) TO WS-DK-PROGRAM
061900     MOVE DIAGNOSTIC-DUMP-RECORD(21:8) TO WS-DUMP-CYCLE
062000     MOVE DIAGNOSTIC-DUMP-RECORD(45:1) TO WS-DK-SEVERITY
062100     MOVE DIAGNOSTIC-DUMP-RECORD(54:4) TO WS-DK-REASON
062200     PERFORM 3300-FIND-PROBLEM THRU 3300-EXIT
062300     IF WS-MATCH-IX = ZERO
062400         ADD 1 TO WS-DUMPS-LEFT-OUT
062500         MOVE 8 TO WS-HIGHEST-RC
062600         GO TO 3200-NEXT
062700     END-IF
062800     PERFORM 3400-FIND-FRESH-COUNT THRU 3400-EXIT
062900     IF WS-FRESH-MATCH-IX = ZERO
063000         ADD 1 TO WS-DUMPS-LEFT-OUT
063100         MOVE 8 TO WS-HIGHEST-RC
063200         GO TO 3200-NEXT
063300     END-IF
063400     ADD 1 TO WS-FR-COUNT(WS-FRESH-MATCH-IX).
063500 3200-NEXT.
063600     PERFORM 3100-READ-DUMP THRU 3100-EXIT.
063700 3200-EXIT.
063800     EXIT.
063900*--------------------------------------------------------------
064000* A FAILURE NOT YET ON THE STORE OPENS A NEW PROBLEM.
064100*--------------------------------------------------------------
064200 3300-FIND-PROBLEM.
064300     MOVE ZERO TO WS-MATCH-IX
064400     PERFORM 3310-FIND-BY-KEY THRU 3310-EXIT
064500         VARYING WS-PB-IX FROM 1 BY 1
064600         UNTIL WS-PB-IX > WS-PROBLEM-COUNT
064700            OR WS-MATCH-IX > ZERO
064800     IF WS-MATCH-IX > ZERO
064900         OR WS-PROBLEM-COUNT >= WS-PROBLEM-MAX
065000         GO TO 3300-EXIT
065100     END-IF
065200     ADD 1 TO WS-PROBLEM-COUNT
065300     ADD 1 TO WS-HIGHEST-ID
065400     ADD 1 TO WS-NEW-PROBLEMS
065500     MOVE WS-PROBLEM-COUNT TO WS-MATCH-IX
065600     MOVE WS-HIGHEST-ID TO WS-PB-ID(WS-MATCH-IX)
065700     MOVE WS-DK-PROGRAM TO WS-PB-PROGRAM(WS-MATCH-IX)
065800     MOVE WS-DK-SEVERITY TO WS-PB-SEVERITY(WS-MATCH-IX)
065900     MOVE WS-DK-REASON TO WS-PB-REASON(WS-MATCH-IX)
066000     SET WS-PB-OPEN(WS-MATCH-IX) TO TRUE
066100     MOVE SPACES TO WS-PB-OWNER(WS-MATCH-IX)
066200     MOVE WS-TODAY TO WS-PB-OPENED(WS-MATCH-IX)
066300     MOVE ZERO TO WS-PB-FIRST-SEEN(WS-MATCH-IX)
066400     MOVE ZERO TO WS-PB-LAST-SEEN(WS-MATCH-IX)
066500     MOVE ZERO TO WS-PB-TOTAL(WS-MATCH-IX)
066600     MOVE ZERO TO WS-PB-CYCLES(WS-MATCH-IX)
066700     MOVE SPACES TO WS-PB-FIX-REF(WS-MATCH-IX)
066800     MOVE ZERO TO WS-PB-FIX-DATE(WS-MATCH-IX)
066900     MOVE ZERO TO WS-PB-SINCE-FIX(WS-MATCH-IX)
067000     MOVE SPACES TO WS-PB-ROOT-CAUSE(WS-MATCH-IX)
067100     SET WS-PB-NEW(WS-MATCH-IX) TO TRUE.
067200 3300-EXIT.
067300     EXIT.
067400 3310-FIND-BY-KEY.
067500     IF WS-PB-PROGRAM(WS-PB-IX) = WS-DK-PROGRAM
067600         AND WS-PB-SEVERITY(WS-PB-IX) = WS-DK-SEVERITY
067700         AND WS-PB-REASON(WS-PB-IX) = WS-DK-REASON
067800         MOVE WS-PB-IX TO WS-MATCH-IX
067900     END-IF.
068000 3310-EXIT.
068100     EXIT.
068200*--------------------------------------------------------------
068300* THIS PASS'S COUNT FOR THE PROBLEM IN THE DUMP'S CYCLE, AND
068400* THE CYCLE NOTED AS ONE DIAGDUMP STILL HOLDS.
068500*--------------------------------------------------------------
068600 3400-FIND-FRESH-COUNT.
068700     MOVE ZERO TO WS-CYCLE-MATCH-IX
068800     PERFORM 3410-FIND-CYCLE THRU 3410-EXIT
068900         VARYING WS-SC-IX FROM 1 BY 1
069000         UNTIL WS-SC-IX > WS-CYCLE-COUNT
069100            OR WS-CYCLE-MATCH-IX > ZERO
069200     IF WS-CYCLE-MATCH-IX = ZERO
069300         IF WS-CYCLE-COUNT >= WS-CYCLE-MAX
069400             MOVE ZERO TO WS-FRESH-MATCH-IX
069500             GO TO 3400-EXIT
069600         END-IF
069700         ADD 1 TO WS-CYCLE-COUNT
069800         MOVE WS-DUMP-CYCLE TO WS-SC-CYCLE(WS-CYCLE-COUNT)
069900     END-IF
070000     MOVE ZERO TO WS-FRESH-MATCH-IX
070100     PERFORM 3420-FIND-FRESH THRU 3420-EXIT
070200         VARYING WS-FR-IX FROM 1 BY 1
070300         UNTIL WS-FR-IX > WS-FRESH-COUNT
070400            OR WS-FRESH-MATCH-IX > ZERO
070500     IF WS-FRESH-MATCH-IX > ZERO
070600         OR WS-FRESH-COUNT >= WS-FRESH-MAX
070700         GO TO 3400-EXIT
070800     END-IF
070900     ADD 1 TO WS-FRESH-COUNT
071000     MOVE WS-PB-ID(WS-MATCH-IX)
071100         TO WS-FR-PROBLEM-ID(WS-FRESH-COUNT)
071200     MOVE WS-DUMP-CYCLE TO WS-FR-CYCLE(WS-FRESH-COUNT)
071300     MOVE ZERO TO WS-FR-COUNT(WS-FRESH-COUNT)
071400     MOVE WS-FRESH-COUNT TO WS-FRESH-MATCH-IX.
071500 3400-EXIT.
071600     EXIT.
071700 3410-FIND-CYCLE.
071800     IF WS-SC-CYCLE(WS-SC-IX) = WS-DUMP-CYCLE
071900         MOVE WS-SC-IX TO WS-CYCLE-MATCH-IX
072000     END-IF.
072100 3410-EXIT.
072200     EXIT.
072300 3420-FIND-FRESH.
072400     IF WS-FR-PROBLEM-ID(WS-FR-IX) = WS-PB-ID(WS-MATCH-IX)
072500         AND WS-FR-CYCLE(WS-FR-IX) = WS-DUMP-CYCLE
072600         MOVE WS-FR-IX TO WS-FRESH-MATCH-IX
072700     END-IF.
072800 3420-EXIT.
072900     EXIT.
073000*--------------------------------------------------------------
073100* STORED COUNTS FOR A CYCLE DIAGDUMP STILL HOLDS GIVE WAY TO
073200* THIS PASS'S RECOUNT; COUNTS PAST THE KEEP DAYS ARE DROPPED.
073300*--------------------------------------------------------------
073400 4000-MERGE-OCCURRENCES.
073500     PERFORM 4100-DROP-RECOUNTED THRU 4100-EXIT
073600         VARYING WS-OC-IX FROM 1 BY 1
073700         UNTIL WS-OC-IX > WS-OCCURRENCE-COUNT
073800     PERFORM 4200-ADD-FRESH THRU 4200-EXIT
073900         VARYING WS-FR-IX FROM 1 BY 1
074000         UNTIL WS-FR-IX > WS-FRESH-COUNT
074100     IF WS-OCCURRENCE-COUNT > 1
074200         SORT WS-OC-ENTRY ON ASCENDING KEY WS-OC-PROBLEM-ID
074300             WS-OC-CYCLE
074400     END-IF.
074500 4000-EXIT.
074600     EXIT.
074700 4100-DROP-RECOUNTED.
074800     IF WS-OC-CYCLE(WS-OC-IX) < WS-KEEP-FROM
074900         MOVE ZERO TO WS-OC-COUNT(WS-OC-IX)
075000         GO TO 4100-EXIT
075100     END-IF
075200     MOVE ZERO TO WS-CYCLE-MATCH-IX
075300     PERFORM 4110-FIND-SCANNED THRU 4110-EXIT
075400         VARYING WS-SC-IX FROM 1 BY 1
075500         UNTIL WS-SC-IX > WS-CYCLE-COUNT
075600            OR WS-CYCLE-MATCH-IX > ZERO
075700     IF WS-CYCLE-MATCH-IX > ZERO
075800         MOVE ZERO TO WS-OC-COUNT(WS-OC-IX)
075900     END-IF.
076000 4100-EXIT.
076100     EXIT.
076200 4110-FIND-SCANNED.
076300     IF WS-SC-CYCLE(WS-SC-IX) = WS-OC-CYCLE(WS-OC-IX)
076400         MOVE WS-SC-IX TO WS-CYCLE-MATCH-IX
076500     END-IF.
076600 4110-EXIT.
076700     EXIT.
076800 4200-ADD-FRESH.
076900     IF WS-FR-CYCLE(WS-FR-IX) < WS-KEEP-FROM
077000         GO TO 4200-EXIT
077100     END-IF
077200     IF WS-OCCURRENCE-COUNT >= WS-OCCURRENCE-MAX
077300         ADD WS-FR-COUNT(WS-FR-IX) TO WS-DUMPS-LEFT-OUT
077400         MOVE 8 TO WS-HIGHEST-RC
077500         GO TO 4200-EXIT
077600     END-IF
077700     ADD 1 TO WS-OCCURRENCE-COUNT
077800     MOVE WS-FR-PROBLEM-ID(WS-FR-IX)
077900         TO WS-OC-PROBLEM-ID(WS-OCCURRENCE-COUNT)
078000     MOVE WS-FR-CYCLE(WS-FR-IX)
078100         TO WS-OC-CYCLE(WS-OCCURRENCE-COUNT)
078200     MOVE WS-FR-COUNT(WS-FR-IX)
078300         TO WS-OC-COUNT(WS-OCCURRENCE-COUNT).
078400 4200-EXIT.
078500     EXIT.
078600*--------------------------------------------------------------
078700* EVERY PROBLEM'S FIGURES ARE TAKEN AFRESH FROM THE
078800* OCCURRENCES KEPT. A CLOSED PROBLEM WITH DUMPS FROM A CYCLE
078900* AFTER ITS FIX DATE HAS COME BACK.
079000*--------------------------------------------------------------
079100 5000-RECOUNT-PROBLEMS.
079200     PERFORM 5100-CLEAR-PROBLEM THRU 5100-EXIT
079300         VARYING WS-PB-IX FROM 1 BY 1
079400         UNTIL WS-PB-IX > WS-PROBLEM-COUNT
079500     PERFORM 5200-TAKE-OCCURRENCE THRU 5200-EXIT
079600         VARYING WS-OC-IX FROM 1 BY 1
079700         UNTIL WS-OC-IX > WS-OCCURRENCE-COUNT
079800     OPEN EXTEND OPERATOR-ALERT-FILE
079900     IF NOT WS-ALERT-OK
080000         OPEN OUTPUT OPERATOR-ALERT-FILE
080100     END-IF
080200     PERFORM 5300-JUDGE-RECURRENCE THRU 5300-EXIT
080300         VARYING WS-PB-IX FROM 1 BY 1
080400         UNTIL WS-PB-IX > WS-PROBLEM-COUNT
080500     CLOSE OPERATOR-ALERT-FILE.
080600 5000-EXIT.
080700     EXIT.
080800 5100-CLEAR-PROBLEM.
080900     MOVE ZERO TO WS-PB-FIRST-SEEN(WS-PB-IX)
081000     MOVE ZERO TO WS-PB-LAST-SEEN(WS-PB-IX)
081100     MOVE ZERO TO WS-PB-TOTAL(WS-PB-IX)
081200     MOVE ZERO TO WS-PB-CYCLES(WS-PB-IX)
081300     MOVE ZERO TO WS-PB-SINCE-FIX(WS-PB-IX)
081400     MOVE ZERO TO WS-PB-WEEK-COUNT(WS-PB-IX)
081500     MOVE ZERO TO WS-PB-WEEK-CYCLES(WS-PB-IX)
081600     MOVE ZERO TO WS-PB-MOST-IN-CYCLE(WS-PB-IX).
081700 5100-EXIT.
081800     EXIT.
081900 5200-TAKE-OCCURRENCE.
082000     IF WS-OC-COUNT(WS-OC-IX) = ZERO
082100         GO TO 5200-EXIT
082200     END-IF
082300     MOVE ZERO TO WS-MATCH-IX
082400     PERFORM 5210-FIND-OWNER-PROBLEM THRU 5210-EXIT
082500         VARYING WS-PB-IX FROM 1 BY 1
082600         UNTIL WS-PB-IX > WS-PROBLEM-COUNT
082700            OR WS-MATCH-IX > ZERO
082800     IF WS-MATCH-IX = ZERO
082900         MOVE ZERO TO WS-OC-COUNT(WS-OC-IX)
083000         GO TO 5200-EXIT
083100     END-IF
083200     ADD 1 TO WS-OCCURRENCES-KEPT
083300     ADD WS-OC-COUNT(WS-OC-IX) TO WS-PB-TOTAL(WS-MATCH-IX)
083400     ADD 1 TO WS-PB-CYCLES(WS-MATCH-IX)
083500     IF WS-PB-FIRST-SEEN(WS-MATCH-IX) = ZERO
083600         OR WS-OC-CYCLE(WS-OC-IX) < WS-PB-FIRST-SEEN(WS-MATCH-IX)
083700         MOVE WS-OC-CYCLE(WS-OC-IX)
083800             TO WS-PB-FIRST-SEEN(WS-MATCH-IX)
083900     END-IF
084000     IF WS-OC-CYCLE(WS-OC-IX) > WS-PB-LAST-SEEN(WS-MATCH-IX)
084100         MOVE WS-OC-CYCLE(WS-OC-IX)
084200             TO WS-PB-LAST-SEEN(WS-MATCH-IX)
084300     END-IF
084400     IF WS-OC-CYCLE(WS-OC-IX) >= WS-WEEK-FROM
084500         ADD WS-OC-COUNT(WS-OC-IX)
084600             TO WS-PB-WEEK-COUNT(WS-MATCH-IX)
084700         ADD 1 TO WS-PB-WEEK-CYCLES(WS-MATCH-IX)
084800         IF WS-OC-COUNT(WS-OC-IX)
084900             > WS-PB-MOST-IN-CYCLE(WS-MATCH-IX)
085000             MOVE WS-OC-COUNT(WS-OC-IX)
085100                 TO WS-PB-MOST-IN-CYCLE(WS-MATCH-IX)
085200         END-IF
085300     END-IF
085400     IF (WS-PB-CLOSED(WS-MATCH-IX)
085500         OR WS-PB-RECURRED(WS-MATCH-IX))
085600         AND WS-OC-CYCLE(WS-OC-IX) > WS-PB-FIX-DATE(WS-MATCH-IX)
085700         ADD WS-OC-COUNT(WS-OC-IX) TO WS-PB-SINCE-FIX(WS-MATCH-IX)
085800     END-IF.
085900 5200-EXIT.
086000     EXIT.
086100 5210-FIND-OWNER-PROBLEM.
086200     IF WS-PB-ID(WS-PB-IX) = WS-OC-PROBLEM-ID(WS-OC-IX)
086300         MOVE WS-PB-IX TO WS-MATCH-IX
086400     END-IF.
086500 5210-EXIT.
086600     EXIT.
086700 5300-JUDGE-RECURRENCE.
086800     IF NOT WS-PB-CLOSED(WS-PB-IX)
086900         OR WS-PB-SINCE-FIX(WS-PB-IX) = ZERO
087000         GO TO 5300-EXIT
087100     END-IF
087200     SET WS-PB-RECURRED(WS-PB-IX) TO TRUE
087300     ADD 1 TO WS-NEWLY-RECURRED
087400     IF WS-HIGHEST-RC < 4
087500         MOVE 4 TO WS-HIGHEST-RC
087600     END-IF
087700     MOVE WS-PB-ID(WS-PB-IX) TO WS-RT-ID
087800     MOVE WS-PB-FIX-REF(WS-PB-IX) TO WS-RT-FIX-REF
087900     MOVE WS-PB-SINCE-FIX(WS-PB-IX) TO WS-RT-SINCE-FIX
088000     MOVE "WARNING " TO WS-OA-SEVERITY
088100     MOVE WS-PB-PROGRAM(WS-PB-IX) TO WS-OA-PROGRAM
088200     MOVE WS-RECURRED-TEXT TO WS-OA-TEXT
088300     WRITE OA-RECORD FROM WS-ALERT-LINE
088400     ADD 1 TO WS-ALERT-COUNT.
088500 5300-EXIT.
088600     EXIT.
088700 6000-REPORT-PROBLEMS.
088800     PERFORM 6100-REPORT-TOP THRU 6100-EXIT
088900     PERFORM 6300-REPORT-RECURRED THRU 6300-EXIT
089000     PERFORM 6500-REPORT-NEW THRU 6500-EXIT.
089100 6000-EXIT.
089200     EXIT.
089300*--------------------------------------------------------------
089400* THE PROBLEMS DUMPED IN THE LAST SEVEN DAYS, MOST DUMPS
089500* FIRST, CUT OFF AT THE TOP COUNT.
089600*--------------------------------------------------------------
089700 6100-REPORT-TOP.
089800     MOVE "TOP RECURRING PROBLEMS - LAST SEVEN DAYS"
089900         TO WS-SE-TEXT
090000     MOVE SPACES TO PR-RECORD
090100     WRITE PR-RECORD
090200     WRITE PR-RECORD FROM WS-SECTION-LINE
090300     MOVE ZERO TO WS-RANK-COUNT
090400     PERFORM 6110-RANK-ONE THRU 6110-EXIT
090500         VARYING WS-PB-IX FROM 1 BY 1
090600         UNTIL WS-PB-IX > WS-PROBLEM-COUNT
090700     IF WS-RANK-COUNT = ZERO
090800         MOVE "NO DUMPS IN THE LAST SEVEN DAYS" TO WS-NT-TEXT
090900         MOVE SPACES TO PR-RECORD
091000         WRITE PR-RECORD FROM WS-NOTE-LINE
091100         GO TO 6100-EXIT
091200     END-IF
091300     IF WS-RANK-COUNT > 1
091400         SORT WS-RK-ENTRY ON DESCENDING KEY WS-RK-WEEK-COUNT
091500             ON ASCENDING KEY WS-RK-PB-IX
091600     END-IF
091700     MOVE SPACES TO PR-RECORD
091800     WRITE PR-RECORD FROM WS-TOP-HEADER
091900     PERFORM 6120-LIST-ONE-TOP THRU 6120-EXIT
092000         VARYING WS-RK-IX FROM 1 BY 1
092100         UNTIL WS-RK-IX > WS-RANK-COUNT
092200            OR WS-RK-IX > WS-TOP-COUNT.
092300 6100-EXIT.
092400     EXIT.
092500 6110-RANK-ONE.
092600     IF WS-PB-WEEK-COUNT(WS-PB-IX) = ZERO
092700         GO TO 6110-EXIT
092800     END-IF
092900     ADD 1 TO WS-RANK-COUNT
093000     MOVE WS-PB-WEEK-COUNT(WS-PB-IX)
093100         TO WS-RK-WEEK-COUNT(WS-RANK-COUNT)
093200     MOVE WS-PB-IX TO WS-RK-PB-IX(WS-RANK-COUNT).
093300 6110-EXIT.
093400     EXIT.
093500 6120-LIST-ONE-TOP.
093600     MOVE WS-RK-PB-IX(WS-RK-IX) TO WS-PB-IX
093700     MOVE WS-PB-ID(WS-PB-IX) TO WS-TL-ID
093800     MOVE WS-PB-PROGRAM(WS-PB-IX) TO WS-TL-PROGRAM
093900     MOVE WS-PB-SEVERITY(WS-PB-IX) TO WS-TL-SEVERITY
094000     MOVE WS-PB-REASON(WS-PB-IX) TO WS-TL-REASON
094100     MOVE WS-PB-STATUS(WS-PB-IX) TO WS-STATUS-CODE
094200     PERFORM 6900-NAME-STATUS THRU 6900-EXIT
094300     MOVE WS-STATUS-NAME TO WS-TL-STATUS
094400     MOVE WS-PB-WEEK-COUNT(WS-PB-IX) TO WS-TL-WEEK-COUNT
094500     MOVE WS-PB-WEEK-CYCLES(WS-PB-IX) TO WS-TL-WEEK-CYCLES
094600     MOVE WS-PB-MOST-IN-CYCLE(WS-PB-IX) TO WS-TL-MOST-IN-CYCLE
094700     MOVE WS-PB-TOTAL(WS-PB-IX) TO WS-TL-TOTAL
094800     MOVE WS-PB-FIRST-SEEN(WS-PB-IX) TO WS-TL-FIRST-SEEN
094900     MOVE WS-PB-LAST-SEEN(WS-PB-IX) TO WS-TL-LAST-SEEN
095000     MOVE WS-PB-OWNER(WS-PB-IX) TO WS-TL-OWNER
095100     MOVE SPACES TO PR-RECORD
095200     WRITE PR-RECORD FROM WS-TOP-LINE.
095300 6120-EXIT.
095400     EXIT.
095500*--------------------------------------------------------------
095600* EVERY PROBLEM THAT CAME BACK AFTER ITS FIX AND HAS NOT BEEN
095700* FIXED AGAIN SINCE.
095800*--------------------------------------------------------------
095900 6300-REPORT-RECURRED.
096000     MOVE "CLOSED PROBLEMS RECURRED AFTER THEIR FIX"
096100         TO WS-SE-TEXT
096200     MOVE SPACES TO PR-RECORD
096300     WRITE PR-RECORD
096400     WRITE PR-RECORD FROM WS-SECTION-LINE
096500     MOVE SPACES TO PR-RECORD
096600     WRITE PR-RECORD FROM WS-RECUR-HEADER
096700     PERFORM 6310-LIST-ONE-RECURRED THRU 6310-EXIT
096800         VARYING WS-PB-IX FROM 1 BY 1
096900         UNTIL WS-PB-IX > WS-PROBLEM-COUNT
097000     IF WS-RECURRED-LISTED = ZERO
097100         MOVE "NONE" TO WS-NT-TEXT
097200         MOVE SPACES TO PR-RECORD
097300         WRITE PR-RECORD FROM WS-NOTE-LINE
097400     END-IF.
097500 6300-EXIT.
097600     EXIT.
097700 6310-LIST-ONE-RECURRED.
097800     IF NOT WS-PB-RECURRED(WS-PB-IX)
097900         GO TO 6310-EXIT
098000     END-IF
098100     ADD 1 TO WS-RECURRED-LISTED
098200     MOVE WS-PB-ID(WS-PB-IX) TO WS-RL-ID
098300     MOVE WS-PB-PROGRAM(WS-PB-IX) TO WS-RL-PROGRAM
098400     MOVE WS-PB-SEVERITY(WS-PB-IX) TO WS-RL-SEVERITY
098500     MOVE WS-PB-REASON(WS-PB-IX) TO WS-RL-REASON
098600     MOVE WS-PB-FIX-REF(WS-PB-IX) TO WS-RL-FIX-REF
098700     MOVE WS-PB-FIX-DATE(WS-PB-IX) TO WS-RL-FIX-DATE
098800     MOVE WS-PB-SINCE-FIX(WS-PB-IX) TO WS-RL-SINCE-FIX
098900     MOVE WS-PB-LAST-SEEN(WS-PB-IX) TO WS-RL-LAST-SEEN
099000     MOVE WS-PB-OWNER(WS-PB-IX) TO WS-RL-OWNER
099100     MOVE WS-PB-ROOT-CAUSE(WS-PB-IX) TO WS-RL-ROOT-CAUSE
099200     MOVE SPACES TO PR-RECORD
099300     WRITE PR-RECORD FROM WS-RECUR-LINE.
099400 6310-EXIT.
099500     EXIT.
099600 6500-REPORT-NEW.
099700     IF WS-NEW-PROBLEMS = ZERO
099800         GO TO 6500-EXIT
099900     END-IF
100000     MOVE "PROBLEMS OPENED THIS PASS" TO WS-SE-TEXT
100100     MOVE SPACES TO PR-RECORD
100200     WRITE PR-RECORD
100300     WRITE PR-RECORD FROM WS-SECTION-LINE
100400     PERFORM 6510-LIST-ONE-NEW THRU 6510-EXIT
100500         VARYING WS-PB-IX FROM 1 BY 1
100600         UNTIL WS-PB-IX > WS-PROBLEM-COUNT.
100700 6500-EXIT.
100800     EXIT.
100900 6510-LIST-ONE-NEW.
101000     IF NOT WS-PB-NEW(WS-PB-IX)
101100         GO TO 6510-EXIT
101200     END-IF
101300     MOVE WS-PB-ID(WS-PB-IX) TO WS-NL-ID
101400     MOVE WS-PB-PROGRAM(WS-PB-IX) TO WS-NL-PROGRAM
101500     MOVE WS-PB-SEVERITY(WS-PB-IX) TO WS-NL-SEVERITY
101600     MOVE WS-PB-REASON(WS-PB-IX) TO WS-NL-REASON
101700     MOVE WS-PB-FIRST-SEEN(WS-PB-IX) TO WS-NL-FIRST-SEEN
101800     MOVE WS-PB-TOTAL(WS-PB-IX) TO WS-NL-TOTAL
101900     MOVE SPACES TO PR-RECORD
102000     WRITE PR-RECORD FROM WS-NEW-LINE.
102100 6510-EXIT.
102200     EXIT.
102300 6900-NAME-STATUS.
102400     EVALUATE WS-STATUS-CODE
102500         WHEN 'O'
102600             MOVE "OPEN" TO WS-STATUS-NAME
102700         WHEN 'I'
102800             MOVE "INVESTIGATING" TO WS-STATUS-NAME
102900         WHEN 'C'
103000             MOVE "CLOSED" TO WS-STATUS-NAME
103100         WHEN 'R'
103200             MOVE "RECURRED" TO WS-STATUS-NAME
103300         WHEN OTHER
103400             MOVE "UNKNOWN" TO WS-STATUS-NAME
103500     END-EVALUATE.
103600 6900-EXIT.
103700     EXIT.
103800*--------------------------------------------------------------
103900* THE NEW GENERATION: EVERY PROBLEM, THEN EVERY OCCURRENCE
104000* STILL COUNTED, BY PROBLEM AND CYCLE.
104100*--------------------------------------------------------------
104200 7000-WRITE-NEW-STORE.
104300     OPEN OUTPUT NEW-STORE-FILE
104400     PERFORM 7100-WRITE-PROBLEM THRU 7100-EXIT
104500         VARYING WS-PB-IX FROM 1 BY 1
104600         UNTIL WS-PB-IX > WS-PROBLEM-COUNT
104700     PERFORM 7200-WRITE-OCCURRENCE THRU 7200-EXIT
104800         VARYING WS-OC-IX FROM 1 BY 1
104900         UNTIL WS-OC-IX > WS-OCCURRENCE-COUNT
105000     CLOSE NEW-STORE-FILE.
105100 7000-EXIT.
105200     EXIT.
105300 7100-WRITE-PROBLEM.
105400     MOVE SPACES TO PROBLEM-STORE-RECORD
105500     SET PS-PROBLEM TO TRUE
105600     MOVE WS-PB-ID(WS-PB-IX) TO PS-PROBLEM-ID
105700     MOVE WS-PB-PROGRAM(WS-PB-IX) TO PS-PROGRAM-ID
105800     MOVE WS-PB-SEVERITY(WS-PB-IX) TO PS-SEVERITY
105900     MOVE WS-PB-REASON(WS-PB-IX) TO PS-REASON
106000     MOVE WS-PB-STATUS(WS-PB-IX) TO PS-STATUS
106100     MOVE WS-PB-OWNER(WS-PB-IX) TO PS-OWNER
106200     MOVE WS-PB-OPENED(WS-PB-IX) TO PS-OPENED-DATE
106300     MOVE WS-PB-FIRST-SEEN(WS-PB-IX) TO PS-FIRST-SEEN
106400     MOVE WS-PB-LAST-SEEN(WS-PB-IX) TO PS-LAST-SEEN
106500     MOVE WS-PB-TOTAL(WS-PB-IX) TO PS-TOTAL-COUNT
106600     MOVE WS-PB-CYCLES(WS-PB-IX) TO PS-CYCLES-HIT
106700     MOVE WS-PB-FIX-REF(WS-PB-IX) TO PS-FIX-REFERENCE
106800     MOVE WS-PB-FIX-DATE(WS-PB-IX) TO PS-FIX-DATE
106900     MOVE WS-PB-SINCE-FIX(WS-PB-IX) TO PS-SINCE-FIX
107000     MOVE WS-PB-ROOT-CAUSE(WS-PB-IX) TO PS-ROOT-CAUSE
107100     WRITE NR-RECORD FROM PROBLEM-STORE-RECORD.
107200 7100-EXIT.
107300     EXIT.
107400 7200-WRITE-OCCURRENCE.
107500     IF WS-OC-COUNT(WS-OC-IX) = ZERO
107600         GO TO 7200-EXIT
107700     END-IF
107800     MOVE SPACES TO PROBLEM-STORE-RECORD
107900     SET PS-OCCURRENCE TO TRUE
108000     MOVE WS-OC-PROBLEM-ID(WS-OC-IX) TO PS-PROBLEM-ID
108100     MOVE WS-OC-CYCLE(WS-OC-IX) TO PS-CYCLE-DATE
108200     MOVE WS-OC-COUNT(WS-OC-IX) TO PS-CYCLE-COUNT
108300     WRITE NR-RECORD FROM PROBLEM-STORE-RECORD.
108400 7200-EXIT.
108500     EXIT.
108600*--------------------------------------------------------------
108700* THE STORE IS TOO BIG TO WORK ON: IT GOES FORWARD AS IT WAS
108800* AND DIAGDUMP IS COUNTED NEXT PASS, ONCE THE LIMITS ARE
108900* RAISED.
109000*--------------------------------------------------------------
109100 8000-CARRY-STORE-FORWARD.
109200     OPEN INPUT PROBLEM-STORE-FILE
109300     OPEN OUTPUT NEW-STORE-FILE
109400     MOVE SPACES TO WS-STORE-STATUS
109500     PERFORM 1200-READ-STORE THRU 1200-EXIT
109600     PERFORM 8100-COPY-ONE-RECORD THRU 8100-EXIT
109700         UNTIL WS-STORE-EOF
109800     CLOSE PROBLEM-STORE-FILE
109900     CLOSE NEW-STORE-FILE.
110000 8000-EXIT.
110100     EXIT.
110200 8100-COPY-ONE-RECORD.
110300     WRITE NR-RECORD FROM SR-RECORD
110400     PERFORM 1200-READ-STORE THRU 1200-EXIT.
110500 8100-EXIT.
110600     EXIT.
110700 9000-TERMINATE.
110800     MOVE SPACES TO PR-RECORD
110900     WRITE PR-RECORD
111000     MOVE "DUMPS READ" TO WS-CL-LABEL
111100     MOVE WS-DUMPS-READ TO WS-CL-COUNT
111200     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
111300     MOVE "DUMPS UNREADABLE" TO WS-CL-LABEL
111400     MOVE WS-DUMPS-UNREADABLE TO WS-CL-COUNT
111500     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
111600     MOVE "PROBLEMS ON THE STORE" TO WS-CL-LABEL
111700     MOVE WS-PROBLEM-COUNT TO WS-CL-COUNT
111800     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
111900     MOVE "PROBLEMS OPENED THIS PASS" TO WS-CL-LABEL
112000     MOVE WS-NEW-PROBLEMS TO WS-CL-COUNT
112100     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
112200     MOVE "CYCLE COUNTS KEPT" TO WS-CL-LABEL
112300     MOVE WS-OCCURRENCES-KEPT TO WS-CL-COUNT
112400     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
112500     MOVE "NEWLY RECURRED AFTER FIX" TO WS-CL-LABEL
112600     MOVE WS-NEWLY-RECURRED TO WS-CL-COUNT
112700     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
112800     MOVE "PRBCHG CARDS APPLIED" TO WS-CL-LABEL
112900     MOVE WS-CARDS-APPLIED TO WS-CL-COUNT
113000     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
113100     MOVE "PRBCHG CARDS REFUSED" TO WS-CL-LABEL
113200     MOVE WS-CARDS-REFUSED TO WS-CL-COUNT
113300     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
113400     IF WS-DUMPS-LEFT-OUT > ZERO
113500         MOVE "DUMPS LEFT OUT - TABLE FULL" TO WS-CL-LABEL
113600         MOVE WS-DUMPS-LEFT-OUT TO WS-CL-COUNT
113700         PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
113800     END-IF
113900     CLOSE PROBLEM-REPORT-FILE
114000     IF WS-CARDS-REFUSED > ZERO
114100         AND WS-HIGHEST-RC < 4
114200         MOVE 4 TO WS-HIGHEST-RC
114300     END-IF
114400     MOVE WS-HIGHEST-RC TO RETURN-CODE.
114500 9000-EXIT.
114600     EXIT.
114700 9100-WRITE-COUNT.
114800     MOVE SPACES TO PR-RECORD
114900     WRITE PR-RECORD FROM WS-COUNT-LINE.
115000 9100-EXIT.
115100     EXIT.
115200 END PROGRAM PROBLEM-MANAGEMENT-BATCH.
