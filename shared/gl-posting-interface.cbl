000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GL-POSTING-INTERFACE.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-01.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-01  BJC  INITIAL VERSION - GENERAL LEDGER POSTING
001000*                    INTERFACE OVER THE REVENUE-BEARING
001100*                    BATCHES. FINANCE RE-KEYED THE TOTALS OF
001200*                    REVRPT (ROUTE FARE REVENUE), FRTSPEND
001300*                    (FREIGHT COST), ASMTROLL (TAX ASSESSED),
001400*                    AND CONVRPT (REALIZED REVENUE OF THE
001500*                    RENTAL QUOTES THAT CONVERTED TO BOOKINGS)
001600*                    INTO THE LEDGER EVERY MONTH. EACH LINE IS
001700*                    NOW GROUPED BY SOURCE, CATEGORY, AND KEY
001800*                    (ROUTE, CARRIER, DISTRICT, VEHICLE CLASS)
001900*                    AND MAPPED THROUGH THE GLMAP ACCOUNT TABLE
002000*                    TO A DEBIT AND A CREDIT ACCOUNT AND COST
002100*                    CENTRE, AND GLJRNL IS WRITTEN IN THE
002200*                    LEDGER'S IMPORT LAYOUT (GLJENT.CPY). THE
002300*                    JOURNAL IS REJECTED - LEFT EMPTY, RETURN
002400*                    CODE 8 - WHEN ITS DEBITS AND CREDITS DO
002500*                    NOT BALANCE OR WHEN WHAT IT POSTS DOES NOT
002600*                    TIE TO A SOURCE'S CONTROL TOTAL. GLPSUM
002700*                    TIES EACH SOURCE BACK: LINES TAKEN,
002800*                    CONTROL TOTAL, AMOUNT POSTED, AND AMOUNT
002900*                    LEFT UNMAPPED. A SOURCE NOT ON HAND IS
003000*                    REPORTED AND PASSED OVER (RETURN CODE 4).
003010*   2026-10-15  BJC  A GLCTL PERIOD THAT IS HARD-CLOSED ON
003020*                    PERIODCT (CALENDAR-SERVICE PERIOD STATUS)
003030*                    REFUSES THE RUN, RETURN CODE 8. EACH SOURCE
003040*                    NOW TIES TO A TOTAL THE PRODUCING BATCH
003050*                    PRINTED ITSELF INSTEAD OF TO THE SUM OF THE
003060*                    LINES TAKEN: THE REVRPT ALL-COMPANIES
003070*                    TOTAL, THE CONVRPT TOTAL REALIZED REVENUE
003080*                    LINE, AND FOR FRTSPEND THE PERIOD'S ALL-
003090*                    COMPANIES SPEND ON THE FRTMANIF MONTH
003091*                    SUMMARY. THE COMPANY CODE ON EACH LINE
003092*                    (CO= ON REVRPT AND CONVRPT, COLUMNS 66-67
003093*                    OF FRTSPEND, THE PARENT COMPANY FOR THE
003094*                    ASSESSMENT ROLL) IS PART OF THE POSTING
003095*                    GROUP, IS MATCHED AGAINST THE NEW GLMAP
003096*                    COMPANY COLUMN (BLANK OR * FOR ANY), AND IS
003097*                    CARRIED ON EVERY JOURNAL LINE.
003100*--------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT GL-CONTROL-FILE ASSIGN TO "GLCTL"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-CONTROL-STATUS.
003900     SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-MAP-STATUS.
004200     SELECT SOURCE-FILE ASSIGN TO WS-SOURCE-NAME
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-SOURCE-STATUS.
004500     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-JOURNAL-STATUS.
004800     SELECT POSTING-SUMMARY-FILE ASSIGN TO "GLPSUM"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-SUMMARY-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300*--------------------------------------------------------------
005400* GLCTL: LEDGER PERIOD (YYYYMM) AND JOURNAL DATE (YYYYMMDD).
005500* A BLANK JOURNAL DATE IS TODAY; A BLANK PERIOD IS THE MONTH
005600* OF THE JOURNAL DATE. FRTSPEND LINES ARE TAKEN FOR THE
005700* PERIOD ONLY. A PERIOD ALREADY HARD-CLOSED IS NOT POSTED TO.
005800*--------------------------------------------------------------
005900 FD  GL-CONTROL-FILE.
006000 01  GL-CONTROL-CARD.
006100     05  GC-PERIOD               PIC X(06).
006200     05  FILLER                  PIC X(01).
006300     05  GC-JOURNAL-DATE         PIC X(08).
006400*--------------------------------------------------------------
006500* GLMAP: SOURCE, CATEGORY, KEY, THEN THE DEBIT ACCOUNT AND COST
006600* CENTRE AND THE CREDIT ACCOUNT AND COST CENTRE, THEN THE
006610* COMPANY. * IN CATEGORY OR KEY, AND * OR BLANK IN COMPANY,
006700* MATCHES ANY VALUE; THE MOST SPECIFIC ROW WINS (EXACT COMPANY
006800* OVER EXACT CATEGORY OVER EXACT KEY OVER ALL WILD). A CARD
006900* STARTING * IS A COMMENT.
007000*   REVRPT   FARE R101     1100000000 TR0000 4100000000 TR0101 02
007100*--------------------------------------------------------------
007200 FD  GL-MAP-FILE.
007300 01  GL-MAP-CARD.
007400     05  GM-SOURCE               PIC X(08).
007500     05  FILLER                  PIC X(01).
007600     05  GM-CATEGORY             PIC X(04).
007700     05  FILLER                  PIC X(01).
007800     05  GM-KEY                  PIC X(08).
007900     05  FILLER                  PIC X(01).
008000     05  GM-DR-ACCOUNT           PIC X(10).
008100     05  FILLER                  PIC X(01).
008200     05  GM-DR-COST-CENTRE       PIC X(06).
008300     05  FILLER                  PIC X(01).
008400     05  GM-CR-ACCOUNT           PIC X(10).
008500     05  FILLER                  PIC X(01).
008600     05  GM-CR-COST-CENTRE       PIC X(06).
008610     05  FILLER                  PIC X(01).
008620     05  GM-COMPANY              PIC X(02).
008700 FD  SOURCE-FILE.
008800 01  SOURCE-RECORD               PIC X(100).
008900 01  SPEND-RECORD.
009000     05  SP-MONTH                PIC X(06).
009100     05  FILLER                  PIC X(01).
009200     05  SP-CARRIER              PIC X(08).
009300     05  FILLER                  PIC X(01).
009400     05  SP-COST                 PIC 9(09)V99.
009500     05  FILLER                  PIC X(38).
009510     05  SP-COMPANY              PIC X(02).
009520     05  FILLER                  PIC X(33).
009600 FD  GL-JOURNAL-FILE.
009700 COPY GLJENT.
009800 FD  POSTING-SUMMARY-FILE.
009900 01  PS-RECORD                   PIC X(80).
010000 WORKING-STORAGE SECTION.
010100 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
010200     88  WS-CONTROL-OK                           VALUE '00'.
010300 77  WS-MAP-STATUS               PIC X(02)       VALUE SPACES.
010400     88  WS-MAP-OK                               VALUE '00'.
010500     88  WS-MAP-EOF                              VALUE '10'.
010600 77  WS-SOURCE-STATUS            PIC X(02)       VALUE SPACES.
010700     88  WS-SOURCE-OK                            VALUE '00'.
010800     88  WS-SOURCE-EOF                           VALUE '10'.
010900 77  WS-JOURNAL-STATUS           PIC X(02)       VALUE SPACES.
011000 77  WS-SUMMARY-STATUS           PIC X(02)       VALUE SPACES.
011100 77  WS-SOURCE-NAME              PIC X(08)       VALUE SPACES.
011200 77  WS-TODAY                    PIC 9(08)       VALUE ZERO.
011300 77  WS-PERIOD                   PIC 9(06)       VALUE ZERO.
011400 77  WS-JOURNAL-DATE             PIC 9(08)       VALUE ZERO.
011500 77  WS-MONTH                    PIC 9(02)       VALUE ZERO.
011600 77  WS-SOURCE-MAX               PIC 9(01)       VALUE 4 COMP.
011700 77  WS-SRC-IX                   PIC 9(01)       VALUE ZERO COMP.
011800 77  WS-MAP-COUNT                PIC 9(03)       VALUE ZERO COMP.
011900 77  WS-MAP-MAX                  PIC 9(03)       VALUE 200 COMP.
012000 77  WS-MP-IX                    PIC 9(03)       VALUE ZERO COMP.
012100 77  WS-BEST-IX                  PIC 9(03)       VALUE ZERO COMP.
012200 77  WS-BEST-SCORE               PIC S9(01)      VALUE ZERO COMP.
012300 77  WS-THIS-SCORE               PIC S9(01)      VALUE ZERO COMP.
012400 77  WS-POST-COUNT               PIC 9(03)       VALUE ZERO COMP.
012500 77  WS-POST-MAX                 PIC 9(03)       VALUE 500 COMP.
012600 77  WS-PO-IX                    PIC 9(03)       VALUE ZERO COMP.
012700 77  WS-FIND-IX                  PIC 9(03)       VALUE ZERO COMP.
012800 77  WS-LINE-NUMBER              PIC 9(06)       VALUE ZERO COMP.
012900 77  WS-UNMAPPED-COUNT           PIC 9(05)       VALUE ZERO COMP.
013000 77  WS-HIGHEST-RC               PIC 9(02)       VALUE ZERO.
013100 77  WS-LINE-AMOUNT              PIC 9(11)V99    VALUE ZERO.
013200 77  WS-CONTROL-AMOUNT           PIC 9(11)V99    VALUE ZERO.
013300 77  WS-DEBIT-TOTAL              PIC 9(13)V99    VALUE ZERO.
013400 77  WS-CREDIT-TOTAL             PIC 9(13)V99    VALUE ZERO.
013500 77  WS-LINE-CATEGORY            PIC X(04)       VALUE SPACES.
013600 77  WS-LINE-KEY                 PIC X(08)       VALUE SPACES.
013610 77  WS-LINE-COMPANY             PIC X(02)       VALUE SPACES.
013620 77  WS-SPEND-MONTH-SW           PIC X(01)       VALUE 'N'.
013630     88  WS-SPEND-MONTH                          VALUE 'Y'.
013700 77  WS-RUN-REFUSED-SW           PIC X(01)       VALUE 'N'.
013800     88  WS-RUN-REFUSED                          VALUE 'Y'.
013900 77  WS-TABLE-FULL-SW            PIC X(01)       VALUE 'N'.
014000     88  WS-POSTING-TABLE-FULL                   VALUE 'Y'.
014100 77  WS-UNTIED-SW                PIC X(01)       VALUE 'N'.
014200     88  WS-SOURCE-UNTIED                        VALUE 'Y'.
014300 77  WS-JOURNAL-SW               PIC X(01)       VALUE 'A'.
014400     88  WS-JOURNAL-ACCEPTED                     VALUE 'A'.
014500     88  WS-JOURNAL-REJECTED                     VALUE 'R'.
014600*--------------------------------------------------------------
014700* THE FOUR SOURCES, IN POSTING ORDER, WITH THE DESCRIPTION THE
014800* JOURNAL LINES CARRY.
014900*--------------------------------------------------------------
015000 01  WS-SOURCE-VALUES.
015100     05  FILLER                  PIC X(08)       VALUE
015200             "REVRPT  ".
015300     05  FILLER                  PIC X(16)       VALUE
015400             "FARE REVENUE    ".
015500     05  FILLER                  PIC X(08)       VALUE
015600             "FRTSPEND".
015700     05  FILLER                  PIC X(16)       VALUE
015800             "FREIGHT COST    ".
015900     05  FILLER                  PIC X(08)       VALUE
016000             "ASMTROLL".
016100     05  FILLER                  PIC X(16)       VALUE
016200             "PROPERTY TAX    ".
016300     05  FILLER                  PIC X(08)       VALUE
016400             "CONVRPT ".
016500     05  FILLER                  PIC X(16)       VALUE
016600             "RENTAL REVENUE  ".
016700 01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-VALUES.
016800     05  WS-SR-ENTRY OCCURS 4.
016900         10  WS-SR-NAME          PIC X(08).
017000         10  WS-SR-TEXT          PIC X(16).
017100*--------------------------------------------------------------
017200* CONTROL IS THE TOTAL THE SOURCE PRINTED FOR ITSELF (SUMMED
017300* OVER THE GENERATIONS CONCATENATED); POSTED IS WHAT REACHED
017400* THE JOURNAL.
017500*--------------------------------------------------------------
017600 01  WS-SOURCE-TOTALS.
017700     05  WS-ST-ENTRY OCCURS 4.
017800         10  WS-ST-AVAILABLE     PIC X(01).
017900             88  WS-ST-ON-HAND               VALUE 'Y'.
018000         10  WS-ST-LINES         PIC 9(07) COMP.
018100         10  WS-ST-CONTROL       PIC 9(13)V99.
018200         10  WS-ST-POSTED        PIC 9(13)V99.
018300         10  WS-ST-UNMAPPED      PIC 9(13)V99.
018400 01  WS-MAP-TABLE.
018500     05  WS-MP-ENTRY OCCURS 200.
018600         10  WS-MP-SOURCE        PIC X(08).
018700         10  WS-MP-CATEGORY      PIC X(04).
018750         10  WS-MP-COMPANY       PIC X(02).
018800         10  WS-MP-KEY           PIC X(08).
018900         10  WS-MP-DR-ACCOUNT    PIC X(10).
019000         10  WS-MP-DR-CENTRE     PIC X(06).
019100         10  WS-MP-CR-ACCOUNT    PIC X(10).
019200         10  WS-MP-CR-CENTRE     PIC X(06).
019300 01  WS-POSTING-TABLE.
019400     05  WS-PO-ENTRY OCCURS 500.
019500         10  WS-PO-SOURCE-IX     PIC 9(01) COMP.
019600         10  WS-PO-CATEGORY      PIC X(04).
019700         10  WS-PO-KEY           PIC X(08).
019750         10  WS-PO-COMPANY       PIC X(02).
019800         10  WS-PO-AMOUNT        PIC 9(13)V99.
019900         10  WS-PO-MAP-IX        PIC 9(03) COMP.
020000 01  WS-DESCRIPTION.
020100     05  WS-DS-TEXT              PIC X(16).
020200     05  WS-DS-CATEGORY          PIC X(05).
020300     05  WS-DS-KEY               PIC X(09).
020400 01  WS-SUMMARY-HEADER.
020500     05  FILLER                  PIC X(28)       VALUE
020600             "GL POSTING SUMMARY - PERIOD ".
020700     05  WS-SH-PERIOD            PIC 9(06).
020800     05  FILLER                  PIC X(14)       VALUE
020900             " JOURNAL DATE ".
021000     05  WS-SH-JOURNAL-DATE      PIC 9(08).
021100 01  WS-UNMAPPED-LINE.
021200     05  FILLER                  PIC X(09)       VALUE
021300             "UNMAPPED ".
021400     05  WS-UL-SOURCE            PIC X(08).
021500     05  FILLER                  PIC X(05)       VALUE " CAT ".
021600     05  WS-UL-CATEGORY          PIC X(04).
021700     05  FILLER                  PIC X(05)       VALUE " KEY ".
021800     05  WS-UL-KEY               PIC X(08).
021900     05  FILLER                  PIC X(08)       VALUE
022000             " AMOUNT ".
022100     05  WS-UL-AMOUNT            PIC Z(10)9.99.
022110     05  FILLER                  PIC X(04)       VALUE " CO ".
022120     05  WS-UL-COMPANY           PIC X(02).
022200 01  WS-SOURCE-LINE.
022300     05  FILLER                  PIC X(07)       VALUE "SOURCE ".
022400     05  WS-SL-SOURCE            PIC X(08).
022500     05  FILLER                  PIC X(07)       VALUE " LINES ".
022600     05  WS-SL-LINES             PIC Z(06)9.
022700     05  FILLER                  PIC X(09)       VALUE
022800             " CONTROL ".
022900     05  WS-SL-CONTROL           PIC Z(10)9.99.
023000     05  FILLER                  PIC X(08)       VALUE
023100             " POSTED ".
023200     05  WS-SL-POSTED            PIC Z(10)9.99.
023300 01  WS-TIE-LINE.
023400     05  FILLER                  PIC X(16)       VALUE
023500             "       UNMAPPED ".
023600     05  WS-TL-UNMAPPED          PIC Z(10)9.99.
023700     05  FILLER                  PIC X(02)       VALUE SPACES.
023800     05  WS-TL-VERDICT           PIC X(30).
023900 01  WS-JOURNAL-LINE.
024000     05  FILLER                  PIC X(14)       VALUE
024100             "JOURNAL LINES ".
024200     05  WS-JL-LINES             PIC Z(05)9.
024300     05  FILLER                  PIC X(08)       VALUE
024400             " DEBITS ".
024500     05  WS-JL-DEBITS            PIC Z(12)9.99.
024600     05  FILLER                  PIC X(09)       VALUE
024700             " CREDITS ".
024800     05  WS-JL-CREDITS           PIC Z(12)9.99.
024900 01  WS-VERDICT-LINE.
025000     05  WS-VL-STATUS            PIC X(19)       VALUE SPACES.
025100     05  WS-VL-REASON            PIC X(61)       VALUE SPACES.
025110 01  WS-CLOSED-LINE.
025120     05  FILLER                  PIC X(21)       VALUE
025130             "RUN REFUSED - PERIOD ".
025140     05  WS-CL-PERIOD            PIC 9(06).
025150     05  FILLER                  PIC X(27)       VALUE
025160             " HARD-CLOSED ON PERIODCT".
025170 COPY CALSVC.
025180 COPY COMPANY.
025200 PROCEDURE DIVISION.
025300 0000-MAINLINE.
025400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025500     IF NOT WS-RUN-REFUSED
025600         PERFORM 2000-LOAD-MAP THRU 2000-EXIT
025700         PERFORM 3000-READ-ONE-SOURCE THRU 3000-EXIT
025800             VARYING WS-SRC-IX FROM 1 BY 1
025900             UNTIL WS-SRC-IX > WS-SOURCE-MAX
026000         PERFORM 4000-MAP-ONE-POSTING THRU 4000-EXIT
026100             VARYING WS-PO-IX FROM 1 BY 1
026200             UNTIL WS-PO-IX > WS-POST-COUNT
026300         PERFORM 5000-CHECK-JOURNAL THRU 5000-EXIT
026400         PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
026500         PERFORM 7000-WRITE-TIE-BACK THRU 7000-EXIT
026600     END-IF.
026700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026800     STOP RUN.
026900 0000-EXIT.
027000     EXIT.
027100*--------------------------------------------------------------
027200* AN UNREADABLE PERIOD OR JOURNAL DATE, OR A PERIOD ALREADY
027300* HARD-CLOSED, REFUSES THE RUN: GLJRNL IS LEFT EMPTY AND
027310* NOTHING IS POSTED.
027400*--------------------------------------------------------------
027500 1000-INITIALIZE.
027600     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
027700     INITIALIZE WS-SOURCE-TOTALS
027800     OPEN OUTPUT POSTING-SUMMARY-FILE
027900     OPEN OUTPUT GL-JOURNAL-FILE
028000     MOVE SPACES TO GL-CONTROL-CARD
028100     OPEN INPUT GL-CONTROL-FILE
028200     IF WS-CONTROL-OK
028300         READ GL-CONTROL-FILE
028400             AT END MOVE SPACES TO GL-CONTROL-CARD
028500         END-READ
028600         CLOSE GL-CONTROL-FILE
028700     END-IF
028800     IF GC-JOURNAL-DATE = SPACES
028900         MOVE WS-TODAY TO WS-JOURNAL-DATE
029000     ELSE
029100         IF GC-JOURNAL-DATE IS NOT NUMERIC
029200             GO TO 1000-REFUSE
029300         END-IF
029400         MOVE GC-JOURNAL-DATE TO WS-JOURNAL-DATE
029500         IF FUNCTION TEST-DATE-YYYYMMDD(WS-JOURNAL-DATE)
029600                 NOT = ZERO
029700             GO TO 1000-REFUSE
029800         END-IF
029900     END-IF
030000     IF GC-PERIOD = SPACES
030100         MOVE WS-JOURNAL-DATE(1:6) TO WS-PERIOD
030200     ELSE
030300         IF GC-PERIOD IS NOT NUMERIC
030400             GO TO 1000-REFUSE
030500         END-IF
030600         MOVE GC-PERIOD TO WS-PERIOD
030700     END-IF
030800     MOVE WS-PERIOD(5:2) TO WS-MONTH
030900     IF WS-MONTH < 1 OR WS-MONTH > 12
031000         GO TO 1000-REFUSE
031100     END-IF
031110     MOVE SPACE TO CAL-SVC-PERIOD-STATUS
031120     SET CAL-SVC-GET-PERIOD TO TRUE
031130     COMPUTE CAL-SVC-ARGUMENT = WS-PERIOD * 100 + 1
031140     CALL "CALENDAR-SERVICE" USING CALENDAR-SERVICE-REQUEST
031150     IF CAL-SVC-PERIOD-HARD-CLOSED
031160         SET WS-RUN-REFUSED TO TRUE
031170         MOVE 8 TO WS-HIGHEST-RC
031180         MOVE WS-PERIOD TO WS-CL-PERIOD
031190         WRITE PS-RECORD FROM WS-CLOSED-LINE
031195         GO TO 1000-EXIT
031196     END-IF
031200     MOVE WS-PERIOD TO WS-SH-PERIOD
031300     MOVE WS-JOURNAL-DATE TO WS-SH-JOURNAL-DATE
031400     WRITE PS-RECORD FROM WS-SUMMARY-HEADER
031500     GO TO 1000-EXIT.
031600 1000-REFUSE.
031700     SET WS-RUN-REFUSED TO TRUE
031800     MOVE 8 TO WS-HIGHEST-RC
031900     MOVE "RUN REFUSED - GLCTL PERIOD OR DATE INVALID"
032000         TO WS-VERDICT-LINE
032100     WRITE PS-RECORD FROM WS-VERDICT-LINE.
032200 1000-EXIT.
032300     EXIT.
032400 2000-LOAD-MAP.
032500     OPEN INPUT GL-MAP-FILE
032600     IF NOT WS-MAP-OK
032700         GO TO 2000-EXIT
032800     END-IF
032900     PERFORM 2100-READ-MAP THRU 2100-EXIT
033000     PERFORM 2200-STORE-ONE-MAP THRU 2200-EXIT
033100         UNTIL WS-MAP-EOF
033200            OR WS-MAP-COUNT >= WS-MAP-MAX
033300     CLOSE GL-MAP-FILE.
033400 2000-EXIT.
033500     EXIT.
033600 2100-READ-MAP.
033700     READ GL-MAP-FILE
033800         AT END SET WS-MAP-EOF TO TRUE
033900     END-READ.
034000 2100-EXIT.
034100     EXIT.
034200 2200-STORE-ONE-MAP.
034300     IF GM-SOURCE(1:1) = '*' OR GM-SOURCE = SPACES
034400         PERFORM 2100-READ-MAP THRU 2100-EXIT
034500         GO TO 2200-EXIT
034600     END-IF
034700     ADD 1 TO WS-MAP-COUNT
034800     MOVE GM-SOURCE TO WS-MP-SOURCE(WS-MAP-COUNT)
034900     MOVE GM-CATEGORY TO WS-MP-CATEGORY(WS-MAP-COUNT)
034950     MOVE GM-COMPANY TO WS-MP-COMPANY(WS-MAP-COUNT)
035000     MOVE GM-KEY TO WS-MP-KEY(WS-MAP-COUNT)
035100     MOVE GM-DR-ACCOUNT TO WS-MP-DR-ACCOUNT(WS-MAP-COUNT)
035200     MOVE GM-DR-COST-CENTRE TO WS-MP-DR-CENTRE(WS-MAP-COUNT)
035300     MOVE GM-CR-ACCOUNT TO WS-MP-CR-ACCOUNT(WS-MAP-COUNT)
035400     MOVE GM-CR-COST-CENTRE TO WS-MP-CR-CENTRE(WS-MAP-COUNT)
035500     PERFORM 2100-READ-MAP THRU 2100-EXIT.
035600 2200-EXIT.
035700     EXIT.
035800*--------------------------------------------------------------
035900* ONE PASS PER SOURCE. EACH LINE THAT CARRIES MONEY IS GROUPED
036000* INTO THE POSTING TABLE BY SOURCE, CATEGORY, KEY AND COMPANY.
036100*--------------------------------------------------------------
036200 3000-READ-ONE-SOURCE.
036300     MOVE WS-SR-NAME(WS-SRC-IX) TO WS-SOURCE-NAME
036400     MOVE SPACES TO WS-SOURCE-STATUS
036500     OPEN INPUT SOURCE-FILE
036600     IF NOT WS-SOURCE-OK
036700         IF WS-HIGHEST-RC < 4
036800             MOVE 4 TO WS-HIGHEST-RC
036900         END-IF
037000         GO TO 3000-EXIT
037100     END-IF
037200     MOVE 'Y' TO WS-ST-AVAILABLE(WS-SRC-IX)
037300     PERFORM 3100-READ-SOURCE THRU 3100-EXIT
037400     PERFORM 3200-TAKE-ONE-LINE THRU 3200-EXIT
037500         UNTIL WS-SOURCE-EOF
037600     CLOSE SOURCE-FILE
037610     IF WS-SRC-IX = 2
037620         PERFORM 3500-READ-SPEND-CONTROL THRU 3500-EXIT
037630     END-IF.
037700 3000-EXIT.
037800     EXIT.
037900 3100-READ-SOURCE.
038000     READ SOURCE-FILE
038100         AT END SET WS-SOURCE-EOF TO TRUE
038200     END-READ.
038300 3100-EXIT.
038400     EXIT.
038500 3200-TAKE-ONE-LINE.
038600     EVALUATE WS-SRC-IX
038700         WHEN 1
038800             PERFORM 3310-TAKE-ROUTE-LINE THRU 3310-EXIT
038900         WHEN 2
039000             PERFORM 3320-TAKE-SPEND-LINE THRU 3320-EXIT
039100         WHEN 3
039200             PERFORM 3330-TAKE-ROLL-LINE THRU 3330-EXIT
039300         WHEN 4
039400             PERFORM 3340-TAKE-CONVERSION-LINE THRU 3340-EXIT
039500     END-EVALUATE
039600     PERFORM 3100-READ-SOURCE THRU 3100-EXIT.
039700 3200-EXIT.
039800     EXIT.
039900*--------------------------------------------------------------
040000* REVRPT ROUTE LINES: ROUTE AT COLUMN 7, REVENUE ESTIMATE AT
040100* COLUMN 45, COMPANY AT COLUMN 88. THE HEADER ALSO STARTS
040110* "ROUTE " AND IS SKIPPED. THE ALL-COMPANIES TOTAL LINE (TOTAL
040120* REVENUE AT COLUMN 51) IS THE REPORT'S OWN CONTROL TOTAL.
040200*--------------------------------------------------------------
040300 3310-TAKE-ROUTE-LINE.
040310     IF SOURCE-RECORD(1:8) = "ALL     "
040320         COMPUTE WS-CONTROL-AMOUNT =
040330             FUNCTION NUMVAL(SOURCE-RECORD(51:14))
040340         ADD WS-CONTROL-AMOUNT TO WS-ST-CONTROL(WS-SRC-IX)
040350         GO TO 3310-EXIT
040360     END-IF
040400     IF SOURCE-RECORD(1:6) NOT = "ROUTE "
040500         OR SOURCE-RECORD(1:23) = "ROUTE REVENUE ESTIMATE "
040600         GO TO 3310-EXIT
040700     END-IF
040800     MOVE "FARE" TO WS-LINE-CATEGORY
040900     MOVE SOURCE-RECORD(7:6) TO WS-LINE-KEY
040950     MOVE SOURCE-RECORD(88:2) TO WS-LINE-COMPANY
041000     COMPUTE WS-LINE-AMOUNT =
041100         FUNCTION NUMVAL(SOURCE-RECORD(45:13))
041300     PERFORM 3400-POST-LINE THRU 3400-EXIT.
041400 3310-EXIT.
041500     EXIT.
041600*--------------------------------------------------------------
041700* FRTSPEND IS THE RUNNING HISTORY; ONLY THE PERIOD'S LINES ARE
041800* TAKEN, BY CARRIER. ITS CONTROL COMES FROM FRTMANIF (3500).
041900*--------------------------------------------------------------
042000 3320-TAKE-SPEND-LINE.
042100     IF SP-MONTH NOT = WS-PERIOD
042200         OR SP-COST IS NOT NUMERIC
042300         GO TO 3320-EXIT
042400     END-IF
042500     MOVE "FRGT" TO WS-LINE-CATEGORY
042600     MOVE SP-CARRIER TO WS-LINE-KEY
042650     MOVE SP-COMPANY TO WS-LINE-COMPANY
042700     MOVE SP-COST TO WS-LINE-AMOUNT
042900     PERFORM 3400-POST-LINE THRU 3400-EXIT.
043000 3320-EXIT.
043100     EXIT.
043200*--------------------------------------------------------------
043300* ASMTROLL PARCEL LINES: DISTRICT AT COLUMN 24, LAND CLASS AT
043400* COLUMN 32, TAX AT COLUMN 77. THE DISTRICT SUBTOTAL LINES
043500* (TAX AT COLUMN 54) ARE THE ROLL'S OWN CONTROL TOTALS. THE
043510* ROLL CARRIES NO COMPANY; PROPERTY TAX IS THE PARENT'S.
043600*--------------------------------------------------------------
043700 3330-TAKE-ROLL-LINE.
043800     IF SOURCE-RECORD(1:9) = "DISTRICT "
043900         COMPUTE WS-CONTROL-AMOUNT =
044000             FUNCTION NUMVAL(SOURCE-RECORD(54:15))
044100         ADD WS-CONTROL-AMOUNT TO WS-ST-CONTROL(WS-SRC-IX)
044200         GO TO 3330-EXIT
044300     END-IF
044400     IF SOURCE-RECORD(1:7) NOT = "PARCEL "
044500         GO TO 3330-EXIT
044600     END-IF
044700     MOVE SOURCE-RECORD(32:2) TO WS-LINE-CATEGORY
044800     MOVE SOURCE-RECORD(24:4) TO WS-LINE-KEY
044850     MOVE CMP-PARENT-COMPANY TO WS-LINE-COMPANY
044900     COMPUTE WS-LINE-AMOUNT =
045000         FUNCTION NUMVAL(SOURCE-RECORD(77:14))
045100     PERFORM 3400-POST-LINE THRU 3400-EXIT.
045200 3330-EXIT.
045300     EXIT.
045400*--------------------------------------------------------------
045500* CONVRPT CLASS/BAND LINES: VEHICLE CLASS AT COLUMN 1, RATE
045600* BAND AT COLUMN 6, REALIZED REVENUE OF THE CONVERTED QUOTES
045700* AT COLUMN 68, COMPANY AT COLUMN 84. THE TOTAL REALIZED
045710* REVENUE LINE (COLUMN 24) IS THE REPORT'S CONTROL TOTAL.
045800*--------------------------------------------------------------
045900 3340-TAKE-CONVERSION-LINE.
045910     IF SOURCE-RECORD(1:23) = "TOTAL REALIZED REVENUE "
045920         COMPUTE WS-CONTROL-AMOUNT =
045930             FUNCTION NUMVAL(SOURCE-RECORD(24:12))
045940         ADD WS-CONTROL-AMOUNT TO WS-ST-CONTROL(WS-SRC-IX)
045950         GO TO 3340-EXIT
045960     END-IF
046000     IF SOURCE-RECORD(5:1) NOT = "/"
046100         GO TO 3340-EXIT
046200     END-IF
046300     MOVE SOURCE-RECORD(6:1) TO WS-LINE-CATEGORY
046400     MOVE SOURCE-RECORD(1:4) TO WS-LINE-KEY
046450     MOVE SOURCE-RECORD(84:2) TO WS-LINE-COMPANY
046500     COMPUTE WS-LINE-AMOUNT =
046600         FUNCTION NUMVAL(SOURCE-RECORD(68:12))
046800     PERFORM 3400-POST-LINE THRU 3400-EXIT.
046900 3340-EXIT.
047000     EXIT.
047100 3400-POST-LINE.
047150     IF WS-LINE-COMPANY = SPACES
047160         MOVE CMP-PARENT-COMPANY TO WS-LINE-COMPANY
047170     END-IF
047200     ADD 1 TO WS-ST-LINES(WS-SRC-IX)
047300     MOVE ZERO TO WS-FIND-IX
047400     PERFORM 3410-FIND-ONE-GROUP THRU 3410-EXIT
047500         VARYING WS-PO-IX FROM 1 BY 1
047600         UNTIL WS-PO-IX > WS-POST-COUNT
047700            OR WS-FIND-IX > ZERO
047800     IF WS-FIND-IX = ZERO
047900         IF WS-POST-COUNT >= WS-POST-MAX
048000             SET WS-POSTING-TABLE-FULL TO TRUE
048100             GO TO 3400-EXIT
048200         END-IF
048300         ADD 1 TO WS-POST-COUNT
048400         MOVE WS-POST-COUNT TO WS-FIND-IX
048500         MOVE WS-SRC-IX TO WS-PO-SOURCE-IX(WS-FIND-IX)
048600         MOVE WS-LINE-CATEGORY TO WS-PO-CATEGORY(WS-FIND-IX)
048700         MOVE WS-LINE-KEY TO WS-PO-KEY(WS-FIND-IX)
048750         MOVE WS-LINE-COMPANY TO WS-PO-COMPANY(WS-FIND-IX)
048800         MOVE ZERO TO WS-PO-AMOUNT(WS-FIND-IX)
048900         MOVE ZERO TO WS-PO-MAP-IX(WS-FIND-IX)
049000     END-IF
049100     ADD WS-LINE-AMOUNT TO WS-PO-AMOUNT(WS-FIND-IX).
049200 3400-EXIT.
049300     EXIT.
049400 3410-FIND-ONE-GROUP.
049500     IF WS-PO-SOURCE-IX(WS-PO-IX) = WS-SRC-IX
049600         AND WS-PO-CATEGORY(WS-PO-IX) = WS-LINE-CATEGORY
049700         AND WS-PO-KEY(WS-PO-IX) = WS-LINE-KEY
049750         AND WS-PO-COMPANY(WS-PO-IX) = WS-LINE-COMPANY
049800         MOVE WS-PO-IX TO WS-FIND-IX
049900     END-IF.
050000 3410-EXIT.
050100     EXIT.
050110*--------------------------------------------------------------
050120* FREIGHT-COSTING-BATCH CLOSES EACH FRTMANIF WITH THE MONTH'S
050130* SPEND TO DATE: "CARRIER SPEND FOR MONTH" AND THE MONTH AT
050140* COLUMN 27, THEN THE ALL-COMPANIES TOTAL SPEND AT COLUMN 24.
050150* FRTSPEND ONLY GROWS, SO OVER ALL THE GENERATIONS THE LARGEST
050160* TOTAL FOR THE PERIOD IS THE LATEST - WHATEVER ORDER THEY ARE
050170* CONCATENATED IN. NO FRTMANIF LEAVES THE CONTROL AT ZERO.
050180*--------------------------------------------------------------
050190 3500-READ-SPEND-CONTROL.
050191     MOVE "FRTMANIF" TO WS-SOURCE-NAME
050192     MOVE SPACES TO WS-SOURCE-STATUS
050193     OPEN INPUT SOURCE-FILE
050194     IF NOT WS-SOURCE-OK
050195         GO TO 3500-EXIT
050196     END-IF
050197     MOVE 'N' TO WS-SPEND-MONTH-SW
050198     PERFORM 3100-READ-SOURCE THRU 3100-EXIT
050199     PERFORM 3510-TAKE-ONE-SUMMARY THRU 3510-EXIT
050200         UNTIL WS-SOURCE-EOF
050201     CLOSE SOURCE-FILE.
050202 3500-EXIT.
050203     EXIT.
050204 3510-TAKE-ONE-SUMMARY.
050205     IF SOURCE-RECORD(1:26) = "CARRIER SPEND FOR MONTH   "
050206         IF SOURCE-RECORD(27:6) = WS-PERIOD
050207             SET WS-SPEND-MONTH TO TRUE
050208         ELSE
050209             MOVE 'N' TO WS-SPEND-MONTH-SW
050210         END-IF
050211         GO TO 3510-NEXT
050212     END-IF
050213     IF SOURCE-RECORD(1:8) NOT = "ALL     "
050214         OR NOT WS-SPEND-MONTH
050215         GO TO 3510-NEXT
050216     END-IF
050217     MOVE 'N' TO WS-SPEND-MONTH-SW
050218     COMPUTE WS-CONTROL-AMOUNT =
050219         FUNCTION NUMVAL(SOURCE-RECORD(24:14))
050220     IF WS-CONTROL-AMOUNT > WS-ST-CONTROL(WS-SRC-IX)
050221         MOVE WS-CONTROL-AMOUNT TO WS-ST-CONTROL(WS-SRC-IX)
050222     END-IF.
050223 3510-NEXT.
050224     PERFORM 3100-READ-SOURCE THRU 3100-EXIT.
050225 3510-EXIT.
050226     EXIT.
050227*--------------------------------------------------------------
050300* A GROUP NO GLMAP ROW COVERS IS LISTED ON GLPSUM AND LEFT OFF
050400* THE JOURNAL; ITS SOURCE THEN CANNOT TIE.
050500*--------------------------------------------------------------
050600 4000-MAP-ONE-POSTING.
050700     MOVE WS-PO-SOURCE-IX(WS-PO-IX) TO WS-SRC-IX
050800     MOVE ZERO TO WS-BEST-IX
050900     MOVE -1 TO WS-BEST-SCORE
051000     PERFORM 4100-SCORE-ONE-MAP THRU 4100-EXIT
051100         VARYING WS-MP-IX FROM 1 BY 1
051200         UNTIL WS-MP-IX > WS-MAP-COUNT
051300     MOVE WS-BEST-IX TO WS-PO-MAP-IX(WS-PO-IX)
051400     IF WS-BEST-IX = ZERO
051500         ADD 1 TO WS-UNMAPPED-COUNT
051600         ADD WS-PO-AMOUNT(WS-PO-IX)
051700             TO WS-ST-UNMAPPED(WS-SRC-IX)
051800         MOVE WS-SR-NAME(WS-SRC-IX) TO WS-UL-SOURCE
051900         MOVE WS-PO-CATEGORY(WS-PO-IX) TO WS-UL-CATEGORY
052000         MOVE WS-PO-KEY(WS-PO-IX) TO WS-UL-KEY
052050         MOVE WS-PO-COMPANY(WS-PO-IX) TO WS-UL-COMPANY
052100         MOVE WS-PO-AMOUNT(WS-PO-IX) TO WS-UL-AMOUNT
052200         WRITE PS-RECORD FROM WS-UNMAPPED-LINE
052300         GO TO 4000-EXIT
052400     END-IF
052500     ADD WS-PO-AMOUNT(WS-PO-IX) TO WS-ST-POSTED(WS-SRC-IX)
052600     IF WS-MP-DR-ACCOUNT(WS-BEST-IX) NOT = SPACES
052700         ADD 1 TO WS-LINE-NUMBER
052800         ADD WS-PO-AMOUNT(WS-PO-IX) TO WS-DEBIT-TOTAL
052900     END-IF
053000     IF WS-MP-CR-ACCOUNT(WS-BEST-IX) NOT = SPACES
053100         ADD 1 TO WS-LINE-NUMBER
053200         ADD WS-PO-AMOUNT(WS-PO-IX) TO WS-CREDIT-TOTAL
053300     END-IF.
053400 4000-EXIT.
053500     EXIT.
053600 4100-SCORE-ONE-MAP.
053700     IF WS-MP-SOURCE(WS-MP-IX) NOT = WS-SR-NAME(WS-SRC-IX)
053800         GO TO 4100-EXIT
053900     END-IF
054000     MOVE ZERO TO WS-THIS-SCORE
054010     IF WS-MP-COMPANY(WS-MP-IX) = WS-PO-COMPANY(WS-PO-IX)
054020         ADD 4 TO WS-THIS-SCORE
054030     ELSE
054040         IF WS-MP-COMPANY(WS-MP-IX) NOT = "* "
054050             AND WS-MP-COMPANY(WS-MP-IX) NOT = SPACES
054060             GO TO 4100-EXIT
054070         END-IF
054080     END-IF
054100     IF WS-MP-CATEGORY(WS-MP-IX) = WS-PO-CATEGORY(WS-PO-IX)
054200         ADD 2 TO WS-THIS-SCORE
054300     ELSE
054400         IF WS-MP-CATEGORY(WS-MP-IX) NOT = "*"
054500             GO TO 4100-EXIT
054600         END-IF
054700     END-IF
054800     IF WS-MP-KEY(WS-MP-IX) = WS-PO-KEY(WS-PO-IX)
054900         ADD 1 TO WS-THIS-SCORE
055000     ELSE
055100         IF WS-MP-KEY(WS-MP-IX) NOT = "*"
055200             GO TO 4100-EXIT
055300         END-IF
055400     END-IF
055500     IF WS-THIS-SCORE > WS-BEST-SCORE
055600         MOVE WS-THIS-SCORE TO WS-BEST-SCORE
055700         MOVE WS-MP-IX TO WS-BEST-IX
055800     END-IF.
055900 4100-EXIT.
056000     EXIT.
056100*--------------------------------------------------------------
056200* THE JOURNAL GOES OUT ONLY WHEN IT BALANCES AND EVERY SOURCE
056300* ON HAND TIES TO ITS CONTROL TOTAL.
056400*--------------------------------------------------------------
056500 5000-CHECK-JOURNAL.
056600     PERFORM 5100-TIE-ONE-SOURCE THRU 5100-EXIT
056700         VARYING WS-SRC-IX FROM 1 BY 1
056800         UNTIL WS-SRC-IX > WS-SOURCE-MAX
056900     MOVE "JOURNAL REJECTED - " TO WS-VL-STATUS
057000     EVALUATE TRUE
057100         WHEN WS-POSTING-TABLE-FULL
057200             MOVE "MORE THAN 500 POSTING GROUPS" TO WS-VL-REASON
057300         WHEN WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
057400             MOVE "DEBITS AND CREDITS DO NOT BALANCE"
057500                 TO WS-VL-REASON
057600         WHEN WS-SOURCE-UNTIED
057700             MOVE "POSTING DOES NOT TIE TO SOURCE CONTROL TOTALS"
057800                 TO WS-VL-REASON
057900         WHEN OTHER
058000             MOVE "JOURNAL ACCEPTED - " TO WS-VL-STATUS
058100             MOVE "GLJRNL READY FOR IMPORT" TO WS-VL-REASON
058200     END-EVALUATE
058300     IF WS-VL-STATUS = "JOURNAL REJECTED - "
058400         SET WS-JOURNAL-REJECTED TO TRUE
058500         MOVE 8 TO WS-HIGHEST-RC
058600     END-IF.
058700 5000-EXIT.
058800     EXIT.
058900 5100-TIE-ONE-SOURCE.
059000     IF WS-ST-ON-HAND(WS-SRC-IX)
059100         AND WS-ST-POSTED(WS-SRC-IX)
059200             NOT = WS-ST-CONTROL(WS-SRC-IX)
059300         SET WS-SOURCE-UNTIED TO TRUE
059400     END-IF.
059500 5100-EXIT.
059600     EXIT.
059700 6000-WRITE-JOURNAL.
059800     IF WS-JOURNAL-REJECTED
059900         GO TO 6000-EXIT
060000     END-IF
060100     MOVE SPACES TO GL-JOURNAL-RECORD
060200     SET GJ-HEADER-RECORD TO TRUE
060300     MOVE "BATCH-" TO GJ-JOURNAL-ID
060400     MOVE WS-PERIOD TO GJ-JOURNAL-ID(7:6)
060500     MOVE WS-PERIOD TO GJ-PERIOD
060600     MOVE WS-JOURNAL-DATE TO GJ-JOURNAL-DATE
060700     MOVE "BATCHGL " TO GJ-ORIGIN
060800     WRITE GL-JOURNAL-RECORD
060900     MOVE ZERO TO WS-LINE-NUMBER
061000     PERFORM 6100-WRITE-ONE-POSTING THRU 6100-EXIT
061100         VARYING WS-PO-IX FROM 1 BY 1
061200         UNTIL WS-PO-IX > WS-POST-COUNT
061300     MOVE SPACES TO GL-JOURNAL-RECORD
061400     SET GJ-TRAILER-RECORD TO TRUE
061500     MOVE WS-LINE-NUMBER TO GJ-LINE-COUNT
061600     MOVE WS-DEBIT-TOTAL TO GJ-DEBIT-TOTAL
061700     MOVE WS-CREDIT-TOTAL TO GJ-CREDIT-TOTAL
061800     WRITE GL-JOURNAL-RECORD.
061900 6000-EXIT.
062000     EXIT.
062100 6100-WRITE-ONE-POSTING.
062200     MOVE WS-PO-MAP-IX(WS-PO-IX) TO WS-MP-IX
062300     IF WS-MP-IX = ZERO
062400         GO TO 6100-EXIT
062500     END-IF
062600     MOVE WS-PO-SOURCE-IX(WS-PO-IX) TO WS-SRC-IX
062700     MOVE WS-SR-TEXT(WS-SRC-IX) TO WS-DS-TEXT
062800     MOVE WS-PO-CATEGORY(WS-PO-IX) TO WS-DS-CATEGORY
062900     MOVE WS-PO-KEY(WS-PO-IX) TO WS-DS-KEY
063000     MOVE SPACES TO GL-JOURNAL-RECORD
063100     SET GJ-DETAIL-RECORD TO TRUE
063200     MOVE WS-PO-AMOUNT(WS-PO-IX) TO GJ-AMOUNT
063300     MOVE WS-SR-NAME(WS-SRC-IX) TO GJ-SOURCE
063400     MOVE WS-PO-CATEGORY(WS-PO-IX) TO GJ-CATEGORY
063500     MOVE WS-PO-KEY(WS-PO-IX) TO GJ-KEY
063550     MOVE WS-PO-COMPANY(WS-PO-IX) TO GJ-COMPANY
063600     MOVE WS-DESCRIPTION TO GJ-DESCRIPTION
063700     IF WS-MP-DR-ACCOUNT(WS-MP-IX) NOT = SPACES
063800         ADD 1 TO WS-LINE-NUMBER
063900         MOVE WS-LINE-NUMBER TO GJ-LINE-NUMBER
064000         MOVE WS-MP-DR-ACCOUNT(WS-MP-IX) TO GJ-ACCOUNT
064100         MOVE WS-MP-DR-CENTRE(WS-MP-IX) TO GJ-COST-CENTRE
064200         SET GJ-DEBIT TO TRUE
064300         WRITE GL-JOURNAL-RECORD
064400     END-IF
064500     IF WS-MP-CR-ACCOUNT(WS-MP-IX) NOT = SPACES
064600         ADD 1 TO WS-LINE-NUMBER
064700         MOVE WS-LINE-NUMBER TO GJ-LINE-NUMBER
064800         MOVE WS-MP-CR-ACCOUNT(WS-MP-IX) TO GJ-ACCOUNT
064900         MOVE WS-MP-CR-CENTRE(WS-MP-IX) TO GJ-COST-CENTRE
065000         SET GJ-CREDIT TO TRUE
065100         WRITE GL-JOURNAL-RECORD
065200     END-IF.
065300 6100-EXIT.
065400     EXIT.
065500*--------------------------------------------------------------
065600* TIE-BACK: TWO LINES PER SOURCE, THEN THE JOURNAL TOTALS AND
065700* THE VERDICT.
065800*--------------------------------------------------------------
065900 7000-WRITE-TIE-BACK.
066000     PERFORM 7100-WRITE-ONE-SOURCE THRU 7100-EXIT
066100         VARYING WS-SRC-IX FROM 1 BY 1
066200         UNTIL WS-SRC-IX > WS-SOURCE-MAX
066300     MOVE WS-LINE-NUMBER TO WS-JL-LINES
066400     MOVE WS-DEBIT-TOTAL TO WS-JL-DEBITS
066500     MOVE WS-CREDIT-TOTAL TO WS-JL-CREDITS
066600     WRITE PS-RECORD FROM WS-JOURNAL-LINE
066700     WRITE PS-RECORD FROM WS-VERDICT-LINE.
066800 7000-EXIT.
066900     EXIT.
067000 7100-WRITE-ONE-SOURCE.
067100     MOVE WS-SR-NAME(WS-SRC-IX) TO WS-SL-SOURCE
067200     MOVE WS-ST-LINES(WS-SRC-IX) TO WS-SL-LINES
067300     MOVE WS-ST-CONTROL(WS-SRC-IX) TO WS-SL-CONTROL
067400     MOVE WS-ST-POSTED(WS-SRC-IX) TO WS-SL-POSTED
067500     WRITE PS-RECORD FROM WS-SOURCE-LINE
067600     MOVE WS-ST-UNMAPPED(WS-SRC-IX) TO WS-TL-UNMAPPED
067700     EVALUATE TRUE
067800         WHEN NOT WS-ST-ON-HAND(WS-SRC-IX)
067900             MOVE "NOT AVAILABLE - NOT POSTED"
068000                 TO WS-TL-VERDICT
068100         WHEN WS-ST-POSTED(WS-SRC-IX)
068200                 = WS-ST-CONTROL(WS-SRC-IX)
068300             MOVE "TIES TO CONTROL" TO WS-TL-VERDICT
068400         WHEN OTHER
068500             MOVE "DOES NOT TIE TO CONTROL" TO WS-TL-VERDICT
068600     END-EVALUATE
068700     WRITE PS-RECORD FROM WS-TIE-LINE.
068800 7100-EXIT.
068900     EXIT.
069000 9000-TERMINATE.
069100     CLOSE GL-JOURNAL-FILE
069200     CLOSE POSTING-SUMMARY-FILE
069300     MOVE WS-HIGHEST-RC TO RETURN-CODE.
069400 9000-EXIT.
069500     EXIT.
069600 END PROGRAM GL-POSTING-INTERFACE.
