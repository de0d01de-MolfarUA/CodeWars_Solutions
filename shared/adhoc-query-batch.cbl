000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ADHOC-QUERY-BATCH.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  BJC  INITIAL VERSION - CARD-DRIVEN AD-HOC QUERY
001000*                    OVER THE SUITE'S HISTORY FILES (RUNHIST,
001100*                    RESMASTR, VENDHIST, QAREJHST, TOASTHIS) SO
001200*                    AN ANALYST'S ONE-OFF QUESTION NO LONGER
001300*                    NEEDS A ONE-OFF PROGRAM. THE QRYCARDS DECK
001400*                    (SEE QRYCARD.CPY) PICKS THE FILE, THE
001500*                    FIELDS, THE FILTERS, THE SORT ORDER AND THE
001600*                    GROUP TOTALS; QRYCSV GETS THE EXTRACT AND
001700*                    QRYSUMM ECHOES THE DECK AND GIVES THE
001800*                    COUNTS AND TOTALS. THE QUERY'S OPERATOR MUST
001900*                    HOLD THE FILE'S FUNCTION OF TOOL ADHOCQRY
002000*                    ON OPERPROF (R RUNHIST, M RESMASTR, V
002100*                    VENDHIST, Q QAREJHST, T TOASTHIS), SO A
002200*                    RESTRICTED FILE STAYS RESTRICTED.
002210*   2026-10-15  BJC  BOOKINGS (FUNCTION B) AND FRTSPEND
002220*                    (FUNCTION F) ARE QUERYABLE. BOTH CARRY A
002230*                    COMPANY: THE QUERY CARD MAY NAME ONE, AND
002240*                    ONLY THAT COMPANY'S RECORDS ARE READ (A
002250*                    BLANK RECORD COMPANY IS THE PARENT). THE
002260*                    COMPANY, OR '**' FOR ALL, GOES TO OPERATOR-
002270*                    AUTH, SO AN OPERATOR CONFINED TO ONE
002280*                    COMPANY CANNOT QUERY ANOTHER'S, OR ALL.
002281*   2026-10-15  BJC  THE DICTIONARY CARRIES EACH NUMERIC FIELD'S
002282*                    IMPLIED DECIMAL PLACES (FRTSPEND'S COSTS AND
002283*                    FX RATE). THE EXTRACT AND THE SUM LINES SHOW
002284*                    THE DECIMAL POINT, AND A WHERE VALUE MAY
002285*                    CARRY ONE AND IS SCALED TO THE FIELD.
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT QUERY-CARD-FILE ASSIGN TO "QRYCARDS"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-CARD-STATUS.
003100     SELECT HISTORY-FILE ASSIGN TO WS-SOURCE-DD
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-HISTORY-STATUS.
003400     SELECT RESULT-MASTER-FILE ASSIGN TO "RESMASTR"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS RX-KEY
003800         FILE STATUS IS WS-HISTORY-STATUS.
003900     SELECT EXTRACT-FILE ASSIGN TO "QRYCSV"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-EXTRACT-STATUS.
004200     SELECT SUMMARY-FILE ASSIGN TO "QRYSUMM"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-SUMMARY-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  QUERY-CARD-FILE.
004800 COPY QRYCARD.
004900 FD  HISTORY-FILE.
005000 01  HISTORY-RECORD             PIC X(256).
005100 FD  RESULT-MASTER-FILE.
005200 01  RESULT-MASTER-RECORD.
005300     05  RX-KEY.
005400         10  RX-CYCLE-DATE      PIC 9(08).
005500         10  RX-PROGRAM-ID      PIC X(08).
005600         10  RX-RUN-SEQUENCE    PIC 9(06).
005700         10  RX-SEGMENT         PIC 9(03).
005800     05  RX-SEGMENT-LENGTH      PIC 9(02).
005900     05  RX-SEGMENT-TEXT        PIC X(80).
006000 FD  EXTRACT-FILE.
006100 01  EXTRACT-RECORD             PIC X(1000).
006200 FD  SUMMARY-FILE.
006300 01  SUMMARY-RECORD             PIC X(100).
006400 WORKING-STORAGE SECTION.
006500 77  WS-CARD-STATUS             PIC X(02)    VALUE SPACES.
006600     88  WS-CARD-OK                          VALUE '00'.
006700 77  WS-HISTORY-STATUS          PIC X(02)    VALUE SPACES.
006800     88  WS-HISTORY-OK                       VALUE '00'.
006900 77  WS-EXTRACT-STATUS          PIC X(02)    VALUE SPACES.
007000 77  WS-SUMMARY-STATUS          PIC X(02)    VALUE SPACES.
007100 77  WS-SOURCE-DD               PIC X(08)    VALUE SPACES.
007200 77  WS-SOURCE-FUNCTION         PIC X(01)    VALUE SPACE.
007300 77  WS-SOURCE-KIND             PIC X(01)    VALUE SPACE.
007400     88  WS-SOURCE-INDEXED                   VALUE 'I'.
007500 77  WS-OPERATOR-ID             PIC X(03)    VALUE SPACES.
007600 77  WS-QUERY-ID                PIC X(08)    VALUE SPACES.
007610 77  WS-QUERY-COMPANY           PIC X(02)    VALUE SPACES.
007620 77  WS-RECORD-COMPANY          PIC X(02)    VALUE SPACES.
007630 77  WS-SOURCE-COMPANY-COL      PIC 9(03)    VALUE ZERO.
007700 77  WS-CARDS-DONE-SW           PIC X(01)    VALUE 'N'.
007800     88  WS-CARDS-DONE                       VALUE 'Y'.
007900 77  WS-SOURCE-DONE-SW          PIC X(01)    VALUE 'N'.
008000     88  WS-SOURCE-DONE                      VALUE 'Y'.
008100 77  WS-MATCH-SW                PIC X(01)    VALUE 'Y'.
008200     88  WS-RECORD-MATCHES                   VALUE 'Y'.
008300 77  WS-TRUNCATED-SW            PIC X(01)    VALUE 'N'.
008400     88  WS-EXTRACT-TRUNCATED                VALUE 'Y'.
008500 77  WS-HIGHEST-RC              PIC 9(02)    VALUE ZERO.
008600 77  WS-CARD-ERRORS             PIC 9(03)    VALUE ZERO COMP.
008700 77  WS-RECORDS-READ            PIC 9(09)    VALUE ZERO.
008800 77  WS-RECORDS-SELECTED        PIC 9(09)    VALUE ZERO.
008900 77  WS-ROWS-WRITTEN            PIC 9(09)    VALUE ZERO.
009000 77  WS-GROUP-ROWS              PIC 9(09)    VALUE ZERO.
009100 77  WS-DICT-COUNT              PIC 9(03)    VALUE 46 COMP.
009200 77  WS-SOURCE-COUNT            PIC 9(02)    VALUE 7 COMP.
009300 77  WS-ROW-MAX                 PIC 9(05)    VALUE 10000 COMP.
009400 77  WS-DX                      PIC 9(03)    VALUE ZERO COMP.
009500 77  WS-FOUND-DX                PIC 9(03)    VALUE ZERO COMP.
009600 77  WS-SX                      PIC 9(02)    VALUE ZERO COMP.
009700 77  WS-IX                      PIC 9(03)    VALUE ZERO COMP.
009800 77  WS-KX                      PIC 9(02)    VALUE ZERO COMP.
009900 77  WS-RX                      PIC 9(05)    VALUE ZERO COMP.
010000 77  WS-FIELD-START             PIC 9(03)    VALUE ZERO COMP.
010100 77  WS-FIELD-LENGTH            PIC 9(03)    VALUE ZERO COMP.
010200 77  WS-VALUE-LENGTH            PIC 9(03)    VALUE ZERO COMP.
010300 77  WS-CSV-PTR                 PIC 9(04)    VALUE ZERO COMP.
010400 77  WS-FIELD-TEXT              PIC X(80)    VALUE SPACES.
010500 77  WS-COMPARE-TEXT            PIC X(80)    VALUE SPACES.
010600 77  WS-FIELD-NUMBER            PIC 9(15)    VALUE ZERO.
010700 77  WS-CSV-NUMBER              PIC Z(17)9.
010710 77  WS-DOT-COUNT               PIC 9(03)    VALUE ZERO COMP.
010720 77  WS-DECIMAL-PLACES          PIC 9(03)    VALUE ZERO COMP.
010730 77  WS-SCALE-DIVISOR           PIC 9(07)    VALUE ZERO COMP.
010740 77  WS-EDIT-RAW                PIC 9(18)    VALUE ZERO.
010750 77  WS-EDIT-WHOLE              PIC 9(18)    VALUE ZERO.
010760 77  WS-EDIT-FRACTION           PIC 9(06)    VALUE ZERO.
010770 77  WS-EDIT-SCALE              PIC 9(01)    VALUE ZERO.
010780 77  WS-EDIT-PTR                PIC 9(03)    VALUE ZERO COMP.
010790 77  WS-EDIT-TEXT               PIC X(30)    VALUE SPACES.
010800 77  WS-LIMIT-EDIT              PIC ZZZZ9.
010900 77  WS-GROUP-KEY               PIC X(30)    VALUE SPACES.
011000 77  WS-PREVIOUS-GROUP          PIC X(30)    VALUE SPACES.
011100 77  WS-GROUP-FIELD             PIC 9(03)    VALUE ZERO COMP.
011200 01  WS-SOURCE-IMAGE            PIC X(256)   VALUE SPACES.
011300 01  WS-CSV-LINE                PIC X(1000)  VALUE SPACES.
011400*--------------------------------------------------------------
011500* THE HISTORY FILES A QUERY MAY READ: DD NAME, THE ADHOCQRY
011600* FUNCTION LETTER THAT GRANTS IT, L (LINE SEQUENTIAL) OR I
011700* (INDEXED), AND THE STARTING COLUMN OF ITS COMPANY FIELD
011710* (ZERO WHEN THE FILE IS NOT COMPANY DATA).
011800*--------------------------------------------------------------
011900 01  WS-SOURCE-TABLE-DATA.
012000     05  FILLER                 PIC X(13)    VALUE
012005         "RUNHIST RL000".
012100     05  FILLER                 PIC X(13)    VALUE
012105         "RESMASTRMI000".
012200     05  FILLER                 PIC X(13)    VALUE
012205         "VENDHISTVL000".
012300     05  FILLER                 PIC X(13)    VALUE
012305         "QAREJHSTQL000".
012400     05  FILLER                 PIC X(13)    VALUE
012405         "TOASTHISTL000".
012410     05  FILLER                 PIC X(13)    VALUE
012415         "BOOKINGSBL067".
012420     05  FILLER                 PIC X(13)    VALUE
012425         "FRTSPENDFL066".
012500 01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-TABLE-DATA.
012600     05  WS-SRC-ENTRY OCCURS 7.
012700         10  WS-SRC-DD          PIC X(08).
012800         10  WS-SRC-FUNCTION    PIC X(01).
012900         10  WS-SRC-KIND        PIC X(01).
012910         10  WS-SRC-COMPANY-COL PIC 9(03).
013000*--------------------------------------------------------------
013100* FIELD DICTIONARY: EVERY FIELD A CARD MAY NAME, BY ITS DATA
013200* NAME IN THE FILE'S RECORD LAYOUT (RUNREC.CPY FOR RUNHIST,
013300* THE RESULT-MASTER-WRITER FD FOR RESMASTR, THE VENDOR-AWARD-
013400* ACCUM FD FOR VENDHIST, THE QA-REJECT-ACCUM FD FOR QAREJHST,
013500* THE TOAST-VARIANCE-BATCH FD FOR TOASTHIS, BOOKREC.CPY FOR
013510* BOOKINGS, THE FREIGHT-COSTING-BATCH FD FOR FRTSPEND), WITH
013600* ITS STARTING COLUMN, LENGTH, AND N (UNSIGNED NUMERIC) OR X,
013610* THEN A NUMERIC FIELD'S IMPLIED DECIMAL PLACES (ITS V9 COUNT).
013700* A FIELD ADDED TO ONE OF THOSE LAYOUTS IS ADDED HERE AS WELL.
013800*--------------------------------------------------------------
013900 01  WS-DICTIONARY-DATA.
014000     05  FILLER                 PIC X(40)    VALUE
014100         "RUNHIST RH-SEQUENCE             001006N0".
014200     05  FILLER                 PIC X(40)    VALUE
014300         "RUNHIST RH-PROGRAM-ID           008008X0".
014400     05  FILLER                 PIC X(40)    VALUE
014500         "RUNHIST RH-KEY-INPUT            017020X0".
014600     05  FILLER                 PIC X(40)    VALUE
014700         "RUNHIST RH-RESULT               038020X0".
014800     05  FILLER                 PIC X(40)    VALUE
014900         "RUNHIST RH-RETURN-CODE          059002N0".
015000     05  FILLER                 PIC X(40)    VALUE
015100         "RUNHIST RH-ELAPSED-CENTISECONDS 062009N0".
015200     05  FILLER                 PIC X(40)    VALUE
015300         "RUNHIST RH-ITERATION-COUNT      072009N0".
015400     05  FILLER                 PIC X(40)    VALUE
015500         "RUNHIST RH-CYCLE-ID             082012X0".
015600     05  FILLER                 PIC X(40)    VALUE
015700         "RUNHIST RH-ACCOUNT-CODE         095004X0".
015800     05  FILLER                 PIC X(40)    VALUE
015900         "RESMASTRRX-CYCLE-DATE           001008N0".
016000     05  FILLER                 PIC X(40)    VALUE
016100         "RESMASTRRX-PROGRAM-ID           009008X0".
016200     05  FILLER                 PIC X(40)    VALUE
016300         "RESMASTRRX-RUN-SEQUENCE         017006N0".
016400     05  FILLER                 PIC X(40)    VALUE
016500         "RESMASTRRX-SEGMENT              023003N0".
016600     05  FILLER                 PIC X(40)    VALUE
016700         "RESMASTRRX-SEGMENT-LENGTH       026002N0".
016800     05  FILLER                 PIC X(40)    VALUE
016900         "RESMASTRRX-SEGMENT-TEXT         028080X0".
017000     05  FILLER                 PIC X(40)    VALUE
017100         "VENDHISTVH-CYCLE-DATE           001008N0".
017200     05  FILLER                 PIC X(40)    VALUE
017300         "VENDHISTVH-VENDOR-ID            010008X0".
017400     05  FILLER                 PIC X(40)    VALUE
017500         "VENDHISTVH-BIDS-ENTERED         019005N0".
017600     05  FILLER                 PIC X(40)    VALUE
017700         "VENDHISTVH-AWARDS-WON           025005N0".
017800     05  FILLER                 PIC X(40)    VALUE
017900         "VENDHISTVH-AWARD-AMOUNT         031012N0".
018000     05  FILLER                 PIC X(40)    VALUE
018100         "QAREJHSTQH-MONTH                001006N0".
018200     05  FILLER                 PIC X(40)    VALUE
018300         "QAREJHSTQH-SUPPLIER-CODE        008004X0".
018400     05  FILLER                 PIC X(40)    VALUE
018500         "QAREJHSTQH-FAIL-CHECK           013001X0".
018600     05  FILLER                 PIC X(40)    VALUE
018700         "TOASTHISTH-CYCLE-DATE           001008N0".
018800     05  FILLER                 PIC X(40)    VALUE
018900         "TOASTHISTH-ORDER-ID             010008X0".
019000     05  FILLER                 PIC X(40)    VALUE
019100         "TOASTHISTH-PLANNED              019004N0".
019200     05  FILLER                 PIC X(40)    VALUE
019300         "TOASTHISTH-PRODUCED             024004N0".
019400     05  FILLER                 PIC X(40)    VALUE
019500         "TOASTHISTH-SPOILED              029004N0".
019600     05  FILLER                 PIC X(40)    VALUE
019700         "TOASTHISTH-UNDER-FLAG           034001X0".
019701     05  FILLER                 PIC X(40)    VALUE
019702         "BOOKINGSBK-CUSTOMER-ID          001010X0".
019703     05  FILLER                 PIC X(40)    VALUE
019704         "BOOKINGSBK-RENTAL-CLASS         012004X0".
019705     05  FILLER                 PIC X(40)    VALUE
019706         "BOOKINGSBK-REVENUE              017010N0".
019707     05  FILLER                 PIC X(40)    VALUE
019708         "BOOKINGSBK-BOOKING-ID           028010X0".
019709     05  FILLER                 PIC X(40)    VALUE
019710         "BOOKINGSBK-PICKUP-DATE          039008N0".
019711     05  FILLER                 PIC X(40)    VALUE
019712         "BOOKINGSBK-BOOKED-DAYS          048004N0".
019713     05  FILLER                 PIC X(40)    VALUE
019714         "BOOKINGSBK-LOCATION             053004X0".
019715     05  FILLER                 PIC X(40)    VALUE
019716         "BOOKINGSBK-UNIT-ID              058008X0".
019717     05  FILLER                 PIC X(40)    VALUE
019718         "BOOKINGSBK-COMPANY              067002X0".
019719     05  FILLER                 PIC X(40)    VALUE
019720         "FRTSPENDFS-MONTH                001006N0".
019721     05  FILLER                 PIC X(40)    VALUE
019722         "FRTSPENDFS-CARRIER              008008X0".
019723     05  FILLER                 PIC X(40)    VALUE
019724         "FRTSPENDFS-COST                 017011N2".
019725     05  FILLER                 PIC X(40)    VALUE
019726         "FRTSPENDFS-CURRENCY             029003X0".
019727     05  FILLER                 PIC X(40)    VALUE
019728         "FRTSPENDFS-CARRIER-COST         033011N2".
019729     05  FILLER                 PIC X(40)    VALUE
019730         "FRTSPENDFS-FX-RATE              045011N6".
019731     05  FILLER                 PIC X(40)    VALUE
019732         "FRTSPENDFS-RATE-DATE            057008N0".
019733     05  FILLER                 PIC X(40)    VALUE
019734         "FRTSPENDFS-COMPANY              066002X0".
019800 01  WS-DICTIONARY REDEFINES WS-DICTIONARY-DATA.
019900     05  WS-DF-ENTRY OCCURS 46.
020000         10  WS-DF-SOURCE       PIC X(08).
020100         10  WS-DF-NAME         PIC X(24).
020200         10  WS-DF-START        PIC 9(03).
020300         10  WS-DF-LENGTH       PIC 9(03).
020400         10  WS-DF-TYPE         PIC X(01).
020500             88  WS-DF-NUMERIC               VALUE 'N'.
020510         10  WS-DF-SCALE        PIC 9(01).
020600 01  WS-COLUMN-LIST.
020700     05  WS-COLUMN-COUNT        PIC 9(02)    VALUE ZERO COMP.
020800     05  WS-COL-FIELD           PIC 9(03)    COMP OCCURS 30.
020900 01  WS-FILTER-LIST.
021000     05  WS-FILTER-COUNT        PIC 9(02)    VALUE ZERO COMP.
021100     05  WS-FT-ENTRY OCCURS 8.
021200         10  WS-FT-FIELD        PIC 9(03)    COMP.
021300         10  WS-FT-CONDITION    PIC X(02).
021400         10  WS-FT-VALUE        PIC X(30).
021500         10  WS-FT-NUMBER       PIC 9(15).
021600 01  WS-SORT-LIST.
021700     05  WS-SORT-COUNT          PIC 9(02)    VALUE ZERO COMP.
021800     05  WS-ST-ENTRY OCCURS 4.
021900         10  WS-ST-FIELD        PIC 9(03)    COMP.
022000         10  WS-ST-DIRECTION    PIC X(01).
022100 01  WS-SUM-LIST.
022200     05  WS-SUM-COUNT           PIC 9(02)    VALUE ZERO COMP.
022300     05  WS-SM-ENTRY OCCURS 4.
022400         10  WS-SM-FIELD        PIC 9(03)    COMP.
022500         10  WS-SM-GROUP-TOTAL  PIC 9(15).
022600         10  WS-SM-GRAND-TOTAL  PIC 9(18).
022700*--------------------------------------------------------------
022800* SELECTED RECORDS, WITH UP TO THREE SORT KEYS. EACH KEY HAS AN
022900* ASCENDING AND A DESCENDING SLOT; THE SLOT NOT IN USE STAYS
023000* SPACES SO IT NEVER DECIDES THE ORDER.
023100*--------------------------------------------------------------
023200 01  WS-ROW-COUNT               PIC 9(05)    VALUE ZERO COMP.
023300 01  WS-ROW-TABLE.
023400     05  WS-RW-ENTRY OCCURS 1 TO 10000 TIMES
023500             DEPENDING ON WS-ROW-COUNT.
023600         10  WS-RW-KEY-1A       PIC X(30).
023700         10  WS-RW-KEY-1D       PIC X(30).
023800         10  WS-RW-KEY-2A       PIC X(30).
023900         10  WS-RW-KEY-2D       PIC X(30).
024000         10  WS-RW-KEY-3A       PIC X(30).
024100         10  WS-RW-KEY-3D       PIC X(30).
024200         10  WS-RW-IMAGE        PIC X(120).
024300 01  WS-TITLE-LINE              PIC X(40)    VALUE
024400         "AD-HOC HISTORY QUERY - RUN SUMMARY".
024500 01  WS-ECHO-LINE.
024600     05  FILLER                 PIC X(06)    VALUE "CARD  ".
024700     05  WS-EL-CARD             PIC X(80).
024800 01  WS-ERROR-LINE.
024900     05  FILLER                 PIC X(06)    VALUE "  *** ".
025100     05  WS-ER-TEXT             PIC X(60).
025200 01  WS-QUERY-LINE.
025300     05  FILLER                 PIC X(06)    VALUE "QUERY ".
025400     05  WS-QL-QUERY-ID         PIC X(08).
025500     05  FILLER                 PIC X(09)    VALUE "  SOURCE ".
025600     05  WS-QL-SOURCE           PIC X(08).
025700     05  FILLER                 PIC X(11)    VALUE
025800             "  OPERATOR ".
025900     05  WS-QL-OPERATOR         PIC X(03).
025910     05  FILLER                 PIC X(10)    VALUE
025920             "  COMPANY ".
025930     05  WS-QL-COMPANY          PIC X(02).
026000 01  WS-AUTH-LINE.
026100     05  FILLER                 PIC X(10)    VALUE "AUTHORITY ".
026200     05  WS-AL-TEXT             PIC X(60).
026300 01  WS-COUNT-LINE.
026400     05  FILLER                 PIC X(13)    VALUE
026500             "RECORDS READ ".
026600     05  WS-CL-READ             PIC Z(08)9.
026700     05  FILLER                 PIC X(11)    VALUE
026800             "  SELECTED ".
026900     05  WS-CL-SELECTED         PIC Z(08)9.
027000     05  FILLER                 PIC X(10)    VALUE
027100             "  WRITTEN ".
027200     05  WS-CL-WRITTEN          PIC Z(08)9.
027300 01  WS-GROUP-LINE.
027400     05  FILLER                 PIC X(06)    VALUE "GROUP ".
027500     05  WS-GL-KEY              PIC X(30).
027600     05  FILLER                 PIC X(06)    VALUE " ROWS ".
027700     05  WS-GL-ROWS             PIC Z(08)9.
027800 01  WS-SUM-LINE.
027900     05  FILLER                 PIC X(10)    VALUE
028000             "      SUM ".
028100     05  WS-SUL-NAME            PIC X(24).
028200     05  FILLER                 PIC X(01)    VALUE SPACE.
028300     05  WS-SUL-TOTAL           PIC X(25)    JUSTIFIED RIGHT.
028400 01  WS-NOTE-LINE               PIC X(80)    VALUE SPACES.
028500 COPY OPERAUTH.
028510 COPY COMPANY.
028600 PROCEDURE DIVISION.
028700 0000-MAINLINE.
028800     OPEN OUTPUT SUMMARY-FILE
028900     WRITE SUMMARY-RECORD FROM WS-TITLE-LINE
029000     PERFORM 1000-LOAD-CARDS THRU 1000-EXIT
029100     IF WS-CARD-ERRORS > ZERO
029200         MOVE "QUERY NOT RUN - CORRECT THE CARDS MARKED ***"
029300             TO WS-NOTE-LINE
029400         WRITE SUMMARY-RECORD FROM WS-NOTE-LINE
029500         MOVE 8 TO WS-HIGHEST-RC
029600         GO TO 0000-FINISH
029700     END-IF
029800     PERFORM 2000-CHECK-AUTHORITY THRU 2000-EXIT
029900     IF NOT AUTH-GRANTED
030000         MOVE 8 TO WS-HIGHEST-RC
030100         GO TO 0000-FINISH
030200     END-IF
030300     PERFORM 3000-COLLECT-ROWS THRU 3000-EXIT
030400     IF WS-HIGHEST-RC >= 8
030500         GO TO 0000-FINISH
030600     END-IF
030700     IF WS-SORT-COUNT > ZERO AND WS-ROW-COUNT > 1
030800         SORT WS-RW-ENTRY ON ASCENDING KEY WS-RW-KEY-1A
030900             ON DESCENDING KEY WS-RW-KEY-1D
031000             ON ASCENDING KEY WS-RW-KEY-2A
031100             ON DESCENDING KEY WS-RW-KEY-2D
031200             ON ASCENDING KEY WS-RW-KEY-3A
031300             ON DESCENDING KEY WS-RW-KEY-3D
031400     END-IF
031500     PERFORM 4000-WRITE-EXTRACT THRU 4000-EXIT
031600     PERFORM 5000-WRITE-COUNTS THRU 5000-EXIT.
031700 0000-FINISH.
031800     CLOSE SUMMARY-FILE
031900     MOVE WS-HIGHEST-RC TO RETURN-CODE
032000     STOP RUN.
032100 0000-EXIT.
032200     EXIT.
032300*--------------------------------------------------------------
032400* READ AND ECHO THE WHOLE DECK, EDITING EVERY CARD, SO ONE RUN
032500* REPORTS ALL OF A DECK'S MISTAKES AT ONCE.
032600*--------------------------------------------------------------
032700 1000-LOAD-CARDS.
032800     OPEN INPUT QUERY-CARD-FILE
032900     IF NOT WS-CARD-OK
033000         MOVE "QRYCARDS NOT AVAILABLE - NOTHING QUERIED"
033100             TO WS-ER-TEXT
033200         PERFORM 7000-REJECT THRU 7000-EXIT
033300         GO TO 1000-EXIT
033400     END-IF
033500     PERFORM 1100-LOAD-ONE-CARD THRU 1100-EXIT
033600         UNTIL WS-CARDS-DONE
033700     CLOSE QUERY-CARD-FILE
033800     IF WS-SOURCE-DD = SPACES
033900         MOVE "NO QUERY CARD IN THE DECK" TO WS-ER-TEXT
034000         PERFORM 7000-REJECT THRU 7000-EXIT
034100         GO TO 1000-EXIT
034200     END-IF
034300     PERFORM 1500-FINISH-KEYS THRU 1500-EXIT.
034400 1000-EXIT.
034500     EXIT.
034600 1100-LOAD-ONE-CARD.
034700     READ QUERY-CARD-FILE
034800         AT END SET WS-CARDS-DONE TO TRUE
034900             GO TO 1100-EXIT
035000     END-READ
035100     MOVE QUERY-CARD TO WS-EL-CARD
035200     WRITE SUMMARY-RECORD FROM WS-ECHO-LINE
035300     IF QUERY-CARD = SPACES OR QUERY-CARD(1:1) = "*"
035400         GO TO 1100-EXIT
035500     END-IF
035600     IF QC-QUERY-CARD
035700         PERFORM 1200-QUERY-CARD THRU 1200-EXIT
035800         GO TO 1100-EXIT
035900     END-IF
036000     IF WS-SOURCE-DD = SPACES
036100         MOVE "QUERY CARD MUST COME FIRST" TO WS-ER-TEXT
036200         PERFORM 7000-REJECT THRU 7000-EXIT
036300         GO TO 1100-EXIT
036400     END-IF
036500     IF NOT QC-SELECT-CARD AND NOT QC-WHERE-CARD
036600        AND NOT QC-SORT-CARD AND NOT QC-GROUP-CARD
036700        AND NOT QC-SUM-CARD
036800         MOVE "UNKNOWN CARD TYPE" TO WS-ER-TEXT
036900         PERFORM 7000-REJECT THRU 7000-EXIT
037000         GO TO 1100-EXIT
037100     END-IF
037200     PERFORM 1400-FIND-FIELD THRU 1400-EXIT
037300     IF WS-FOUND-DX = ZERO
037400         MOVE SPACES TO WS-ER-TEXT
037500         STRING "FIELD NOT ON " WS-SOURCE-DD
037600             DELIMITED BY SIZE INTO WS-ER-TEXT
037700         PERFORM 7000-REJECT THRU 7000-EXIT
037800         GO TO 1100-EXIT
037900     END-IF
038000     PERFORM 1300-FIELD-CARD THRU 1300-EXIT.
038100 1100-EXIT.
038200     EXIT.
038300 1200-QUERY-CARD.
038400     IF WS-SOURCE-DD NOT = SPACES
038500         MOVE "ONLY ONE QUERY CARD PER DECK" TO WS-ER-TEXT
038600         PERFORM 7000-REJECT THRU 7000-EXIT
038700         GO TO 1200-EXIT
038800     END-IF
038900     IF QC-OPERATOR-ID = SPACES
039000         MOVE "QUERY CARD NAMES NO OPERATOR" TO WS-ER-TEXT
039100         PERFORM 7000-REJECT THRU 7000-EXIT
039200         GO TO 1200-EXIT
039300     END-IF
039400     MOVE 1 TO WS-SX
039500     PERFORM 1210-TEST-ONE-SOURCE THRU 1210-EXIT
039600         UNTIL WS-SX > WS-SOURCE-COUNT
039700            OR WS-SRC-DD(WS-SX) = QC-SOURCE
039800     IF WS-SX > WS-SOURCE-COUNT
039900         MOVE "SOURCE IS NOT A QUERYABLE HISTORY FILE"
040000             TO WS-ER-TEXT
040100         PERFORM 7000-REJECT THRU 7000-EXIT
040200         GO TO 1200-EXIT
040300     END-IF
040400     MOVE WS-SRC-DD(WS-SX) TO WS-SOURCE-DD
040500     MOVE WS-SRC-FUNCTION(WS-SX) TO WS-SOURCE-FUNCTION
040600     MOVE WS-SRC-KIND(WS-SX) TO WS-SOURCE-KIND
040610     MOVE WS-SRC-COMPANY-COL(WS-SX) TO WS-SOURCE-COMPANY-COL
040620     IF QC-COMPANY NOT = SPACES
040630         AND WS-SOURCE-COMPANY-COL = ZERO
040640         MOVE "SOURCE CARRIES NO COMPANY - LEAVE IT BLANK"
040650             TO WS-ER-TEXT
040660         PERFORM 7000-REJECT THRU 7000-EXIT
040670     END-IF
040680     MOVE QC-COMPANY TO WS-QUERY-COMPANY
040700     MOVE QC-QUERY-ID TO WS-QUERY-ID
040800     MOVE QC-OPERATOR-ID TO WS-OPERATOR-ID.
040900 1200-EXIT.
041000     EXIT.
041100 1210-TEST-ONE-SOURCE.
041200     ADD 1 TO WS-SX.
041300 1210-EXIT.
041400     EXIT.
041500 1300-FIELD-CARD.
041600     EVALUATE TRUE
041700         WHEN QC-SELECT-CARD
041800             IF WS-COLUMN-COUNT >= 30
041900                 MOVE "MORE THAN 30 SELECT CARDS" TO WS-ER-TEXT
042000                 PERFORM 7000-REJECT THRU 7000-EXIT
042100                 GO TO 1300-EXIT
042200             END-IF
042300             ADD 1 TO WS-COLUMN-COUNT
042400             MOVE WS-FOUND-DX TO WS-COL-FIELD(WS-COLUMN-COUNT)
042500         WHEN QC-WHERE-CARD
042600             PERFORM 1310-WHERE-CARD THRU 1310-EXIT
042700         WHEN QC-SORT-CARD
042800             IF WS-SORT-COUNT >= 3
042900                 MOVE "MORE THAN 3 SORT CARDS" TO WS-ER-TEXT
043000                 PERFORM 7000-REJECT THRU 7000-EXIT
043100                 GO TO 1300-EXIT
043200             END-IF
043300             IF NOT QC-ASCENDING AND NOT QC-DESCENDING
043400                AND QC-DIRECTION NOT = SPACE
043500                 MOVE "SORT DIRECTION MUST BE A OR D"
043600                     TO WS-ER-TEXT
043700                 PERFORM 7000-REJECT THRU 7000-EXIT
043800                 GO TO 1300-EXIT
043900             END-IF
044000             ADD 1 TO WS-SORT-COUNT
044100             MOVE WS-FOUND-DX TO WS-ST-FIELD(WS-SORT-COUNT)
044200             MOVE "A" TO WS-ST-DIRECTION(WS-SORT-COUNT)
044300             IF QC-DESCENDING
044400                 MOVE "D" TO WS-ST-DIRECTION(WS-SORT-COUNT)
044500             END-IF
044600         WHEN QC-GROUP-CARD
044700             IF WS-GROUP-FIELD NOT = ZERO
044800                 MOVE "ONLY ONE GROUP CARD PER DECK"
044900                     TO WS-ER-TEXT
045000                 PERFORM 7000-REJECT THRU 7000-EXIT
045100                 GO TO 1300-EXIT
045200             END-IF
045300             MOVE WS-FOUND-DX TO WS-GROUP-FIELD
045400         WHEN QC-SUM-CARD
045500             IF NOT WS-DF-NUMERIC(WS-FOUND-DX)
045600                 MOVE "SUM FIELD IS NOT NUMERIC" TO WS-ER-TEXT
045700                 PERFORM 7000-REJECT THRU 7000-EXIT
045800                 GO TO 1300-EXIT
045900             END-IF
046000             IF WS-SUM-COUNT >= 4
046100                 MOVE "MORE THAN 4 SUM CARDS" TO WS-ER-TEXT
046200                 PERFORM 7000-REJECT THRU 7000-EXIT
046300                 GO TO 1300-EXIT
046400             END-IF
046500             ADD 1 TO WS-SUM-COUNT
046600             MOVE WS-FOUND-DX TO WS-SM-FIELD(WS-SUM-COUNT)
046700             MOVE ZERO TO WS-SM-GROUP-TOTAL(WS-SUM-COUNT)
046800                 WS-SM-GRAND-TOTAL(WS-SUM-COUNT)
046900     END-EVALUATE.
047000 1300-EXIT.
047100     EXIT.
047110*--------------------------------------------------------------
047125* A NUMERIC WHERE VALUE MAY CARRY A DECIMAL POINT, UP TO THE
047140* FIELD'S OWN DECIMAL PLACES; IT IS KEPT SCALED TO THE FIELD'S
047155* UNITS (123.45 ON A V99 FIELD IS 12345) SO THE FILTER TEST
047170* COMPARES IT WITH THE RECORD'S DIGITS AS THEY STAND.
047185*--------------------------------------------------------------
047200 1310-WHERE-CARD.
047300     IF NOT QC-CONDITION-VALID
047400         MOVE "CONDITION MUST BE EQ NE LT LE GT OR GE"
047500             TO WS-ER-TEXT
047600         PERFORM 7000-REJECT THRU 7000-EXIT
047700         GO TO 1310-EXIT
047800     END-IF
047900     IF WS-FILTER-COUNT >= 8
048000         MOVE "MORE THAN 8 WHERE CARDS" TO WS-ER-TEXT
048100         PERFORM 7000-REJECT THRU 7000-EXIT
048200         GO TO 1310-EXIT
048300     END-IF
048400     MOVE ZERO TO WS-VALUE-LENGTH
048500     INSPECT QC-VALUE TALLYING WS-VALUE-LENGTH
048600         FOR CHARACTERS BEFORE INITIAL SPACE
048700     IF WS-DF-NUMERIC(WS-FOUND-DX)
048710         PERFORM 1320-EDIT-NUMERIC-VALUE THRU 1320-EXIT
048720         IF WS-ER-TEXT NOT = SPACES
048730             PERFORM 7000-REJECT THRU 7000-EXIT
048740             GO TO 1310-EXIT
048750         END-IF
050000     END-IF
050100     ADD 1 TO WS-FILTER-COUNT
050200     MOVE WS-FOUND-DX TO WS-FT-FIELD(WS-FILTER-COUNT)
050300     MOVE QC-CONDITION TO WS-FT-CONDITION(WS-FILTER-COUNT)
050400     MOVE QC-VALUE TO WS-FT-VALUE(WS-FILTER-COUNT)
050500     MOVE ZERO TO WS-FT-NUMBER(WS-FILTER-COUNT)
050600     IF WS-DF-NUMERIC(WS-FOUND-DX)
050700         COMPUTE WS-FT-NUMBER(WS-FILTER-COUNT) =
050800             FUNCTION NUMVAL(QC-VALUE(1:WS-VALUE-LENGTH))
050810             * 10 ** WS-DF-SCALE(WS-FOUND-DX)
050900     END-IF.
051000 1310-EXIT.
051100     EXIT.
051102 1320-EDIT-NUMERIC-VALUE.
051105     MOVE "VALUE FOR A NUMERIC FIELD MUST BE 1-15 DIGITS"
051108         TO WS-ER-TEXT
051111     IF WS-VALUE-LENGTH = ZERO OR WS-VALUE-LENGTH > 16
051114         GO TO 1320-EXIT
051117     END-IF
051120     MOVE ZERO TO WS-DOT-COUNT WS-DECIMAL-PLACES
051123     INSPECT QC-VALUE(1:WS-VALUE-LENGTH) TALLYING WS-DOT-COUNT
051126         FOR ALL "."
051129     INSPECT QC-VALUE(1:WS-VALUE-LENGTH) TALLYING
051132         WS-DECIMAL-PLACES FOR CHARACTERS AFTER INITIAL "."
051135     MOVE QC-VALUE(1:WS-VALUE-LENGTH) TO WS-COMPARE-TEXT
051138     INSPECT WS-COMPARE-TEXT(1:WS-VALUE-LENGTH)
051141         REPLACING FIRST "." BY "0"
051144     IF WS-COMPARE-TEXT(1:WS-VALUE-LENGTH) IS NOT NUMERIC
051147        OR WS-DOT-COUNT > 1
051150        OR WS-VALUE-LENGTH = WS-DOT-COUNT
051153        OR WS-VALUE-LENGTH - WS-DOT-COUNT - WS-DECIMAL-PLACES
051156           + WS-DF-SCALE(WS-FOUND-DX) > 15
051159         GO TO 1320-EXIT
051162     END-IF
051165     IF WS-DECIMAL-PLACES > WS-DF-SCALE(WS-FOUND-DX)
051168         MOVE "VALUE HAS MORE DECIMAL PLACES THAN THE FIELD"
051171             TO WS-ER-TEXT
051174         GO TO 1320-EXIT
051177     END-IF
051180     MOVE SPACES TO WS-ER-TEXT.
051183 1320-EXIT.
051185     EXIT.
051200 1400-FIND-FIELD.
051300     MOVE ZERO TO WS-FOUND-DX
051400     PERFORM 1410-TEST-ONE-FIELD THRU 1410-EXIT
051500         VARYING WS-DX FROM 1 BY 1
051600         UNTIL WS-DX > WS-DICT-COUNT OR WS-FOUND-DX > ZERO.
051700 1400-EXIT.
051800     EXIT.
051900 1410-TEST-ONE-FIELD.
052000     IF WS-DF-SOURCE(WS-DX) = WS-SOURCE-DD
052100        AND WS-DF-NAME(WS-DX) = QC-FIELD-NAME
052200         MOVE WS-DX TO WS-FOUND-DX
052300     END-IF.
052400 1410-EXIT.
052500     EXIT.
052600*--------------------------------------------------------------
052700* THE GROUP FIELD MUST BE THE MAJOR SORT KEY FOR ITS TOTALS TO
052800* BREAK CLEANLY; IT IS PUT IN FRONT UNLESS THE FIRST SORT CARD
052900* ALREADY NAMES IT. NO SELECT CARDS MEANS EVERY FIELD.
053000*--------------------------------------------------------------
053100 1500-FINISH-KEYS.
053200     IF WS-GROUP-FIELD NOT = ZERO
053300         IF WS-SORT-COUNT = ZERO
053400            OR WS-ST-FIELD(1) NOT = WS-GROUP-FIELD
053500             PERFORM 1510-SHIFT-ONE-KEY THRU 1510-EXIT
053600                 VARYING WS-KX FROM WS-SORT-COUNT BY -1
053700                 UNTIL WS-KX < 1
053800             ADD 1 TO WS-SORT-COUNT
053900             MOVE WS-GROUP-FIELD TO WS-ST-FIELD(1)
054000             MOVE "A" TO WS-ST-DIRECTION(1)
054100         END-IF
054200     END-IF
054300     IF WS-SORT-COUNT > 3
054400         MOVE "GROUP FIELD PLUS SORT CARDS EXCEED 3 KEYS"
054500             TO WS-ER-TEXT
054600         PERFORM 7000-REJECT THRU 7000-EXIT
054700     END-IF
054800     IF WS-COLUMN-COUNT = ZERO
054900         PERFORM 1520-ADD-DEFAULT-COLUMN THRU 1520-EXIT
055000             VARYING WS-DX FROM 1 BY 1
055100             UNTIL WS-DX > WS-DICT-COUNT
055200     END-IF.
055300 1500-EXIT.
055400     EXIT.
055500 1510-SHIFT-ONE-KEY.
055600     MOVE WS-ST-ENTRY(WS-KX) TO WS-ST-ENTRY(WS-KX + 1).
055700 1510-EXIT.
055800     EXIT.
055900 1520-ADD-DEFAULT-COLUMN.
056000     IF WS-DF-SOURCE(WS-DX) = WS-SOURCE-DD
056100         ADD 1 TO WS-COLUMN-COUNT
056200         MOVE WS-DX TO WS-COL-FIELD(WS-COLUMN-COUNT)
056300     END-IF.
056400 1520-EXIT.
056500     EXIT.
056600 2000-CHECK-AUTHORITY.
056700     MOVE WS-QUERY-ID TO WS-QL-QUERY-ID
056800     MOVE WS-SOURCE-DD TO WS-QL-SOURCE
056900     MOVE WS-OPERATOR-ID TO WS-QL-OPERATOR
056910     MOVE WS-QUERY-COMPANY TO WS-QL-COMPANY
056920     IF WS-SOURCE-COMPANY-COL = ZERO
056930         MOVE SPACES TO AUTH-COMPANY
056940     ELSE
056950         IF WS-QUERY-COMPANY = SPACES
056960             MOVE CMP-ALL-COMPANIES TO WS-QL-COMPANY
056970             MOVE CMP-ALL-COMPANIES TO AUTH-COMPANY
056980         ELSE
056990             MOVE WS-QUERY-COMPANY TO AUTH-COMPANY
056995         END-IF
056998     END-IF
057000     WRITE SUMMARY-RECORD FROM WS-QUERY-LINE
057100     MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID
057200     MOVE "ADHOCQRY" TO AUTH-TOOL
057300     MOVE WS-SOURCE-FUNCTION TO AUTH-FUNCTION
057400     CALL "OPERATOR-AUTH" USING OPERATOR-AUTH-REQUEST
057500     MOVE SPACES TO WS-AL-TEXT
057600     EVALUATE TRUE
057700         WHEN AUTH-GRANTED
057800             STRING "GRANTED - ADHOCQRY FUNCTION "
057900                 WS-SOURCE-FUNCTION DELIMITED BY SIZE
058000                 INTO WS-AL-TEXT
058010         WHEN AUTH-DENIED
058020             AND AUTH-OPERATOR-COMPANY NOT = SPACES
058030             STRING "REFUSED - OPERATOR CONFINED TO COMPANY "
058040                 AUTH-OPERATOR-COMPANY DELIMITED BY SIZE
058050                 INTO WS-AL-TEXT
058100         WHEN AUTH-DENIED
058200             STRING "REFUSED - OPERATOR LACKS ADHOCQRY FUNCTION "
058300                 WS-SOURCE-FUNCTION DELIMITED BY SIZE
058400                 INTO WS-AL-TEXT
058500         WHEN OTHER
058600             MOVE "REFUSED - OPERATOR NOT ON OPERPROF"
058700                 TO WS-AL-TEXT
058800     END-EVALUATE
058900     WRITE SUMMARY-RECORD FROM WS-AUTH-LINE
059000     IF NOT AUTH-GRANTED
059100         DISPLAY "ADHOC-QUERY-BATCH: " FUNCTION TRIM(WS-AL-TEXT)
059200     END-IF.
059300 2000-EXIT.
059400     EXIT.
059500 3000-COLLECT-ROWS.
059600     MOVE ZERO TO WS-ROW-COUNT
059700     IF WS-SOURCE-INDEXED
059800         OPEN INPUT RESULT-MASTER-FILE
059900     ELSE
060000         OPEN INPUT HISTORY-FILE
060100     END-IF
060200     IF NOT WS-HISTORY-OK
060300         MOVE SPACES TO WS-NOTE-LINE
060400         STRING WS-SOURCE-DD DELIMITED BY SPACE
060500             " NOT AVAILABLE - NOTHING QUERIED"
060600             DELIMITED BY SIZE INTO WS-NOTE-LINE
060700         WRITE SUMMARY-RECORD FROM WS-NOTE-LINE
060800         DISPLAY "ADHOC-QUERY-BATCH: " WS-NOTE-LINE
060900         MOVE 8 TO WS-HIGHEST-RC
061000         GO TO 3000-EXIT
061100     END-IF
061200     PERFORM 3100-READ-SOURCE THRU 3100-EXIT
061300     PERFORM 3200-TEST-ONE-RECORD THRU 3200-EXIT
061400         UNTIL WS-SOURCE-DONE
061500     IF WS-SOURCE-INDEXED
061600         CLOSE RESULT-MASTER-FILE
061700     ELSE
061800         CLOSE HISTORY-FILE
061900     END-IF.
062000 3000-EXIT.
062100     EXIT.
062200 3100-READ-SOURCE.
062300     IF WS-SOURCE-INDEXED
062400         READ RESULT-MASTER-FILE
062500             AT END SET WS-SOURCE-DONE TO TRUE
062600                 GO TO 3100-EXIT
062700         END-READ
062800         MOVE RESULT-MASTER-RECORD TO WS-SOURCE-IMAGE
062900     ELSE
063000         READ HISTORY-FILE
063100             AT END SET WS-SOURCE-DONE TO TRUE
063200                 GO TO 3100-EXIT
063300         END-READ
063400         MOVE HISTORY-RECORD TO WS-SOURCE-IMAGE
063500     END-IF
063600     ADD 1 TO WS-RECORDS-READ.
063700 3100-EXIT.
063800     EXIT.
063810*--------------------------------------------------------------
063820* A QUERY NAMING A COMPANY SEES ONLY THAT COMPANY'S RECORDS, AS
063830* IF IT CARRIED A WHERE CARD ON THE COMPANY FIELD; A RECORD
063840* WRITTEN BEFORE COMPANIES WERE CARRIED BELONGS TO THE PARENT.
063850*--------------------------------------------------------------
063900 3200-TEST-ONE-RECORD.
064000     MOVE 'Y' TO WS-MATCH-SW
064010     IF WS-QUERY-COMPANY NOT = SPACES
064020         MOVE WS-SOURCE-IMAGE(WS-SOURCE-COMPANY-COL:2)
064030             TO WS-RECORD-COMPANY
064040         IF WS-RECORD-COMPANY = SPACES
064050             MOVE CMP-PARENT-COMPANY TO WS-RECORD-COMPANY
064060         END-IF
064070         IF WS-RECORD-COMPANY NOT = WS-QUERY-COMPANY
064080             MOVE 'N' TO WS-MATCH-SW
064090         END-IF
064095     END-IF
064100     PERFORM 3300-TEST-ONE-FILTER THRU 3300-EXIT
064200         VARYING WS-IX FROM 1 BY 1
064300         UNTIL WS-IX > WS-FILTER-COUNT
064400            OR NOT WS-RECORD-MATCHES
064500     IF WS-RECORD-MATCHES
064600         ADD 1 TO WS-RECORDS-SELECTED
064700         PERFORM 3400-STORE-ROW THRU 3400-EXIT
064800     END-IF
064900     PERFORM 3100-READ-SOURCE THRU 3100-EXIT.
065000 3200-EXIT.
065100     EXIT.
065200*--------------------------------------------------------------
065300* A NUMERIC FIELD COMPARES BY VALUE (A DAMAGED, NON-NUMERIC
065310* FIELD NEVER MATCHES), ITS DIGITS AGAINST THE WHERE VALUE
065320* ALREADY SCALED TO THE SAME UNITS; ANY OTHER FIELD COMPARES
065400* AS TEXT, THE CARD VALUE PADDED WITH SPACES TO THE FIELD'S
065500* LENGTH.
065600*--------------------------------------------------------------
065700 3300-TEST-ONE-FILTER.
065800     MOVE WS-FT-FIELD(WS-IX) TO WS-DX
065900     PERFORM 6000-GET-FIELD THRU 6000-EXIT
066000     IF WS-DF-NUMERIC(WS-DX)
066100         IF WS-FIELD-TEXT(1:WS-FIELD-LENGTH) IS NOT NUMERIC
066200             MOVE 'N' TO WS-MATCH-SW
066300             GO TO 3300-EXIT
066400         END-IF
066500         COMPUTE WS-FIELD-NUMBER =
066600             FUNCTION NUMVAL(WS-FIELD-TEXT(1:WS-FIELD-LENGTH))
066700         EVALUATE WS-FT-CONDITION(WS-IX)
066800             WHEN "EQ"
066900                 IF WS-FIELD-NUMBER NOT = WS-FT-NUMBER(WS-IX)
067000                     MOVE 'N' TO WS-MATCH-SW
067100                 END-IF
067200             WHEN "NE"
067300                 IF WS-FIELD-NUMBER = WS-FT-NUMBER(WS-IX)
067400                     MOVE 'N' TO WS-MATCH-SW
067500                 END-IF
067600             WHEN "LT"
067700                 IF WS-FIELD-NUMBER NOT < WS-FT-NUMBER(WS-IX)
067800                     MOVE 'N' TO WS-MATCH-SW
067900                 END-IF
068000             WHEN "LE"
068100                 IF WS-FIELD-NUMBER > WS-FT-NUMBER(WS-IX)
068200                     MOVE 'N' TO WS-MATCH-SW
068300                 END-IF
068400             WHEN "GT"
068500                 IF WS-FIELD-NUMBER NOT > WS-FT-NUMBER(WS-IX)
068600                     MOVE 'N' TO WS-MATCH-SW
068700                 END-IF
068800             WHEN "GE"
068900                 IF WS-FIELD-NUMBER < WS-FT-NUMBER(WS-IX)
069000                     MOVE 'N' TO WS-MATCH-SW
069100                 END-IF
069200         END-EVALUATE
069300         GO TO 3300-EXIT
069400     END-IF
069500     MOVE WS-FT-VALUE(WS-IX) TO WS-COMPARE-TEXT
069600     EVALUATE WS-FT-CONDITION(WS-IX)
069700         WHEN "EQ"
069800             IF WS-FIELD-TEXT(1:WS-FIELD-LENGTH) NOT =
069900                WS-COMPARE-TEXT(1:WS-FIELD-LENGTH)
070000                 MOVE 'N' TO WS-MATCH-SW
070100             END-IF
070200         WHEN "NE"
070300             IF WS-FIELD-TEXT(1:WS-FIELD-LENGTH) =
070400                WS-COMPARE-TEXT(1:WS-FIELD-LENGTH)
070500                 MOVE 'N' TO WS-MATCH-SW
070600             END-IF
070700         WHEN "LT"
070800             IF WS-FIELD-TEXT(1:WS-FIELD-LENGTH) NOT <
070900                WS-COMPARE-TEXT(1:WS-FIELD-LENGTH)
071000                 MOVE 'N' TO WS-MATCH-SW
071100             END-IF
071200         WHEN "LE"
071300             IF WS-FIELD-TEXT(1:WS-FIELD-LENGTH) >
071400                WS-COMPARE-TEXT(1:WS-FIELD-LENGTH)
071500                 MOVE 'N' TO WS-MATCH-SW
071600             END-IF
071700         WHEN "GT"
071800             IF WS-FIELD-TEXT(1:WS-FIELD-LENGTH) NOT >
071900                WS-COMPARE-TEXT(1:WS-FIELD-LENGTH)
072000                 MOVE 'N' TO WS-MATCH-SW
072100             END-IF
072200         WHEN "GE"
072300             IF WS-FIELD-TEXT(1:WS-FIELD-LENGTH) <
072400                WS-COMPARE-TEXT(1:WS-FIELD-LENGTH)
072500                 MOVE 'N' TO WS-MATCH-SW
072600             END-IF
072700     END-EVALUATE.
072800 3300-EXIT.
072900     EXIT.
073000 3400-STORE-ROW.
073100     IF WS-ROW-COUNT >= WS-ROW-MAX
073200         IF NOT WS-EXTRACT-TRUNCATED
073300             DISPLAY "ADHOC-QUERY-BATCH: MORE THAN " WS-ROW-MAX
073400                 " RECORDS SELECTED - EXTRACT STOPS THERE"
073500         END-IF
073600         SET WS-EXTRACT-TRUNCATED TO TRUE
073700         GO TO 3400-EXIT
073800     END-IF
073900     ADD 1 TO WS-ROW-COUNT
074000     MOVE SPACES TO WS-RW-ENTRY(WS-ROW-COUNT)
074100     MOVE WS-SOURCE-IMAGE TO WS-RW-IMAGE(WS-ROW-COUNT)
074200     PERFORM 3500-BUILD-ONE-KEY THRU 3500-EXIT
074300         VARYING WS-KX FROM 1 BY 1
074400         UNTIL WS-KX > WS-SORT-COUNT.
074500 3400-EXIT.
074600     EXIT.
074700 3500-BUILD-ONE-KEY.
074800     MOVE WS-ST-FIELD(WS-KX) TO WS-DX
074900     PERFORM 6000-GET-FIELD THRU 6000-EXIT
075000     EVALUATE TRUE
075100         WHEN WS-KX = 1 AND WS-ST-DIRECTION(WS-KX) = "A"
075200             MOVE WS-FIELD-TEXT TO WS-RW-KEY-1A(WS-ROW-COUNT)
075300         WHEN WS-KX = 1
075400             MOVE WS-FIELD-TEXT TO WS-RW-KEY-1D(WS-ROW-COUNT)
075500         WHEN WS-KX = 2 AND WS-ST-DIRECTION(WS-KX) = "A"
075600             MOVE WS-FIELD-TEXT TO WS-RW-KEY-2A(WS-ROW-COUNT)
075700         WHEN WS-KX = 2
075800             MOVE WS-FIELD-TEXT TO WS-RW-KEY-2D(WS-ROW-COUNT)
075900         WHEN WS-ST-DIRECTION(WS-KX) = "A"
076000             MOVE WS-FIELD-TEXT TO WS-RW-KEY-3A(WS-ROW-COUNT)
076100         WHEN OTHER
076200             MOVE WS-FIELD-TEXT TO WS-RW-KEY-3D(WS-ROW-COUNT)
076300     END-EVALUATE.
076400 3500-EXIT.
076500     EXIT.
076600*--------------------------------------------------------------
076700* CSV: A HEADER OF FIELD NAMES, THEN ONE LINE PER SELECTED
076800* RECORD. TEXT FIELDS ARE QUOTED (AN EMBEDDED DOUBLE QUOTE
076900* BECOMES A SINGLE QUOTE), NUMBERS ARE WRITTEN BARE, WITH A
076910* DECIMAL POINT WHERE THE FIELD CARRIES DECIMAL PLACES.
077000*--------------------------------------------------------------
077100 4000-WRITE-EXTRACT.
077200     OPEN OUTPUT EXTRACT-FILE
077300     MOVE SPACES TO WS-CSV-LINE
077400     MOVE 1 TO WS-CSV-PTR
077500     PERFORM 4100-ADD-HEADER-FIELD THRU 4100-EXIT
077600         VARYING WS-IX FROM 1 BY 1
077700         UNTIL WS-IX > WS-COLUMN-COUNT
077800     WRITE EXTRACT-RECORD FROM WS-CSV-LINE
077900     MOVE ZERO TO WS-GROUP-ROWS
078000     PERFORM 4200-WRITE-ONE-ROW THRU 4200-EXIT
078100         VARYING WS-RX FROM 1 BY 1
078200         UNTIL WS-RX > WS-ROW-COUNT
078300     IF WS-GROUP-FIELD NOT = ZERO AND WS-ROW-COUNT > ZERO
078400         PERFORM 4400-GROUP-BREAK THRU 4400-EXIT
078500     END-IF
078600     CLOSE EXTRACT-FILE.
078700 4000-EXIT.
078800     EXIT.
078900 4100-ADD-HEADER-FIELD.
079000     MOVE WS-COL-FIELD(WS-IX) TO WS-DX
079100     IF WS-IX > 1
079200         STRING "," DELIMITED BY SIZE
079300             INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
079400     END-IF
079500     STRING WS-DF-NAME(WS-DX) DELIMITED BY SPACE
079600         INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
079700 4100-EXIT.
079800     EXIT.
079900 4200-WRITE-ONE-ROW.
080000     MOVE WS-RW-IMAGE(WS-RX) TO WS-SOURCE-IMAGE
080100     IF WS-GROUP-FIELD NOT = ZERO
080200         MOVE WS-GROUP-FIELD TO WS-DX
080300         PERFORM 6000-GET-FIELD THRU 6000-EXIT
080400         MOVE WS-FIELD-TEXT TO WS-GROUP-KEY
080500         IF WS-RX > 1 AND WS-GROUP-KEY NOT = WS-PREVIOUS-GROUP
080600             PERFORM 4400-GROUP-BREAK THRU 4400-EXIT
080700         END-IF
080800         MOVE WS-GROUP-KEY TO WS-PREVIOUS-GROUP
080900     END-IF
081000     ADD 1 TO WS-GROUP-ROWS
081100     PERFORM 4500-ADD-SUMS THRU 4500-EXIT
081200         VARYING WS-KX FROM 1 BY 1
081300         UNTIL WS-KX > WS-SUM-COUNT
081400     MOVE SPACES TO WS-CSV-LINE
081500     MOVE 1 TO WS-CSV-PTR
081600     PERFORM 4300-ADD-CSV-FIELD THRU 4300-EXIT
081700         VARYING WS-IX FROM 1 BY 1
081800         UNTIL WS-IX > WS-COLUMN-COUNT
081900     WRITE EXTRACT-RECORD FROM WS-CSV-LINE
082000     ADD 1 TO WS-ROWS-WRITTEN.
082100 4200-EXIT.
082200     EXIT.
082300 4300-ADD-CSV-FIELD.
082400     MOVE WS-COL-FIELD(WS-IX) TO WS-DX
082500     PERFORM 6000-GET-FIELD THRU 6000-EXIT
082600     IF WS-IX > 1
082700         STRING "," DELIMITED BY SIZE
082800             INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
082900     END-IF
083000     IF WS-DF-NUMERIC(WS-DX)
083100        AND WS-FIELD-TEXT(1:WS-FIELD-LENGTH) IS NUMERIC
083200         COMPUTE WS-FIELD-NUMBER =
083300             FUNCTION NUMVAL(WS-FIELD-TEXT(1:WS-FIELD-LENGTH))
083400         MOVE WS-FIELD-NUMBER TO WS-EDIT-RAW
083410         MOVE WS-DF-SCALE(WS-DX) TO WS-EDIT-SCALE
083420         PERFORM 6100-EDIT-NUMBER THRU 6100-EXIT
083500         STRING WS-EDIT-TEXT DELIMITED BY SPACE
083600             INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
083700         GO TO 4300-EXIT
083800     END-IF
083900     INSPECT WS-FIELD-TEXT REPLACING ALL '"' BY "'"
084000     STRING '"' FUNCTION TRIM(WS-FIELD-TEXT(1:WS-FIELD-LENGTH)
084100         TRAILING) '"' DELIMITED BY SIZE
084200         INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
084300 4300-EXIT.
084400     EXIT.
084500 4400-GROUP-BREAK.
084600     MOVE WS-PREVIOUS-GROUP TO WS-GL-KEY
084700     MOVE WS-GROUP-ROWS TO WS-GL-ROWS
084800     WRITE SUMMARY-RECORD FROM WS-GROUP-LINE
084900     PERFORM 4600-WRITE-ONE-SUM THRU 4600-EXIT
085000         VARYING WS-KX FROM 1 BY 1
085100         UNTIL WS-KX > WS-SUM-COUNT
085200     MOVE ZERO TO WS-GROUP-ROWS.
085300 4400-EXIT.
085400     EXIT.
085500 4500-ADD-SUMS.
085600     MOVE WS-SM-FIELD(WS-KX) TO WS-DX
085700     PERFORM 6000-GET-FIELD THRU 6000-EXIT
085800     IF WS-FIELD-TEXT(1:WS-FIELD-LENGTH) IS NUMERIC
085900         COMPUTE WS-FIELD-NUMBER =
086000             FUNCTION NUMVAL(WS-FIELD-TEXT(1:WS-FIELD-LENGTH))
086100         ADD WS-FIELD-NUMBER TO WS-SM-GROUP-TOTAL(WS-KX)
086200             WS-SM-GRAND-TOTAL(WS-KX)
086300     END-IF.
086400 4500-EXIT.
086500     EXIT.
086600 4600-WRITE-ONE-SUM.
086700     MOVE WS-SM-FIELD(WS-KX) TO WS-DX
086800     MOVE WS-DF-NAME(WS-DX) TO WS-SUL-NAME
086900     MOVE WS-SM-GROUP-TOTAL(WS-KX) TO WS-EDIT-RAW
086910     MOVE WS-DF-SCALE(WS-DX) TO WS-EDIT-SCALE
086920     PERFORM 6100-EDIT-NUMBER THRU 6100-EXIT
086930     MOVE WS-EDIT-TEXT(1:WS-EDIT-PTR - 1) TO WS-SUL-TOTAL
087000     WRITE SUMMARY-RECORD FROM WS-SUM-LINE
087100     MOVE ZERO TO WS-SM-GROUP-TOTAL(WS-KX).
087200 4600-EXIT.
087300     EXIT.
087400 4700-WRITE-GRAND-SUM.
087500     MOVE WS-SM-FIELD(WS-KX) TO WS-DX
087600     MOVE WS-DF-NAME(WS-DX) TO WS-SUL-NAME
087700     MOVE WS-SM-GRAND-TOTAL(WS-KX) TO WS-EDIT-RAW
087710     MOVE WS-DF-SCALE(WS-DX) TO WS-EDIT-SCALE
087720     PERFORM 6100-EDIT-NUMBER THRU 6100-EXIT
087730     MOVE WS-EDIT-TEXT(1:WS-EDIT-PTR - 1) TO WS-SUL-TOTAL
087800     WRITE SUMMARY-RECORD FROM WS-SUM-LINE.
087900 4700-EXIT.
088000     EXIT.
088100 5000-WRITE-COUNTS.
088200     IF WS-SUM-COUNT > ZERO OR WS-GROUP-FIELD NOT = ZERO
088300         MOVE "*ALL ROWS*" TO WS-GL-KEY
088400         MOVE WS-ROWS-WRITTEN TO WS-GL-ROWS
088500         WRITE SUMMARY-RECORD FROM WS-GROUP-LINE
088600         PERFORM 4700-WRITE-GRAND-SUM THRU 4700-EXIT
088700             VARYING WS-KX FROM 1 BY 1
088800             UNTIL WS-KX > WS-SUM-COUNT
088900     END-IF
089000     MOVE WS-RECORDS-READ TO WS-CL-READ
089100     MOVE WS-RECORDS-SELECTED TO WS-CL-SELECTED
089200     MOVE WS-ROWS-WRITTEN TO WS-CL-WRITTEN
089300     WRITE SUMMARY-RECORD FROM WS-COUNT-LINE
089400     IF WS-EXTRACT-TRUNCATED
089500         MOVE SPACES TO WS-NOTE-LINE
089600         MOVE WS-ROW-MAX TO WS-LIMIT-EDIT
089700         STRING "EXTRACT STOPPED AT THE TABLE LIMIT OF "
089800             WS-LIMIT-EDIT " ROWS - NARROW THE WHERE CARDS"
089900             DELIMITED BY SIZE INTO WS-NOTE-LINE
090000         WRITE SUMMARY-RECORD FROM WS-NOTE-LINE
090100         IF WS-HIGHEST-RC < 4
090200             MOVE 4 TO WS-HIGHEST-RC
090300         END-IF
090400     END-IF.
090500 5000-EXIT.
090600     EXIT.
090700 6000-GET-FIELD.
090800     MOVE WS-DF-START(WS-DX) TO WS-FIELD-START
090900     MOVE WS-DF-LENGTH(WS-DX) TO WS-FIELD-LENGTH
091000     MOVE SPACES TO WS-FIELD-TEXT
091100     MOVE WS-SOURCE-IMAGE(WS-FIELD-START:WS-FIELD-LENGTH)
091200         TO WS-FIELD-TEXT.
091300 6000-EXIT.
091400     EXIT.
091402*--------------------------------------------------------------
091406* EDIT A FIELD'S DIGITS (OR A TOTAL OF THEM) WITH ITS DECIMAL
091410* POINT: THE WHOLE UNITS ZERO-SUPPRESSED, THEN THE FIELD'S
091414* DECIMAL PLACES. WS-EDIT-PTR ENDS ONE PAST THE LAST CHARACTER.
091418*--------------------------------------------------------------
091422 6100-EDIT-NUMBER.
091426     MOVE SPACES TO WS-EDIT-TEXT
091430     MOVE 1 TO WS-EDIT-PTR
091434     COMPUTE WS-SCALE-DIVISOR = 10 ** WS-EDIT-SCALE
091438     DIVIDE WS-EDIT-RAW BY WS-SCALE-DIVISOR
091442         GIVING WS-EDIT-WHOLE REMAINDER WS-EDIT-FRACTION
091446     MOVE WS-EDIT-WHOLE TO WS-CSV-NUMBER
091450     STRING FUNCTION TRIM(WS-CSV-NUMBER) DELIMITED BY SIZE
091454         INTO WS-EDIT-TEXT WITH POINTER WS-EDIT-PTR
091458     IF WS-EDIT-SCALE > ZERO
091462         STRING "." WS-EDIT-FRACTION(7 - WS-EDIT-SCALE:
091466             WS-EDIT-SCALE) DELIMITED BY SIZE
091470             INTO WS-EDIT-TEXT WITH POINTER WS-EDIT-PTR
091474     END-IF.
091478 6100-EXIT.
091482     EXIT.
091500 7000-REJECT.
091600     WRITE SUMMARY-RECORD FROM WS-ERROR-LINE
091700     ADD 1 TO WS-CARD-ERRORS.
091800 7000-EXIT.
091900     EXIT.
092000 END PROGRAM ADHOC-QUERY-BATCH.
