000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PERCENTILE-REPORT-BATCH.
000300 AUTHOR. SENSOR-ANALYTICS.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-01.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-01  SAN  INITIAL VERSION - PERCENTILE RANKING OF
001000*                    ONE COLUMN OF ONE FILE, BY GROUP. THE
001100*                    PCTCTL CARD NAMES THE SOURCE AND COLUMN:
001200*                    ASMTROLL TAX (THE ASSESSED AMOUNT, THE
001300*                    DEFAULT) OR ACREAGE, GROUPED BY DISTRICT;
001400*                    OR FRTSPEND COST, GROUPED BY CARRIER AND
001500*                    OPTIONALLY LIMITED TO ONE STATEMENT MONTH.
001600*                    EVERY GROUP IS RANKED BY PERCENTILE-RANK-
001700*                    ENGINE AND PCTRPT SHOWS EACH RECORD'S
001800*                    PERCENTILE RANK, THE GROUP'S QUARTILE
001900*                    BOUNDARIES, AND ITS TOP AND BOTTOM FIVE
002000*                    PERCENT. BOTH SOURCES GO THROUGH THE ONE
002100*                    ENGINE, SO THE METHOD CANNOT DRIFT.
002200*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT PERCENTILE-CONTROL-FILE ASSIGN TO "PCTCTL"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-CONTROL-STATUS.
003000     SELECT ASSESSMENT-ROLL-FILE ASSIGN TO "ASMTROLL"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-ROLL-STATUS.
003300     SELECT FREIGHT-SPEND-FILE ASSIGN TO "FRTSPEND"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-SPEND-STATUS.
003600     SELECT PERCENTILE-REPORT-FILE ASSIGN TO "PCTRPT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-REPORT-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100*--------------------------------------------------------------
004200* PCTCTL: SOURCE FILE NAME, COLUMN NAME (BLANK TAKES THE
004300* SOURCE'S DEFAULT), AND FOR FRTSPEND AN OPTIONAL STATEMENT
004400* MONTH (BLANK OR ZERO RANKS EVERY MONTH ON FILE).
004500*--------------------------------------------------------------
004600 FD  PERCENTILE-CONTROL-FILE.
004700 01  PERCENTILE-CONTROL-CARD.
004800     05  PC-SOURCE               PIC X(08).
004900         88  PC-SOURCE-ROLL                  VALUE "ASMTROLL".
005000         88  PC-SOURCE-SPEND                 VALUE "FRTSPEND".
005100     05  FILLER                  PIC X(01).
005200     05  PC-COLUMN               PIC X(08).
005300     05  FILLER                  PIC X(01).
005400     05  PC-MONTH                PIC X(06).
005500 FD  ASSESSMENT-ROLL-FILE.
005600 01  ROLL-RECORD                 PIC X(100).
005700 FD  FREIGHT-SPEND-FILE.
005800 01  FREIGHT-SPEND-RECORD.
005900     05  FS-MONTH                PIC 9(06).
006000     05  FILLER                  PIC X(01).
006100     05  FS-CARRIER              PIC X(08).
006200     05  FILLER                  PIC X(01).
006300     05  FS-COST                 PIC 9(09)V99.
006400 FD  PERCENTILE-REPORT-FILE.
006500 01  PP-RECORD                   PIC X(80).
006600 WORKING-STORAGE SECTION.
006700 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
006800     88  WS-CONTROL-OK                           VALUE '00'.
006900 77  WS-ROLL-STATUS              PIC X(02)       VALUE SPACES.
007000     88  WS-ROLL-OK                              VALUE '00'.
007100     88  WS-ROLL-EOF                             VALUE '10'.
007200 77  WS-SPEND-STATUS             PIC X(02)       VALUE SPACES.
007300     88  WS-SPEND-OK                             VALUE '00'.
007400     88  WS-SPEND-EOF                            VALUE '10'.
007500 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
007600 77  WS-SOURCE                   PIC X(08)       VALUE SPACES.
007700 77  WS-COLUMN                   PIC X(08)       VALUE SPACES.
007800 77  WS-GROUP-LABEL              PIC X(08)       VALUE SPACES.
007900 77  WS-MONTH-FILTER             PIC 9(06)       VALUE ZERO.
008000 77  WS-RECORDS-READ             PIC 9(07)       VALUE ZERO.
008100 77  WS-RECORDS-RANKED           PIC 9(07)       VALUE ZERO.
008200 77  WS-RECORDS-DROPPED          PIC 9(07)       VALUE ZERO.
008210 77  WS-SPEND-RECORD             PIC 9(05)       VALUE ZERO.
008300 77  WS-GROUPS-REPORTED          PIC 9(05)       VALUE ZERO.
008400 77  WS-ITEM-MAX                 PIC 9(05)       VALUE 5000 COMP.
008500 77  WS-ITEM-IX                  PIC 9(05)       VALUE ZERO COMP.
008600 77  WS-GROUP-START              PIC 9(05)       VALUE ZERO COMP.
008700 77  WS-GROUP-END                PIC 9(05)       VALUE ZERO COMP.
008800 77  WS-RANK-IX                  PIC 9(05)       VALUE ZERO COMP.
008900 77  WS-RANK-K                   PIC 9(05)       VALUE ZERO COMP.
009000 77  WS-TAIL-COUNT               PIC 9(05)       VALUE ZERO COMP.
009100 77  WS-GROUP-CLOSED-SW          PIC X(01)       VALUE 'N'.
009200     88  WS-GROUP-CLOSED                         VALUE 'Y'.
009300 77  WS-PERCENTILE               PIC 9(03)V9     VALUE ZERO.
009400 01  WS-ITEM-COUNT               PIC 9(05)       VALUE ZERO COMP.
009500 01  WS-ITEM-TABLE.
009600     05  WS-IT-ENTRY OCCURS 1 TO 5000 TIMES
009700             DEPENDING ON WS-ITEM-COUNT.
009800         10  WS-IT-GROUP         PIC X(08).
009900         10  WS-IT-SEQUENCE      PIC 9(07).
010000         10  WS-IT-ID            PIC X(12).
010100         10  WS-IT-VALUE         PIC S9(11)V99.
010200 01  WS-SPEND-ID.
010300     05  WS-SI-MONTH             PIC 9(06).
010400     05  FILLER                  PIC X(01)       VALUE "-".
010500     05  WS-SI-RECORD            PIC 9(05).
010600 COPY PCTRANK.
010700 01  WS-GROUP-LINE.
010800     05  FILLER                  PIC X(06)       VALUE "GROUP ".
010900     05  WS-GL-LABEL             PIC X(08).
011000     05  FILLER                  PIC X(01)       VALUE SPACE.
011100     05  WS-GL-GROUP             PIC X(08).
011200     05  FILLER                  PIC X(09)       VALUE
011300             " RECORDS ".
011400     05  WS-GL-COUNT             PIC ZZZZ9.
011500     05  FILLER                  PIC X(08)       VALUE
011600             " COLUMN ".
011700     05  WS-GL-COLUMN            PIC X(08).
011800 01  WS-DETAIL-LINE.
011900     05  FILLER                  PIC X(02)       VALUE SPACES.
012000     05  WS-DL-ID                PIC X(12).
012100     05  FILLER                  PIC X(02)       VALUE SPACES.
012200     05  WS-DL-VALUE             PIC Z(10)9.99-.
012300     05  FILLER                  PIC X(07)       VALUE
012400             "  PCTL ".
012500     05  WS-DL-PERCENTILE        PIC ZZ9.9.
012600 01  WS-BOUNDARY-LINE.
012700     05  FILLER                  PIC X(02)       VALUE SPACES.
012800     05  WS-BL-LABEL             PIC X(12).
012900     05  FILLER                  PIC X(02)       VALUE SPACES.
013000     05  WS-BL-VALUE             PIC Z(10)9.99-.
013100 01  WS-TAIL-LINE.
013200     05  WS-TL-LABEL             PIC X(40).
013300 01  WS-COUNT-LINE.
013400     05  WS-CL-LABEL             PIC X(24).
013500     05  WS-CL-COUNT             PIC Z(06)9.
013600 PROCEDURE DIVISION.
013700 0000-MAINLINE.
013800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013900     IF WS-SOURCE NOT = SPACES
014000         PERFORM 3000-REPORT-GROUPS THRU 3000-EXIT
014100     END-IF
014200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014300     STOP RUN.
014400 0000-EXIT.
014500     EXIT.
014600 1000-INITIALIZE.
014700     OPEN OUTPUT PERCENTILE-REPORT-FILE
014800     MOVE "PERCENTILE RANKING REPORT" TO PP-RECORD
014900     WRITE PP-RECORD
015000     OPEN INPUT PERCENTILE-CONTROL-FILE
015100     IF WS-CONTROL-OK
015200         READ PERCENTILE-CONTROL-FILE
015300             AT END MOVE SPACES TO PERCENTILE-CONTROL-CARD
015400         END-READ
015500         CLOSE PERCENTILE-CONTROL-FILE
015600     ELSE
015700         MOVE SPACES TO PERCENTILE-CONTROL-CARD
015800     END-IF
015900     EVALUATE TRUE
016000         WHEN PC-SOURCE-ROLL
016100             MOVE "DISTRICT" TO WS-GROUP-LABEL
016200             MOVE PC-COLUMN TO WS-COLUMN
016300             IF WS-COLUMN = SPACES
016400                 MOVE "TAX" TO WS-COLUMN
016500             END-IF
016600             IF WS-COLUMN NOT = "TAX"
016700                 AND WS-COLUMN NOT = "ACREAGE"
016800                 GO TO 1900-BAD-CARD
016900             END-IF
017000         WHEN PC-SOURCE-SPEND
017100             MOVE "CARRIER" TO WS-GROUP-LABEL
017200             MOVE PC-COLUMN TO WS-COLUMN
017300             IF WS-COLUMN = SPACES
017400                 MOVE "COST" TO WS-COLUMN
017500             END-IF
017600             IF WS-COLUMN NOT = "COST"
017700                 GO TO 1900-BAD-CARD
017800             END-IF
017900             IF PC-MONTH IS NUMERIC
018000                 MOVE PC-MONTH TO WS-MONTH-FILTER
018100             END-IF
018200         WHEN OTHER
018300             GO TO 1900-BAD-CARD
018400     END-EVALUATE
018500     MOVE PC-SOURCE TO WS-SOURCE
018600     IF PC-SOURCE-ROLL
018700         PERFORM 1100-LOAD-ROLL THRU 1100-EXIT
018800     ELSE
018900         PERFORM 1200-LOAD-SPEND THRU 1200-EXIT
019000     END-IF
019100     IF WS-ITEM-COUNT > 1
019200         SORT WS-IT-ENTRY ON ASCENDING KEY WS-IT-GROUP
019300             WS-IT-SEQUENCE
019400     END-IF
019500     GO TO 1000-EXIT.
019600 1900-BAD-CARD.
019700     MOVE "PCTCTL SOURCE OR COLUMN NOT RECOGNISED" TO PP-RECORD
019800     WRITE PP-RECORD
019900     DISPLAY "PERCENTILE-REPORT-BATCH: PCTCTL SOURCE "
020000         PC-SOURCE " COLUMN " PC-COLUMN " NOT RECOGNISED"
020100     MOVE SPACES TO WS-SOURCE
020200     MOVE 8 TO RETURN-CODE.
020300 1000-EXIT.
020400     EXIT.
020500*--------------------------------------------------------------
020600* PARCEL LINES OF ASMTROLL: PARCEL ID AT COLUMN 8, DISTRICT AT
020700* COLUMN 24, ACREAGE AT COLUMN 41 FOR ELEVEN BYTES, TAX AT
020800* COLUMN 77 FOR FOURTEEN. DISTRICT SUBTOTALS ARE PASSED OVER.
020900*--------------------------------------------------------------
021000 1100-LOAD-ROLL.
021100     OPEN INPUT ASSESSMENT-ROLL-FILE
021200     IF NOT WS-ROLL-OK
021300         MOVE "ASMTROLL NOT AVAILABLE - NOTHING RANKED"
021400             TO PP-RECORD
021500         WRITE PP-RECORD
021600         MOVE 8 TO RETURN-CODE
021700         GO TO 1100-EXIT
021800     END-IF
021900     PERFORM 1110-LOAD-ONE-PARCEL THRU 1110-EXIT
022000         UNTIL WS-ROLL-EOF
022100     CLOSE ASSESSMENT-ROLL-FILE.
022200 1100-EXIT.
022300     EXIT.
022400 1110-LOAD-ONE-PARCEL.
022500     READ ASSESSMENT-ROLL-FILE
022600         AT END GO TO 1110-EXIT
022700     END-READ
022800     IF ROLL-RECORD(1:7) NOT = "PARCEL "
022900         GO TO 1110-EXIT
023000     END-IF
023100     ADD 1 TO WS-RECORDS-READ
023200     IF WS-ITEM-COUNT >= WS-ITEM-MAX
023300         ADD 1 TO WS-RECORDS-DROPPED
023400         GO TO 1110-EXIT
023500     END-IF
023600     ADD 1 TO WS-ITEM-COUNT
023700     MOVE ROLL-RECORD(24:4) TO WS-IT-GROUP(WS-ITEM-COUNT)
023800     MOVE WS-RECORDS-READ TO WS-IT-SEQUENCE(WS-ITEM-COUNT)
023900     MOVE ROLL-RECORD(8:10) TO WS-IT-ID(WS-ITEM-COUNT)
024000     IF WS-COLUMN = "ACREAGE"
024100         COMPUTE WS-IT-VALUE(WS-ITEM-COUNT) =
024200             FUNCTION NUMVAL(ROLL-RECORD(41:11))
024300     ELSE
024400         COMPUTE WS-IT-VALUE(WS-ITEM-COUNT) =
024500             FUNCTION NUMVAL(ROLL-RECORD(77:14))
024600     END-IF.
024700 1110-EXIT.
024800     EXIT.
024900 1200-LOAD-SPEND.
025000     OPEN INPUT FREIGHT-SPEND-FILE
025100     IF NOT WS-SPEND-OK
025200         MOVE "FRTSPEND NOT AVAILABLE - NOTHING RANKED"
025300             TO PP-RECORD
025400         WRITE PP-RECORD
025500         MOVE 8 TO RETURN-CODE
025600         GO TO 1200-EXIT
025700     END-IF
025800     PERFORM 1210-LOAD-ONE-CHARGE THRU 1210-EXIT
025900         UNTIL WS-SPEND-EOF
026000     CLOSE FREIGHT-SPEND-FILE.
026100 1200-EXIT.
026200     EXIT.
026300*--------------------------------------------------------------
026400* FRTSPEND CARRIES NO SHIPMENT KEY; A CHARGE IS NAMED BY ITS
026500* MONTH AND ITS RECORD NUMBER ON THE FILE.
026600*--------------------------------------------------------------
026700 1210-LOAD-ONE-CHARGE.
026800     READ FREIGHT-SPEND-FILE
026900         AT END GO TO 1210-EXIT
027000     END-READ
027100     ADD 1 TO WS-SPEND-RECORD
027200     IF FS-COST IS NOT NUMERIC
027300         GO TO 1210-EXIT
027400     END-IF
027500     IF WS-MONTH-FILTER > ZERO
027600         AND FS-MONTH NOT = WS-MONTH-FILTER
027700         GO TO 1210-EXIT
027800     END-IF
027900     ADD 1 TO WS-RECORDS-READ
028000     IF WS-ITEM-COUNT >= WS-ITEM-MAX
028100         ADD 1 TO WS-RECORDS-DROPPED
028200         GO TO 1210-EXIT
028300     END-IF
028400     ADD 1 TO WS-ITEM-COUNT
028500     MOVE FS-CARRIER TO WS-IT-GROUP(WS-ITEM-COUNT)
028600     MOVE WS-RECORDS-READ TO WS-IT-SEQUENCE(WS-ITEM-COUNT)
028700     MOVE FS-MONTH TO WS-SI-MONTH
028710     MOVE WS-SPEND-RECORD TO WS-SI-RECORD
028800     MOVE WS-SPEND-ID TO WS-IT-ID(WS-ITEM-COUNT)
028900     MOVE FS-COST TO WS-IT-VALUE(WS-ITEM-COUNT).
029000 1210-EXIT.
029100     EXIT.
029200 3000-REPORT-GROUPS.
029300     MOVE 1 TO WS-GROUP-START
029400     PERFORM 3100-REPORT-ONE-GROUP THRU 3100-EXIT
029500         UNTIL WS-GROUP-START > WS-ITEM-COUNT.
029600 3000-EXIT.
029700     EXIT.
029800*--------------------------------------------------------------
029900* ONE GROUP: LOAD ITS VALUES INTO THE ENGINE IN FILE ORDER,
030000* RANK THEM, THEN PRINT EVERY RECORD, THE BOUNDARIES, AND THE
030100* TWO TAILS. PERCENTILE RANK IS THE SHARE BELOW PLUS HALF THE
030200* SHARE EQUAL, SO TIED VALUES SHARE ONE RANK.
030300*--------------------------------------------------------------
030400 3100-REPORT-ONE-GROUP.
030500     MOVE WS-GROUP-START TO WS-GROUP-END
030600     MOVE 'N' TO WS-GROUP-CLOSED-SW
030700     PERFORM 3110-EXTEND-GROUP THRU 3110-EXIT
030800         UNTIL WS-GROUP-END >= WS-ITEM-COUNT
030900            OR WS-GROUP-CLOSED
031000     COMPUTE PCT-COUNT = WS-GROUP-END - WS-GROUP-START + 1
031100     PERFORM 3120-LOAD-ONE-VALUE THRU 3120-EXIT
031200         VARYING WS-RANK-IX FROM 1 BY 1
031300         UNTIL WS-RANK-IX > PCT-COUNT
031400     CALL "PERCENTILE-RANK-ENGINE" USING PERCENTILE-RANK-REQUEST
031500     MOVE SPACES TO PP-RECORD
031600     WRITE PP-RECORD
031700     MOVE WS-GROUP-LABEL TO WS-GL-LABEL
031800     MOVE WS-IT-GROUP(WS-GROUP-START) TO WS-GL-GROUP
031900     MOVE PCT-COUNT TO WS-GL-COUNT
032000     MOVE WS-COLUMN TO WS-GL-COLUMN
032100     WRITE PP-RECORD FROM WS-GROUP-LINE
032200     IF NOT PCT-ANSWERED
032300         MOVE "  GROUP NOT RANKED" TO PP-RECORD
032400         WRITE PP-RECORD
032500         GO TO 3190-NEXT
032600     END-IF
032700     PERFORM 3200-PRINT-ONE-RECORD THRU 3200-EXIT
032800         VARYING WS-RANK-IX FROM 1 BY 1
032900         UNTIL WS-RANK-IX > PCT-COUNT
033000     PERFORM 3300-PRINT-BOUNDARIES THRU 3300-EXIT
033100     PERFORM 3400-PRINT-TAILS THRU 3400-EXIT
033200     ADD PCT-COUNT TO WS-RECORDS-RANKED
033300     ADD 1 TO WS-GROUPS-REPORTED.
033400 3190-NEXT.
033500     COMPUTE WS-GROUP-START = WS-GROUP-END + 1.
033600 3100-EXIT.
033700     EXIT.
033800 3110-EXTEND-GROUP.
033900     IF WS-IT-GROUP(WS-GROUP-END + 1)
034000        = WS-IT-GROUP(WS-GROUP-START)
034100         ADD 1 TO WS-GROUP-END
034200     ELSE
034300         SET WS-GROUP-CLOSED TO TRUE
034400     END-IF.
034500 3110-EXIT.
034600     EXIT.
034700 3120-LOAD-ONE-VALUE.
034800     COMPUTE WS-ITEM-IX = WS-GROUP-START + WS-RANK-IX - 1
034900     MOVE WS-IT-VALUE(WS-ITEM-IX) TO PCT-VALUE(WS-RANK-IX).
035000 3120-EXIT.
035100     EXIT.
035200 3200-PRINT-ONE-RECORD.
035300     COMPUTE WS-ITEM-IX = WS-GROUP-START + WS-RANK-IX - 1
035400     MOVE WS-IT-ID(WS-ITEM-IX) TO WS-DL-ID
035500     MOVE PCT-VALUE(WS-RANK-IX) TO WS-DL-VALUE
035600     COMPUTE WS-PERCENTILE ROUNDED =
035700         (PCT-SMALLER-COUNT(WS-RANK-IX)
035800           + PCT-EQUAL-COUNT(WS-RANK-IX) / 2)
035900         * 100 / PCT-COUNT
036000     MOVE WS-PERCENTILE TO WS-DL-PERCENTILE
036100     WRITE PP-RECORD FROM WS-DETAIL-LINE.
036200 3200-EXIT.
036300     EXIT.
036400*--------------------------------------------------------------
036500* NEAREST-RANK BOUNDARIES: THE QTH QUARTILE IS THE KTH-SMALLEST
036600* VALUE FOR K = Q * COUNT / 4 ROUNDED UP.
036700*--------------------------------------------------------------
036800 3300-PRINT-BOUNDARIES.
036900     MOVE "MINIMUM" TO WS-BL-LABEL
037000     MOVE 1 TO WS-RANK-K
037100     PERFORM 3310-PRINT-ONE-BOUNDARY THRU 3310-EXIT
037200     MOVE "LOWER QUART" TO WS-BL-LABEL
037300     COMPUTE WS-RANK-K = (PCT-COUNT + 3) / 4
037400     PERFORM 3310-PRINT-ONE-BOUNDARY THRU 3310-EXIT
037500     MOVE "MEDIAN" TO WS-BL-LABEL
037600     COMPUTE WS-RANK-K = (PCT-COUNT * 2 + 3) / 4
037700     PERFORM 3310-PRINT-ONE-BOUNDARY THRU 3310-EXIT
037800     MOVE "UPPER QUART" TO WS-BL-LABEL
037900     COMPUTE WS-RANK-K = (PCT-COUNT * 3 + 3) / 4
038000     PERFORM 3310-PRINT-ONE-BOUNDARY THRU 3310-EXIT
038100     MOVE "MAXIMUM" TO WS-BL-LABEL
038200     MOVE PCT-COUNT TO WS-RANK-K
038300     PERFORM 3310-PRINT-ONE-BOUNDARY THRU 3310-EXIT.
038400 3300-EXIT.
038500     EXIT.
038600 3310-PRINT-ONE-BOUNDARY.
038700     MOVE PCT-VALUE(PCT-ORDER-INDEX(WS-RANK-K)) TO WS-BL-VALUE
038800     WRITE PP-RECORD FROM WS-BOUNDARY-LINE.
038900 3310-EXIT.
039000     EXIT.
039100*--------------------------------------------------------------
039200* THE TAILS HOLD FIVE PERCENT OF THE GROUP ROUNDED UP, SO EVEN
039300* A SMALL GROUP SHOWS ITS EXTREMES.
039400*--------------------------------------------------------------
039500 3400-PRINT-TAILS.
039600     COMPUTE WS-TAIL-COUNT = (PCT-COUNT * 5 + 99) / 100
039700     MOVE "  BOTTOM 5 PERCENT" TO WS-TL-LABEL
039800     WRITE PP-RECORD FROM WS-TAIL-LINE
039900     PERFORM 3410-PRINT-ONE-TAIL THRU 3410-EXIT
040000         VARYING WS-RANK-K FROM 1 BY 1
040100         UNTIL WS-RANK-K > WS-TAIL-COUNT
040200     MOVE "  TOP 5 PERCENT" TO WS-TL-LABEL
040300     WRITE PP-RECORD FROM WS-TAIL-LINE
040400     PERFORM 3410-PRINT-ONE-TAIL THRU 3410-EXIT
040500         VARYING WS-RANK-K FROM PCT-COUNT BY -1
040600         UNTIL WS-RANK-K < 1
040700            OR WS-RANK-K <= PCT-COUNT - WS-TAIL-COUNT.
040800 3400-EXIT.
040900     EXIT.
041000 3410-PRINT-ONE-TAIL.
041100     MOVE PCT-ORDER-INDEX(WS-RANK-K) TO WS-RANK-IX
041200     PERFORM 3200-PRINT-ONE-RECORD THRU 3200-EXIT.
041300 3410-EXIT.
041400     EXIT.
041500 9000-TERMINATE.
041600     MOVE SPACES TO PP-RECORD
041700     WRITE PP-RECORD
041800     MOVE "RECORDS READ" TO WS-CL-LABEL
041900     MOVE WS-RECORDS-READ TO WS-CL-COUNT
042000     WRITE PP-RECORD FROM WS-COUNT-LINE
042100     MOVE "RECORDS RANKED" TO WS-CL-LABEL
042200     MOVE WS-RECORDS-RANKED TO WS-CL-COUNT
042300     WRITE PP-RECORD FROM WS-COUNT-LINE
042400     MOVE "GROUPS REPORTED" TO WS-CL-LABEL
042500     MOVE WS-GROUPS-REPORTED TO WS-CL-COUNT
042600     WRITE PP-RECORD FROM WS-COUNT-LINE
042700     IF WS-RECORDS-DROPPED > ZERO
042800         MOVE "RECORDS PAST CAPACITY" TO WS-CL-LABEL
042900         MOVE WS-RECORDS-DROPPED TO WS-CL-COUNT
043000         WRITE PP-RECORD FROM WS-COUNT-LINE
043100         IF RETURN-CODE < 4
043200             MOVE 4 TO RETURN-CODE
043300         END-IF
043400     END-IF
043500     CLOSE PERCENTILE-REPORT-FILE.
043600 9000-EXIT.
043700     EXIT.
043800 END PROGRAM PERCENTILE-REPORT-BATCH.
