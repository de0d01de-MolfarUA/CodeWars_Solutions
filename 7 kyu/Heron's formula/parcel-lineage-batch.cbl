000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PARCEL-LINEAGE-BATCH.
000300 AUTHOR. SURVEY-SERVICES.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-09-17.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-09-17  SVY  INITIAL VERSION - PARCEL SPLIT AND MERGE
001000*                    MAINTENANCE. A SUBDIVIDED OR COMBINED LOT
001100*                    CAME INTO PARCELIN UNDER NEW IDS WITH NO
001200*                    LINK TO THE OLD ONES. THE SURVEY DESK NOW
001300*                    KEYS EACH SPLIT OR MERGE ON PARCLTX; THIS
001400*                    JOB CHECKS THE SHAPE OF EVERY TRANSACTION
001500*                    (ONE PARENT AND TWO OR MORE CHILDREN FOR A
001600*                    SPLIT, THE REVERSE FOR A MERGE), THAT EACH
001700*                    PARENT IS ON LAST CYCLE'S ROLL (PRIORROL),
001800*                    THAT EACH CHILD HAS A COMPUTED ACREAGE ON
001900*                    PARCEL-ACREAGE-BATCH'S PARCRPT, AND THAT
002000*                    THE CHILDREN'S ACREAGE SUMS TO THE PARENTS'
002100*                    WITHIN THE ASMTCTL MOVE TOLERANCE. GOOD
002200*                    TRANSACTIONS ARE APPLIED BY WRITING THEM TO
002300*                    PARCLNG FOR PARCEL-ASSESSMENT-BATCH; BAD
002400*                    ONES GO TO LINEXC WITH THE REASON. LINRPT
002500*                    SHOWS EVERY TRANSACTION WITH BOTH SUMS.
002510*   2026-10-15  SVY  RUNS AS BUS035 OF THE SCHEDULED BUSINESS
002520*                    JOB STREAM, BETWEEN PARCEL-ACREAGE-BATCH
002530*                    AND PARCEL-ASSESSMENT-BATCH, SO PARCLNG IS
002540*                    REBUILT FROM THE DAY'S PARCLTX EVERY CYCLE.
002550*                    THE PARCLNG LINE COUNT GOES TO STEPSTAT
002560*                    UNDER BUS035 FOR THE RESTART ADVISOR.
002600*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT ASSESSMENT-CONTROL-FILE ASSIGN TO "ASMTCTL"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-CONTROL-STATUS.
003400     SELECT PARCEL-REPORT-FILE ASSIGN TO "PARCRPT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-ACREAGE-STATUS.
003700     SELECT PRIOR-ROLL-FILE ASSIGN TO "PRIORROL"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-PRIOR-STATUS.
004000     SELECT LINEAGE-TRAN-FILE ASSIGN TO "PARCLTX"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-TRAN-STATUS.
004300     SELECT LINEAGE-FILE ASSIGN TO "PARCLNG"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-LINEAGE-STATUS.
004600     SELECT LINEAGE-REPORT-FILE ASSIGN TO "LINRPT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-REPORT-STATUS.
004900     SELECT LINEAGE-EXCEPTION-FILE ASSIGN TO "LINEXC"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-EXCEPT-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  ASSESSMENT-CONTROL-FILE.
005500 01  ASSESSMENT-CONTROL-CARD.
005600     05  AC-MOVE-TOLERANCE       PIC 9(06)V99.
005700 FD  PARCEL-REPORT-FILE.
005800 01  PA-RECORD                   PIC X(80).
005900 FD  PRIOR-ROLL-FILE.
006000 01  PRIOR-ROLL-RECORD.
006100     05  PL-PARCEL-ID            PIC X(10).
006200     05  FILLER                  PIC X(01).
006300     05  PL-ACREAGE              PIC 9(08)V99.
006400 FD  LINEAGE-TRAN-FILE.
006500 01  LINEAGE-TRAN-RECORD         PIC X(32).
006600 FD  LINEAGE-FILE.
006700 COPY PRCLNG.
006800 FD  LINEAGE-REPORT-FILE.
006900 01  LR-RECORD                   PIC X(100).
007000 FD  LINEAGE-EXCEPTION-FILE.
007100 01  LX-RECORD                   PIC X(80).
007200 WORKING-STORAGE SECTION.
007300 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
007400     88  WS-CONTROL-OK                           VALUE '00'.
007500 77  WS-ACREAGE-STATUS           PIC X(02)       VALUE SPACES.
007600     88  WS-ACREAGE-OK                           VALUE '00'.
007700     88  WS-ACREAGE-EOF                          VALUE '10'.
007800 77  WS-PRIOR-STATUS             PIC X(02)       VALUE SPACES.
007900     88  WS-PRIOR-OK                             VALUE '00'.
008000     88  WS-PRIOR-EOF                            VALUE '10'.
008100 77  WS-TRAN-STATUS              PIC X(02)       VALUE SPACES.
008200     88  WS-TRAN-OK                              VALUE '00'.
008300     88  WS-TRAN-EOF                             VALUE '10'.
008400 77  WS-LINEAGE-STATUS           PIC X(02)       VALUE SPACES.
008500     88  WS-LINEAGE-OK                           VALUE '00'.
008600 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
008700     88  WS-REPORT-OK                            VALUE '00'.
008800 77  WS-EXCEPT-STATUS            PIC X(02)       VALUE SPACES.
008900     88  WS-EXCEPT-OK                            VALUE '00'.
009000 77  WS-ACREAGE-COUNT            PIC 9(04)       VALUE ZERO COMP.
009100 77  WS-ACREAGE-MAX              PIC 9(04)       VALUE 500 COMP.
009200 77  WS-PRIOR-COUNT              PIC 9(04)       VALUE ZERO COMP.
009300 77  WS-PRIOR-MAX                PIC 9(04)       VALUE 500 COMP.
009400 77  WS-LINE-COUNT               PIC 9(04)       VALUE ZERO COMP.
009500 77  WS-LINE-MAX                 PIC 9(04)       VALUE 500 COMP.
009600 77  WS-TXN-COUNT                PIC 9(04)       VALUE ZERO COMP.
009700 77  WS-TXN-MAX                  PIC 9(04)       VALUE 200 COMP.
009800 77  WS-AC-IX                    PIC 9(04)       VALUE ZERO COMP.
009900 77  WS-PR-IX                    PIC 9(04)       VALUE ZERO COMP.
010000 77  WS-LN-IX                    PIC 9(04)       VALUE ZERO COMP.
010100 77  WS-TX-IX                    PIC 9(04)       VALUE ZERO COMP.
010200 77  WS-MATCH-IX                 PIC 9(04)       VALUE ZERO COMP.
010300 77  WS-TOLERANCE                PIC 9(06)V99    VALUE ZERO.
010400 77  WS-DIFFERENCE               PIC S9(09)V99   VALUE ZERO.
010500 77  WS-TXNS-APPLIED             PIC 9(05)       VALUE ZERO.
010600 77  WS-TXNS-REJECTED            PIC 9(05)       VALUE ZERO.
010650 77  WS-LINES-WRITTEN            PIC 9(05)       VALUE ZERO.
010700 01  WS-ACREAGE-TABLE.
010800     05  WS-AC-ENTRY OCCURS 500.
010900         10  WS-AC-PARCEL        PIC X(10).
011000         10  WS-AC-ACREAGE       PIC 9(08)V99.
011100 01  WS-PRIOR-TABLE.
011200     05  WS-PR-ENTRY OCCURS 500.
011300         10  WS-PR-PARCEL        PIC X(10).
011400         10  WS-PR-ACREAGE       PIC 9(08)V99.
011500 01  WS-LINE-TABLE.
011600     05  WS-LN-ENTRY OCCURS 500.
011700         10  WS-LN-RECORD        PIC X(32).
011800         10  WS-LN-TXN-IX        PIC 9(04).
011900 01  WS-TXN-TABLE.
012000     05  WS-TX-ENTRY OCCURS 200.
012100         10  WS-TX-ID            PIC X(08).
012200         10  WS-TX-TYPE          PIC X(01).
012300         10  WS-TX-PARENTS       PIC 9(03).
012400         10  WS-TX-CHILDREN      PIC 9(03).
012500         10  WS-TX-PARENT-ACRES  PIC 9(09)V99.
012600         10  WS-TX-CHILD-ACRES   PIC 9(09)V99.
012700         10  WS-TX-REASON        PIC X(26).
012800 01  WS-REPORT-HEADER.
012900     05  FILLER                  PIC X(40)       VALUE
013000             "PARCEL LINEAGE TRANSACTIONS - TOLERANCE ".
013100     05  WS-RH-TOLERANCE         PIC Z(05)9.99.
013200 01  WS-TXN-LINE.
013300     05  FILLER                  PIC X(04)       VALUE "TXN ".
013400     05  WS-TL-ID                PIC X(08).
013500     05  FILLER                  PIC X(01)       VALUE SPACE.
013600     05  WS-TL-TYPE              PIC X(05).
013700     05  FILLER                  PIC X(04)       VALUE " PA ".
013800     05  WS-TL-PARENTS           PIC Z(02)9.
013900     05  FILLER                  PIC X(04)       VALUE " CH ".
014000     05  WS-TL-CHILDREN          PIC Z(02)9.
014100     05  FILLER                  PIC X(07)       VALUE " FROM  ".
014200     05  WS-TL-PARENT-ACRES      PIC Z(08)9.99.
014300     05  FILLER                  PIC X(06)       VALUE " TO   ".
014400     05  WS-TL-CHILD-ACRES       PIC Z(08)9.99.
014500     05  FILLER                  PIC X(01)       VALUE SPACE.
014600     05  WS-TL-STATUS            PIC X(26).
014700 01  WS-EXCEPTION-LINE.
014800     05  FILLER                  PIC X(04)       VALUE "TXN ".
014900     05  WS-EL-ID                PIC X(08).
015000     05  FILLER                  PIC X(01)       VALUE SPACE.
015100     05  WS-EL-REASON            PIC X(26).
015200 01  WS-COUNT-LINE.
015300     05  WS-CL-LABEL             PIC X(24).
015400     05  WS-CL-COUNT             PIC Z(04)9.
015450 COPY STEPSTAT.
015500 PROCEDURE DIVISION.
015600 0000-MAINLINE.
015700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015800     PERFORM 2000-LOAD-ACREAGE THRU 2000-EXIT.
015900     PERFORM 3000-LOAD-PRIOR-ROLL THRU 3000-EXIT.
016000     PERFORM 4000-LOAD-TRANSACTIONS THRU 4000-EXIT.
016100     PERFORM 5000-VALIDATE-TRANSACTIONS THRU 5000-EXIT.
016200     PERFORM 6000-APPLY-TRANSACTIONS THRU 6000-EXIT.
016300     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
016400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016500     STOP RUN.
016600 0000-EXIT.
016700     EXIT.
016800 1000-INITIALIZE.
016900     OPEN INPUT ASSESSMENT-CONTROL-FILE
017000     IF WS-CONTROL-OK
017100         READ ASSESSMENT-CONTROL-FILE
017200             AT END MOVE ZERO TO AC-MOVE-TOLERANCE
017300         END-READ
017400         CLOSE ASSESSMENT-CONTROL-FILE
017500         IF AC-MOVE-TOLERANCE IS NUMERIC
017600             MOVE AC-MOVE-TOLERANCE TO WS-TOLERANCE
017700         END-IF
017800     END-IF
017900     OPEN OUTPUT LINEAGE-FILE
018000     OPEN OUTPUT LINEAGE-REPORT-FILE
018100     OPEN OUTPUT LINEAGE-EXCEPTION-FILE
018200     MOVE WS-TOLERANCE TO WS-RH-TOLERANCE
018300     WRITE LR-RECORD FROM WS-REPORT-HEADER.
018400 1000-EXIT.
018500     EXIT.
018600*--------------------------------------------------------------
018700* COMPUTED ACREAGE FROM PARCRPT, LIFTED THE SAME WAY
018800* PARCEL-ASSESSMENT-BATCH DOES: ID AT COLUMN 8, COMPUTED
018900* VALUE AT COLUMN 28 FOR TWELVE BYTES.
019000*--------------------------------------------------------------
019100 2000-LOAD-ACREAGE.
019200     OPEN INPUT PARCEL-REPORT-FILE
019300     IF NOT WS-ACREAGE-OK
019400         GO TO 2000-EXIT
019500     END-IF
019600     PERFORM 2100-READ-ACREAGE THRU 2100-EXIT
019700     PERFORM 2200-STORE-ONE-ACREAGE THRU 2200-EXIT
019800         UNTIL WS-ACREAGE-EOF
019900            OR WS-ACREAGE-COUNT >= WS-ACREAGE-MAX
020000     CLOSE PARCEL-REPORT-FILE.
020100 2000-EXIT.
020200     EXIT.
020300 2100-READ-ACREAGE.
020400     READ PARCEL-REPORT-FILE
020500         AT END SET WS-ACREAGE-EOF TO TRUE
020600     END-READ.
020700 2100-EXIT.
020800     EXIT.
020900 2200-STORE-ONE-ACREAGE.
021000     IF PA-RECORD(1:7) = "PARCEL "
021100         AND PA-RECORD(18:10) = " COMPUTED="
021200         ADD 1 TO WS-ACREAGE-COUNT
021300         MOVE PA-RECORD(8:10) TO WS-AC-PARCEL(WS-ACREAGE-COUNT)
021400         COMPUTE WS-AC-ACREAGE(WS-ACREAGE-COUNT) =
021500             FUNCTION NUMVAL(PA-RECORD(28:12))
021600     END-IF
021700     PERFORM 2100-READ-ACREAGE THRU 2100-EXIT.
021800 2200-EXIT.
021900     EXIT.
022000 3000-LOAD-PRIOR-ROLL.
022100     OPEN INPUT PRIOR-ROLL-FILE
022200     IF NOT WS-PRIOR-OK
022300         GO TO 3000-EXIT
022400     END-IF
022500     PERFORM 3100-READ-PRIOR THRU 3100-EXIT
022600     PERFORM 3200-STORE-ONE-PRIOR THRU 3200-EXIT
022700         UNTIL WS-PRIOR-EOF
022800            OR WS-PRIOR-COUNT >= WS-PRIOR-MAX
022900     CLOSE PRIOR-ROLL-FILE.
023000 3000-EXIT.
023100     EXIT.
023200 3100-READ-PRIOR.
023300     READ PRIOR-ROLL-FILE
023400         AT END SET WS-PRIOR-EOF TO TRUE
023500     END-READ.
023600 3100-EXIT.
023700     EXIT.
023800 3200-STORE-ONE-PRIOR.
023900     ADD 1 TO WS-PRIOR-COUNT
024000     MOVE PL-PARCEL-ID TO WS-PR-PARCEL(WS-PRIOR-COUNT)
024100     MOVE PL-ACREAGE TO WS-PR-ACREAGE(WS-PRIOR-COUNT)
024200     PERFORM 3100-READ-PRIOR THRU 3100-EXIT.
024300 3200-EXIT.
024400     EXIT.
024500*--------------------------------------------------------------
024600* EVERY PARCLTX LINE IS HELD WITH THE INDEX OF ITS
024700* TRANSACTION, SO THE APPLY STEP CAN WRITE THE LINES OF THE
024800* GOOD TRANSACTIONS IN THEIR ORIGINAL ORDER.
024900*--------------------------------------------------------------
025000 4000-LOAD-TRANSACTIONS.
025100     OPEN INPUT LINEAGE-TRAN-FILE
025200     IF NOT WS-TRAN-OK
025300         GO TO 4000-EXIT
025400     END-IF
025500     PERFORM 4100-READ-TRAN THRU 4100-EXIT
025600     PERFORM 4200-STORE-ONE-LINE THRU 4200-EXIT
025700         UNTIL WS-TRAN-EOF
025800            OR WS-LINE-COUNT >= WS-LINE-MAX
025900     CLOSE LINEAGE-TRAN-FILE.
026000 4000-EXIT.
026100     EXIT.
026200 4100-READ-TRAN.
026300     READ LINEAGE-TRAN-FILE INTO PARCEL-LINEAGE-RECORD
026400         AT END SET WS-TRAN-EOF TO TRUE
026500     END-READ.
026600 4100-EXIT.
026700     EXIT.
026800 4200-STORE-ONE-LINE.
026900     MOVE ZERO TO WS-MATCH-IX
027000     PERFORM 4210-SCAN-TXNS THRU 4210-EXIT
027100         VARYING WS-TX-IX FROM 1 BY 1
027200         UNTIL WS-TX-IX > WS-TXN-COUNT
027300            OR WS-MATCH-IX > ZERO
027400     IF WS-MATCH-IX = ZERO
027500         IF WS-TXN-COUNT >= WS-TXN-MAX
027600             PERFORM 4100-READ-TRAN THRU 4100-EXIT
027700             GO TO 4200-EXIT
027800         END-IF
027900         ADD 1 TO WS-TXN-COUNT
028000         MOVE WS-TXN-COUNT TO WS-MATCH-IX
028100         MOVE LN-TXN-ID TO WS-TX-ID(WS-MATCH-IX)
028200         MOVE LN-TXN-TYPE TO WS-TX-TYPE(WS-MATCH-IX)
028300         MOVE ZERO TO WS-TX-PARENTS(WS-MATCH-IX)
028400         MOVE ZERO TO WS-TX-CHILDREN(WS-MATCH-IX)
028500         MOVE ZERO TO WS-TX-PARENT-ACRES(WS-MATCH-IX)
028600         MOVE ZERO TO WS-TX-CHILD-ACRES(WS-MATCH-IX)
028700         MOVE SPACES TO WS-TX-REASON(WS-MATCH-IX)
028800     END-IF
028900     ADD 1 TO WS-LINE-COUNT
029000     MOVE PARCEL-LINEAGE-RECORD TO WS-LN-RECORD(WS-LINE-COUNT)
029100     MOVE WS-MATCH-IX TO WS-LN-TXN-IX(WS-LINE-COUNT)
029200     IF LN-TXN-TYPE NOT = WS-TX-TYPE(WS-MATCH-IX)
029300         AND WS-TX-REASON(WS-MATCH-IX) = SPACES
029400         MOVE "MIXED TRANSACTION TYPES"
029500             TO WS-TX-REASON(WS-MATCH-IX)
029600     END-IF
029700     EVALUATE TRUE
029800         WHEN LN-PARENT
029900             PERFORM 4300-NOTE-PARENT THRU 4300-EXIT
030000         WHEN LN-CHILD
030100             PERFORM 4400-NOTE-CHILD THRU 4400-EXIT
030200         WHEN OTHER
030300             IF WS-TX-REASON(WS-MATCH-IX) = SPACES
030400                 MOVE "BAD ROLE CODE"
030500                     TO WS-TX-REASON(WS-MATCH-IX)
030600             END-IF
030700     END-EVALUATE
030800     PERFORM 4100-READ-TRAN THRU 4100-EXIT.
030900 4200-EXIT.
031000     EXIT.
031100 4210-SCAN-TXNS.
031200     IF WS-TX-ID(WS-TX-IX) = LN-TXN-ID
031300         MOVE WS-TX-IX TO WS-MATCH-IX
031400     END-IF.
031500 4210-EXIT.
031600     EXIT.
031700 4300-NOTE-PARENT.
031800     ADD 1 TO WS-TX-PARENTS(WS-MATCH-IX)
031900     MOVE ZERO TO WS-PR-IX
032000     PERFORM 4310-SCAN-PRIOR THRU 4310-EXIT
032100         VARYING WS-LN-IX FROM 1 BY 1
032200         UNTIL WS-LN-IX > WS-PRIOR-COUNT
032300            OR WS-PR-IX > ZERO
032400     IF WS-PR-IX > ZERO
032500         ADD WS-PR-ACREAGE(WS-PR-IX)
032600             TO WS-TX-PARENT-ACRES(WS-MATCH-IX)
032700     ELSE
032800         IF WS-TX-REASON(WS-MATCH-IX) = SPACES
032900             MOVE "PARENT NOT ON PRIOR ROLL"
033000                 TO WS-TX-REASON(WS-MATCH-IX)
033100         END-IF
033200     END-IF.
033300 4300-EXIT.
033400     EXIT.
033500 4310-SCAN-PRIOR.
033600     IF WS-PR-PARCEL(WS-LN-IX) = LN-PARCEL-ID
033700         MOVE WS-LN-IX TO WS-PR-IX
033800     END-IF.
033900 4310-EXIT.
034000     EXIT.
034100 4400-NOTE-CHILD.
034200     ADD 1 TO WS-TX-CHILDREN(WS-MATCH-IX)
034300     MOVE ZERO TO WS-AC-IX
034400     PERFORM 4410-SCAN-ACREAGE THRU 4410-EXIT
034500         VARYING WS-LN-IX FROM 1 BY 1
034600         UNTIL WS-LN-IX > WS-ACREAGE-COUNT
034700            OR WS-AC-IX > ZERO
034800     IF WS-AC-IX > ZERO
034900         ADD WS-AC-ACREAGE(WS-AC-IX)
035000             TO WS-TX-CHILD-ACRES(WS-MATCH-IX)
035100     ELSE
035200         IF WS-TX-REASON(WS-MATCH-IX) = SPACES
035300             MOVE "CHILD HAS NO ACREAGE"
035400                 TO WS-TX-REASON(WS-MATCH-IX)
035500         END-IF
035600     END-IF.
035700 4400-EXIT.
035800     EXIT.
035900 4410-SCAN-ACREAGE.
036000     IF WS-AC-PARCEL(WS-LN-IX) = LN-PARCEL-ID
036100         MOVE WS-LN-IX TO WS-AC-IX
036200     END-IF.
036300 4410-EXIT.
036400     EXIT.
036500*--------------------------------------------------------------
036600* SHAPE AND ACREAGE CHECKS. THE FIRST FAULT FOUND IS THE ONE
036700* REPORTED; A LOAD-TIME FAULT (MIXED TYPES, UNKNOWN PARCEL)
036800* ALREADY HOLDS THE REASON AND STANDS.
036900*--------------------------------------------------------------
037000 5000-VALIDATE-TRANSACTIONS.
037100     PERFORM 5100-VALIDATE-ONE-TXN THRU 5100-EXIT
037200         VARYING WS-TX-IX FROM 1 BY 1
037300         UNTIL WS-TX-IX > WS-TXN-COUNT.
037400 5000-EXIT.
037500     EXIT.
037600 5100-VALIDATE-ONE-TXN.
037700     IF WS-TX-REASON(WS-TX-IX) NOT = SPACES
037800         GO TO 5100-EXIT
037900     END-IF
038000     EVALUATE TRUE
038100         WHEN WS-TX-TYPE(WS-TX-IX) = 'S'
038200             IF WS-TX-PARENTS(WS-TX-IX) NOT = 1
038300                 MOVE "SPLIT NEEDS ONE PARENT"
038400                     TO WS-TX-REASON(WS-TX-IX)
038500                 GO TO 5100-EXIT
038600             END-IF
038700             IF WS-TX-CHILDREN(WS-TX-IX) < 2
038800                 MOVE "SPLIT NEEDS TWO+ CHILDREN"
038900                     TO WS-TX-REASON(WS-TX-IX)
039000                 GO TO 5100-EXIT
039100             END-IF
039200         WHEN WS-TX-TYPE(WS-TX-IX) = 'M'
039300             IF WS-TX-PARENTS(WS-TX-IX) < 2
039400                 MOVE "MERGE NEEDS TWO+ PARENTS"
039500                     TO WS-TX-REASON(WS-TX-IX)
039600                 GO TO 5100-EXIT
039700             END-IF
039800             IF WS-TX-CHILDREN(WS-TX-IX) NOT = 1
039900                 MOVE "MERGE NEEDS ONE CHILD"
040000                     TO WS-TX-REASON(WS-TX-IX)
040100                 GO TO 5100-EXIT
040200             END-IF
040300         WHEN OTHER
040400             MOVE "BAD TRANSACTION TYPE"
040500                 TO WS-TX-REASON(WS-TX-IX)
040600             GO TO 5100-EXIT
040700     END-EVALUATE
040800     COMPUTE WS-DIFFERENCE = WS-TX-CHILD-ACRES(WS-TX-IX)
040900         - WS-TX-PARENT-ACRES(WS-TX-IX)
041000     IF FUNCTION ABS(WS-DIFFERENCE) > WS-TOLERANCE
041100         MOVE "ACREAGE OUT OF TOLERANCE"
041200             TO WS-TX-REASON(WS-TX-IX)
041300     END-IF.
041400 5100-EXIT.
041500     EXIT.
041600 6000-APPLY-TRANSACTIONS.
041700     PERFORM 6100-WRITE-ONE-LINE THRU 6100-EXIT
041800         VARYING WS-LN-IX FROM 1 BY 1
041900         UNTIL WS-LN-IX > WS-LINE-COUNT
042000     PERFORM 6200-REPORT-ONE-TXN THRU 6200-EXIT
042100         VARYING WS-TX-IX FROM 1 BY 1
042200         UNTIL WS-TX-IX > WS-TXN-COUNT.
042300 6000-EXIT.
042400     EXIT.
042500 6100-WRITE-ONE-LINE.
042600     MOVE WS-LN-TXN-IX(WS-LN-IX) TO WS-TX-IX
042700     IF WS-TX-REASON(WS-TX-IX) = SPACES
042800         MOVE WS-LN-RECORD(WS-LN-IX) TO PARCEL-LINEAGE-RECORD
042900         WRITE PARCEL-LINEAGE-RECORD
042950         ADD 1 TO WS-LINES-WRITTEN
043000     END-IF.
043100 6100-EXIT.
043200     EXIT.
043300 6200-REPORT-ONE-TXN.
043400     MOVE WS-TX-ID(WS-TX-IX) TO WS-TL-ID
043500     EVALUATE WS-TX-TYPE(WS-TX-IX)
043600         WHEN 'S'
043700             MOVE "SPLIT" TO WS-TL-TYPE
043800         WHEN 'M'
043900             MOVE "MERGE" TO WS-TL-TYPE
044000         WHEN OTHER
044100             MOVE "?????" TO WS-TL-TYPE
044200     END-EVALUATE
044300     MOVE WS-TX-PARENTS(WS-TX-IX) TO WS-TL-PARENTS
044400     MOVE WS-TX-CHILDREN(WS-TX-IX) TO WS-TL-CHILDREN
044500     MOVE WS-TX-PARENT-ACRES(WS-TX-IX) TO WS-TL-PARENT-ACRES
044600     MOVE WS-TX-CHILD-ACRES(WS-TX-IX) TO WS-TL-CHILD-ACRES
044700     IF WS-TX-REASON(WS-TX-IX) = SPACES
044800         MOVE "APPLIED" TO WS-TL-STATUS
044900         ADD 1 TO WS-TXNS-APPLIED
045000     ELSE
045100         MOVE WS-TX-REASON(WS-TX-IX) TO WS-TL-STATUS
045200         MOVE WS-TX-ID(WS-TX-IX) TO WS-EL-ID
045300         MOVE WS-TX-REASON(WS-TX-IX) TO WS-EL-REASON
045400         WRITE LX-RECORD FROM WS-EXCEPTION-LINE
045500         ADD 1 TO WS-TXNS-REJECTED
045600     END-IF
045700     WRITE LR-RECORD FROM WS-TXN-LINE.
045800 6200-EXIT.
045900     EXIT.
046000 8000-WRITE-TOTALS.
046100     MOVE "TRANSACTIONS APPLIED" TO WS-CL-LABEL
046200     MOVE WS-TXNS-APPLIED TO WS-CL-COUNT
046300     WRITE LR-RECORD FROM WS-COUNT-LINE
046400     MOVE "TRANSACTIONS REJECTED" TO WS-CL-LABEL
046500     MOVE WS-TXNS-REJECTED TO WS-CL-COUNT
046600     WRITE LR-RECORD FROM WS-COUNT-LINE.
046700 8000-EXIT.
046800     EXIT.
046900 9000-TERMINATE.
047000     CLOSE LINEAGE-FILE
047100     CLOSE LINEAGE-REPORT-FILE
047200     CLOSE LINEAGE-EXCEPTION-FILE
047210     MOVE "BUS035  " TO STEP-STATUS-STEP-NAME
047220     MOVE "PARCELLN" TO STEP-STATUS-PROGRAM-ID
047230     MOVE WS-LINES-WRITTEN TO STEP-STATUS-RECORD-COUNT
047240     CALL "STEP-STATUS-RECORDER" USING STEP-STATUS-ENTRY.
047300 9000-EXIT.
047400     EXIT.
047500 END PROGRAM PARCEL-LINEAGE-BATCH.
