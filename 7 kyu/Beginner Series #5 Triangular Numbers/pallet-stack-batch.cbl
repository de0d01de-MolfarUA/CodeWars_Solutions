000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PALLET-STACK-BATCH.
000300 AUTHOR. DOCK-OPERATIONS.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-01.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-01  DKO  INITIAL VERSION - PYRAMID STACKING CHECK
001000*                    FOR OUTBOUND SHIPMENTS. EACH CARTON COUNT
001100*                    IS TESTED WITH IS-TRIANGULAR-VALIDATED AND
001200*                    BROKEN INTO FULL PYRAMID LAYERS, LEFTOVER
001300*                    CARTONS, AND THE NEAREST TRIANGULAR COUNTS
001400*                    BELOW AND ABOVE. WRITES A STACKING
001500*                    INSTRUCTION PER SHIPMENT WITH THE PYRAMID
001600*                    FOOTPRINT AND HEIGHT, AND AN EXCEPTIONS LIST
001700*                    OF SHIPMENTS THAT NEED FILLER CARTONS OR
001800*                    CANNOT BE STACKED.
001810*   2026-10-15  DKO  THE FILLER COUNT ON THE EXCEPTIONS LIST IS
001820*                    TAKEN FROM THE NEXT TRIANGULAR TOTAL IN
001830*                    WORKING STORAGE, NOT FROM THE INSTRUCTION
001840*                    RECORD AFTER IT HAS BEEN WRITTEN.
001900*--------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT SHIPMENT-FILE ASSIGN TO "SHIPOUT"
002500         ORGANIZATION IS LINE SEQUENTIAL
002600         FILE STATUS IS WS-SHIPMENT-STATUS.
002700     SELECT INSTRUCTION-FILE ASSIGN TO "STACKINS"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-INSTRUCTION-STATUS.
003000     SELECT EXCEPTION-FILE ASSIGN TO "STACKEXC"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-EXCEPTION-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500*--------------------------------------------------------------
003600* SHIPOUT: CARTON DIMENSIONS ARE IN MILLIMETRES.
003700*--------------------------------------------------------------
003800 FD  SHIPMENT-FILE.
003900 01  SHIPMENT-RECORD.
004000     05  SH-SHIPMENT-ID       PIC X(10).
004100     05  FILLER               PIC X(01).
004200     05  SH-CARTON-COUNT      PIC 9(08).
004300     05  FILLER               PIC X(01).
004400     05  SH-CARTON-LENGTH     PIC 9(04).
004500     05  FILLER               PIC X(01).
004600     05  SH-CARTON-WIDTH      PIC 9(04).
004700     05  FILLER               PIC X(01).
004800     05  SH-CARTON-HEIGHT     PIC 9(04).
004900*--------------------------------------------------------------
005000* STACKINS: ONE INSTRUCTION PER STACKABLE SHIPMENT. A PYRAMID
005100* OF N LAYERS HAS ONE CARTON ON TOP AND N ALONG THE BASE, SO
005200* ITS FOOTPRINT IS N CARTON LENGTHS BY ONE CARTON WIDTH AND
005300* ITS HEIGHT N CARTON HEIGHTS. LEFTOVER CARTONS ARE LOADED
005400* LOOSE BESIDE THE PYRAMID.
005500*--------------------------------------------------------------
005600 FD  INSTRUCTION-FILE.
005700 01  INSTRUCTION-RECORD.
005800     05  SI-SHIPMENT-ID       PIC X(10).
005900     05  FILLER               PIC X(01).
006000     05  SI-CARTON-COUNT      PIC 9(08).
006100     05  FILLER               PIC X(01).
006200     05  SI-TRIANGULAR        PIC X(01).
006300         88  SI-IS-TRIANGULAR               VALUE 'Y'.
006400         88  SI-NOT-TRIANGULAR              VALUE 'N'.
006500     05  FILLER               PIC X(01).
006600     05  SI-FULL-LAYERS       PIC 9(05).
006700     05  FILLER               PIC X(01).
006800     05  SI-LEFTOVER          PIC 9(05).
006900     05  FILLER               PIC X(01).
007000     05  SI-TRIANGULAR-BELOW  PIC 9(08).
007100     05  FILLER               PIC X(01).
007200     05  SI-TRIANGULAR-ABOVE  PIC 9(08).
007300     05  FILLER               PIC X(01).
007400     05  SI-FOOTPRINT-LENGTH  PIC 9(08).
007500     05  FILLER               PIC X(01).
007600     05  SI-FOOTPRINT-WIDTH   PIC 9(04).
007700     05  FILLER               PIC X(01).
007800     05  SI-PYRAMID-HEIGHT    PIC 9(08).
007900 FD  EXCEPTION-FILE.
008000 01  EX-RECORD                PIC X(80).
008100 WORKING-STORAGE SECTION.
008200 77  WS-SHIPMENT-STATUS       PIC X(02)     VALUE SPACES.
008300     88  WS-SHIPMENT-OK                     VALUE '00'.
008400     88  WS-SHIPMENT-EOF                    VALUE '10'.
008500 77  WS-INSTRUCTION-STATUS    PIC X(02)     VALUE SPACES.
008600 77  WS-EXCEPTION-STATUS      PIC X(02)     VALUE SPACES.
008700 77  WS-LAYERS                PIC 9(05)     VALUE ZERO COMP.
008800 77  WS-BELOW                 PIC 9(08)     VALUE ZERO COMP.
008900 77  WS-NEXT-TOTAL            PIC 9(08)     VALUE ZERO COMP.
009000 77  WS-SHIPMENTS-READ        PIC 9(06)     VALUE ZERO.
009100 77  WS-INSTRUCTIONS-WRITTEN  PIC 9(06)     VALUE ZERO.
009200 77  WS-EXCEPTIONS-WRITTEN    PIC 9(06)     VALUE ZERO.
009300*--------------------------------------------------------------
009400* IS-TRIANGULAR-VALIDATED PARAMETERS.
009500*--------------------------------------------------------------
009600 01  WS-TRI-T                 PIC 9(08).
009700 01  WS-TRI-RESULT            PIC 9.
009800     88  WS-TRI-YES                         VALUE 1.
009900 01  WS-TRI-STATUS            PIC 9.
010000     88  WS-TRI-OK                          VALUE 0.
010100     88  WS-TRI-INVALID-INPUT               VALUE 1.
010200 01  WS-EXCEPTION-HEADER.
010300     05  FILLER               PIC X(40)     VALUE
010400             "PYRAMID STACKING EXCEPTIONS             ".
010500 01  WS-EXCEPTION-COLUMNS.
010600     05  FILLER               PIC X(40)     VALUE
010700             "SHIPMENT    CARTONS  FILLER  LAYERS  REA".
010800     05  FILLER               PIC X(03)     VALUE "SON".
010900 01  WS-EXCEPTION-LINE.
011000     05  WS-EL-SHIPMENT-ID    PIC X(10).
011100     05  FILLER               PIC X(01)     VALUE SPACE.
011200     05  WS-EL-CARTON-COUNT   PIC Z(07)9.
011300     05  FILLER               PIC X(01)     VALUE SPACE.
011400     05  WS-EL-FILLER-COUNT   PIC Z(06)9.
011500     05  FILLER               PIC X(01)     VALUE SPACE.
011600     05  WS-EL-LAYERS         PIC Z(06)9.
011700     05  FILLER               PIC X(02)     VALUE SPACES.
011800     05  WS-EL-REASON         PIC X(36).
011900 PROCEDURE DIVISION.
012000 0000-MAINLINE.
012100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012200     PERFORM 2000-TAKE-ONE-SHIPMENT THRU 2000-EXIT
012300         UNTIL WS-SHIPMENT-EOF.
012400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012500     STOP RUN.
012600 0000-EXIT.
012700     EXIT.
012800 1000-INITIALIZE.
012900     OPEN OUTPUT INSTRUCTION-FILE
013000     OPEN OUTPUT EXCEPTION-FILE
013100     WRITE EX-RECORD FROM WS-EXCEPTION-HEADER
013200     WRITE EX-RECORD FROM WS-EXCEPTION-COLUMNS
013300     OPEN INPUT SHIPMENT-FILE
013400     IF NOT WS-SHIPMENT-OK
013500         DISPLAY "PALLET-STACK-BATCH: SHIPOUT NOT AVAILABLE"
013600         MOVE 8 TO RETURN-CODE
013700         SET WS-SHIPMENT-EOF TO TRUE
013800         GO TO 1000-EXIT
013900     END-IF
014000     PERFORM 1100-READ-SHIPMENT THRU 1100-EXIT.
014100 1000-EXIT.
014200     EXIT.
014300 1100-READ-SHIPMENT.
014400     READ SHIPMENT-FILE
014500         AT END SET WS-SHIPMENT-EOF TO TRUE
014600     END-READ.
014700 1100-EXIT.
014800     EXIT.
014900 2000-TAKE-ONE-SHIPMENT.
015000     ADD 1 TO WS-SHIPMENTS-READ
015100     MOVE SH-SHIPMENT-ID TO WS-EL-SHIPMENT-ID
015200     MOVE ZERO TO WS-EL-FILLER-COUNT WS-EL-LAYERS
015300     IF SH-CARTON-COUNT IS NOT NUMERIC
015400         MOVE ZERO TO WS-EL-CARTON-COUNT
015500         MOVE "CARTON COUNT NOT NUMERIC" TO WS-EL-REASON
015600         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
015700         GO TO 2000-READ-NEXT
015800     END-IF
015900     MOVE SH-CARTON-COUNT TO WS-EL-CARTON-COUNT
016000     IF SH-CARTON-LENGTH IS NOT NUMERIC
016100         OR SH-CARTON-WIDTH IS NOT NUMERIC
016200         OR SH-CARTON-HEIGHT IS NOT NUMERIC
016300         OR SH-CARTON-LENGTH = ZERO
016400         OR SH-CARTON-WIDTH = ZERO
016500         OR SH-CARTON-HEIGHT = ZERO
016600         MOVE "CARTON DIMENSIONS MISSING" TO WS-EL-REASON
016700         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
016800         GO TO 2000-READ-NEXT
016900     END-IF
017000     MOVE SH-CARTON-COUNT TO WS-TRI-T
017100     CALL "IS-TRIANGULAR-VALIDATED"
017200         USING WS-TRI-T WS-TRI-RESULT WS-TRI-STATUS
017300     IF WS-TRI-INVALID-INPUT
017400         MOVE "COUNT OUTSIDE STACKABLE RANGE" TO WS-EL-REASON
017500         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
017600         GO TO 2000-READ-NEXT
017700     END-IF
017800     PERFORM 3000-COUNT-LAYERS THRU 3000-EXIT
017900     PERFORM 3100-WRITE-INSTRUCTION THRU 3100-EXIT
018000     IF NOT WS-TRI-YES
018100         COMPUTE WS-EL-FILLER-COUNT =
018200             WS-NEXT-TOTAL - SH-CARTON-COUNT
018300         COMPUTE WS-EL-LAYERS = WS-LAYERS + 1
018400         MOVE "PARTIAL TOP LAYER - ADD FILLER" TO WS-EL-REASON
018500         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
018600     END-IF.
018700 2000-READ-NEXT.
018800     PERFORM 1100-READ-SHIPMENT THRU 1100-EXIT.
018900 2000-EXIT.
019000     EXIT.
019100*--------------------------------------------------------------
019200* LAYER K OF THE PYRAMID, COUNTING FROM THE TOP, HOLDS K
019300* CARTONS. ADD LAYERS WHILE THE NEXT ONE STILL FITS IN THE
019400* COUNT; THE TOTAL REACHED IS THE TRIANGULAR COUNT BELOW.
019500*--------------------------------------------------------------
019600 3000-COUNT-LAYERS.
019700     MOVE ZERO TO WS-LAYERS WS-BELOW
019800     MOVE 1 TO WS-NEXT-TOTAL
019900     PERFORM 3010-ADD-LAYER THRU 3010-EXIT
020000         UNTIL WS-NEXT-TOTAL > SH-CARTON-COUNT.
020100 3000-EXIT.
020200     EXIT.
020300 3010-ADD-LAYER.
020400     ADD 1 TO WS-LAYERS
020500     MOVE WS-NEXT-TOTAL TO WS-BELOW
020600     COMPUTE WS-NEXT-TOTAL = WS-BELOW + WS-LAYERS + 1.
020700 3010-EXIT.
020800     EXIT.
020900 3100-WRITE-INSTRUCTION.
021000     MOVE SPACES TO INSTRUCTION-RECORD
021100     MOVE SH-SHIPMENT-ID TO SI-SHIPMENT-ID
021200     MOVE SH-CARTON-COUNT TO SI-CARTON-COUNT
021300     MOVE WS-LAYERS TO SI-FULL-LAYERS
021400     MOVE WS-BELOW TO SI-TRIANGULAR-BELOW
021500     COMPUTE SI-LEFTOVER = SH-CARTON-COUNT - WS-BELOW
021600     IF WS-TRI-YES
021700         SET SI-IS-TRIANGULAR TO TRUE
021800         MOVE WS-BELOW TO SI-TRIANGULAR-ABOVE
021900     ELSE
022000         SET SI-NOT-TRIANGULAR TO TRUE
022100         MOVE WS-NEXT-TOTAL TO SI-TRIANGULAR-ABOVE
022200     END-IF
022300     COMPUTE SI-FOOTPRINT-LENGTH = WS-LAYERS * SH-CARTON-LENGTH
022400     MOVE SH-CARTON-WIDTH TO SI-FOOTPRINT-WIDTH
022500     COMPUTE SI-PYRAMID-HEIGHT = WS-LAYERS * SH-CARTON-HEIGHT
022600     WRITE INSTRUCTION-RECORD
022700     ADD 1 TO WS-INSTRUCTIONS-WRITTEN.
022800 3100-EXIT.
022900     EXIT.
023000 4000-WRITE-EXCEPTION.
023100     WRITE EX-RECORD FROM WS-EXCEPTION-LINE
023200     ADD 1 TO WS-EXCEPTIONS-WRITTEN.
023300 4000-EXIT.
023400     EXIT.
023500 9000-TERMINATE.
023600     DISPLAY "PALLET-STACK-BATCH: SHIPMENTS " WS-SHIPMENTS-READ
023700         " INSTRUCTIONS " WS-INSTRUCTIONS-WRITTEN
023800         " EXCEPTIONS " WS-EXCEPTIONS-WRITTEN
023900     CLOSE SHIPMENT-FILE
024000     CLOSE INSTRUCTION-FILE
024100     CLOSE EXCEPTION-FILE.
024200 9000-EXIT.
024300     EXIT.
024400 END PROGRAM PALLET-STACK-BATCH.
