000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FLOOR-ESTIMATE-BATCH.
000300 AUTHOR. FIT-OUT-ESTIMATING.
000400 INSTALLATION. GEOMETRY-UTILITIES.
000500 DATE-WRITTEN. 2026-10-01.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-01  FOE  INITIAL VERSION - FLOORING AND TRIM
001000*                    ESTIMATE FOR FIT-OUT JOBS. EVERY ROOM ON
001100*                    JOBROOM IS MEASURED THROUGH AREA-OR-
001200*                    PERIMETER-CHECKED FOR ITS FLOOR AREA AND
001300*                    SKIRTING PERIMETER, THE MEASURES ARE TOTALLED
001400*                    BY JOB AND MATERIAL, AND THE MATTAB PACK
001500*                    COVERAGE, WASTAGE AND PRICE TURN THEM INTO
001600*                    PACKS TO ORDER AND COST. WRITES THE BOQRPT
001700*                    BILL OF QUANTITIES AND THE FLOOREST ESTIMATE
001800*                    FILE AREA-PERIM-RECON RECONCILES LATER.
001900*--------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT MATERIAL-TABLE-FILE ASSIGN TO "MATTAB"
002500         ORGANIZATION IS LINE SEQUENTIAL
002600         FILE STATUS IS WS-MATERIAL-STATUS.
002700     SELECT JOB-ROOM-FILE ASSIGN TO "JOBROOM"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-ROOM-STATUS.
003000     SELECT BOQ-REPORT-FILE ASSIGN TO "BOQRPT"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-BOQ-STATUS.
003300     SELECT ESTIMATE-FILE ASSIGN TO "FLOOREST"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-ESTIMATE-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800*--------------------------------------------------------------
003900* MATTAB: ONE LINE PER MATERIAL. TYPE F IS FLOORING, WITH PACK
004000* COVERAGE IN SQUARE METRES; TYPE T IS TRIM, WITH PACK COVERAGE
004100* IN METRES. WASTAGE IS A PERCENTAGE ADDED BEFORE PACKS ARE
004200* ROUNDED UP; PRICE IS PER PACK.
004300*--------------------------------------------------------------
004400 FD  MATERIAL-TABLE-FILE.
004500 01  MATERIAL-TABLE-RECORD.
004600     05  MT-MATERIAL-CODE     PIC X(06).
004700     05  FILLER               PIC X(01).
004800     05  MT-MATERIAL-TYPE     PIC X(01).
004900     05  FILLER               PIC X(01).
005000     05  MT-PACK-COVERAGE     PIC 9(03)V99.
005100     05  FILLER               PIC X(01).
005200     05  MT-WASTAGE-PCT       PIC 9(02)V9.
005300     05  FILLER               PIC X(01).
005400     05  MT-PACK-PRICE        PIC 9(05)V99.
005500     05  FILLER               PIC X(01).
005600     05  MT-DESCRIPTION       PIC X(20).
005700*--------------------------------------------------------------
005800* JOBROOM: ROOMS GROUPED BY JOB. LENGTH AND WIDTH ARE IN
005900* CENTIMETRES. A BLANK MATERIAL CODE MEANS THE ROOM TAKES NO
006000* FLOORING, OR NO TRIM.
006100*--------------------------------------------------------------
006200 FD  JOB-ROOM-FILE.
006300 01  JOB-ROOM-RECORD.
006400     05  JR-JOB-ID            PIC X(08).
006500     05  FILLER               PIC X(01).
006600     05  JR-ROOM-ID           PIC X(10).
006700     05  FILLER               PIC X(01).
006800     05  JR-LENGTH            PIC 9(04).
006900     05  FILLER               PIC X(01).
007000     05  JR-WIDTH             PIC 9(04).
007100     05  FILLER               PIC X(01).
007200     05  JR-FLOOR-MATERIAL    PIC X(06).
007300     05  FILLER               PIC X(01).
007400     05  JR-TRIM-MATERIAL     PIC X(06).
007500 FD  BOQ-REPORT-FILE.
007600 01  BQ-RECORD                PIC X(100).
007700 FD  ESTIMATE-FILE.
007800 COPY FLREST.
007900 WORKING-STORAGE SECTION.
008000 77  WS-MATERIAL-STATUS       PIC X(02)     VALUE SPACES.
008100     88  WS-MATERIAL-OK                     VALUE '00'.
008200     88  WS-MATERIAL-EOF                    VALUE '10'.
008300 77  WS-ROOM-STATUS           PIC X(02)     VALUE SPACES.
008400     88  WS-ROOM-OK                         VALUE '00'.
008500     88  WS-ROOM-EOF                        VALUE '10'.
008600 77  WS-BOQ-STATUS            PIC X(02)     VALUE SPACES.
008700 77  WS-ESTIMATE-STATUS       PIC X(02)     VALUE SPACES.
008800 77  WS-MATERIAL-COUNT        PIC 9(03)     VALUE ZERO COMP.
008900 77  WS-MATERIAL-MAX          PIC 9(03)     VALUE 200 COMP.
009000 77  WS-MT-IX                 PIC 9(03)     VALUE ZERO COMP.
009100 77  WS-MATCH-IX              PIC 9(03)     VALUE ZERO COMP.
009200 77  WS-FLOOR-IX              PIC 9(03)     VALUE ZERO COMP.
009300 77  WS-TRIM-IX               PIC 9(03)     VALUE ZERO COMP.
009400 77  WS-JOB-MAT-COUNT         PIC 9(03)     VALUE ZERO COMP.
009500 77  WS-JOB-MAT-MAX           PIC 9(03)     VALUE 50 COMP.
009600 77  WS-JM-IX                 PIC 9(03)     VALUE ZERO COMP.
009700 77  WS-CURRENT-JOB           PIC X(08)     VALUE SPACES.
009800 77  WS-SEARCH-CODE           PIC X(06)     VALUE SPACES.
009900 77  WS-AREA-CM2              PIC 9(08)     VALUE ZERO.
010000 77  WS-PERIMETER-CM          PIC 9(08)     VALUE ZERO.
010100 77  WS-AREA-M2               PIC 9(06)V99  VALUE ZERO.
010200 77  WS-PERIMETER-M           PIC 9(06)V99  VALUE ZERO.
010300 77  WS-PACK-REMAINDER        PIC 9(06)V99  VALUE ZERO.
010400 77  WS-JOB-COST              PIC 9(09)V99  VALUE ZERO.
010500 77  WS-GRAND-COST            PIC 9(11)V99  VALUE ZERO.
010600 77  WS-ROOMS-READ            PIC 9(06)     VALUE ZERO.
010700 77  WS-ROOMS-REJECTED        PIC 9(06)     VALUE ZERO.
010800 77  WS-JOBS-ESTIMATED        PIC 9(06)     VALUE ZERO.
010900*--------------------------------------------------------------
011000* AREA-OR-PERIMETER-CHECKED PARAMETERS.
011100*--------------------------------------------------------------
011200 01  WS-AOP-L                 PIC 9(04).
011300 01  WS-AOP-W                 PIC 9(04).
011400 01  WS-AOP-RESULT            PIC 9(08).
011500 COPY RETCODE.
011600 01  WS-MATERIAL-TABLE.
011700     05  WS-MT-ENTRY OCCURS 200.
011800         10  WS-MT-CODE       PIC X(06).
011900         10  WS-MT-TYPE       PIC X(01).
012000             88  WS-MT-FLOORING             VALUE 'F'.
012100             88  WS-MT-TRIM                 VALUE 'T'.
012200         10  WS-MT-COVERAGE   PIC 9(03)V99.
012300         10  WS-MT-WASTAGE    PIC 9(02)V9.
012400         10  WS-MT-PRICE      PIC 9(05)V99.
012500         10  WS-MT-DESC       PIC X(20).
012600*--------------------------------------------------------------
012700* THE MATERIALS OF THE JOB IN HAND, IN FIRST-USED ORDER, WITH
012800* THE MEASURED QUANTITY SUMMED OVER ITS ROOMS.
012900*--------------------------------------------------------------
013000 01  WS-JOB-MATERIAL-TABLE.
013100     05  WS-JM-ENTRY OCCURS 50.
013200         10  WS-JM-MT-IX      PIC 9(03) COMP.
013300         10  WS-JM-MEASURED   PIC 9(06)V99.
013400 01  WS-BOQ-TITLE.
013500     05  FILLER               PIC X(40)     VALUE
013600             "FIT-OUT BILL OF QUANTITIES              ".
013700 01  WS-JOB-HEADER.
013800     05  FILLER               PIC X(04)     VALUE "JOB ".
013900     05  WS-JH-JOB-ID         PIC X(08).
014000 01  WS-ROOM-COLUMNS.
014100     05  FILLER               PIC X(40)     VALUE
014200             "  ROOM       LENGTH  WIDTH   AREA M2   P".
014300     05  FILLER               PIC X(40)     VALUE
014400             "ERIM M  FLOOR   TRIM".
014500 01  WS-ROOM-LINE.
014600     05  FILLER               PIC X(02)     VALUE SPACES.
014700     05  WS-RL-ROOM-ID        PIC X(10).
014800     05  FILLER               PIC X(01)     VALUE SPACE.
014900     05  WS-RL-LENGTH         PIC ZZZZZ9.
015000     05  FILLER               PIC X(01)     VALUE SPACE.
015100     05  WS-RL-WIDTH          PIC ZZZZZ9.
015200     05  FILLER               PIC X(01)     VALUE SPACE.
015300     05  WS-RL-AREA           PIC ZZZZZ9.99.
015400     05  FILLER               PIC X(01)     VALUE SPACE.
015500     05  WS-RL-PERIMETER      PIC ZZZZZ9.99.
015600     05  FILLER               PIC X(02)     VALUE SPACES.
015700     05  WS-RL-FLOOR          PIC X(06).
015800     05  FILLER               PIC X(02)     VALUE SPACES.
015900     05  WS-RL-TRIM           PIC X(06).
016000     05  FILLER               PIC X(02)     VALUE SPACES.
016100     05  WS-RL-REASON         PIC X(30).
016200 01  WS-MATERIAL-COLUMNS.
016300     05  FILLER               PIC X(40)     VALUE
016400             "  MATERIAL DESCRIPTION           MEASURE".
016500     05  FILLER               PIC X(40)     VALUE
016600             "D   WASTE     ORDER PACKS          COST".
016700 01  WS-MATERIAL-LINE.
016800     05  FILLER               PIC X(02)     VALUE SPACES.
016900     05  WS-ML-CODE           PIC X(06).
017000     05  FILLER               PIC X(03)     VALUE SPACES.
017100     05  WS-ML-DESC           PIC X(20).
017200     05  FILLER               PIC X(01)     VALUE SPACE.
017300     05  WS-ML-MEASURED       PIC ZZZZZ9.99.
017400     05  FILLER               PIC X(01)     VALUE SPACE.
017500     05  WS-ML-UNIT           PIC X(02).
017600     05  FILLER               PIC X(01)     VALUE SPACE.
017700     05  WS-ML-WASTAGE        PIC Z9.9.
017800     05  FILLER               PIC X(01)     VALUE SPACE.
017900     05  WS-ML-ORDER          PIC ZZZZZ9.99.
018000     05  FILLER               PIC X(01)     VALUE SPACE.
018100     05  WS-ML-PACKS          PIC ZZZZ9.
018200     05  FILLER               PIC X(01)     VALUE SPACE.
018300     05  WS-ML-COST           PIC ZZ,ZZZ,ZZ9.99.
018400 01  WS-JOB-TOTAL-LINE.
018500     05  FILLER               PIC X(40)     VALUE
018600             "  JOB TOTAL                             ".
018700     05  FILLER               PIC X(25)     VALUE SPACES.
018800     05  WS-JT-COST           PIC ZZZ,ZZZ,ZZ9.99.
018900 01  WS-GRAND-TOTAL-LINE.
019000     05  FILLER               PIC X(14)     VALUE
019100             "ALL JOBS      ".
019200     05  WS-GT-JOBS           PIC ZZZZZ9.
019300     05  FILLER               PIC X(13)     VALUE " JOBS  ROOMS ".
019400     05  WS-GT-ROOMS          PIC ZZZZZ9.
019500     05  FILLER               PIC X(10)     VALUE " REJECTED ".
019600     05  WS-GT-REJECTED       PIC ZZZZZ9.
019700     05  FILLER               PIC X(07)     VALUE "  COST ".
019800     05  WS-GT-COST           PIC Z,ZZZ,ZZZ,ZZ9.99.
019900 PROCEDURE DIVISION.
020000 0000-MAINLINE.
020100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020200     PERFORM 2000-TAKE-ONE-JOB THRU 2000-EXIT
020300         UNTIL WS-ROOM-EOF.
020400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020500     STOP RUN.
020600 0000-EXIT.
020700     EXIT.
020800 1000-INITIALIZE.
020900     OPEN INPUT MATERIAL-TABLE-FILE
021000     IF NOT WS-MATERIAL-OK
021100         DISPLAY "FLOOR-ESTIMATE-BATCH: MATTAB NOT AVAILABLE"
021200         MOVE 8 TO RETURN-CODE
021300         STOP RUN
021400     END-IF
021500     PERFORM 1100-LOAD-ONE-MATERIAL THRU 1100-EXIT
021600         UNTIL WS-MATERIAL-EOF
021700     CLOSE MATERIAL-TABLE-FILE
021800     OPEN OUTPUT BOQ-REPORT-FILE
021900     OPEN OUTPUT ESTIMATE-FILE
022000     WRITE BQ-RECORD FROM WS-BOQ-TITLE
022100     OPEN INPUT JOB-ROOM-FILE
022200     IF NOT WS-ROOM-OK
022300         DISPLAY "FLOOR-ESTIMATE-BATCH: JOBROOM NOT AVAILABLE"
022400         MOVE 8 TO RETURN-CODE
022500         SET WS-ROOM-EOF TO TRUE
022600         GO TO 1000-EXIT
022700     END-IF
022800     PERFORM 1200-READ-ROOM THRU 1200-EXIT.
022900 1000-EXIT.
023000     EXIT.
023100 1100-LOAD-ONE-MATERIAL.
023200     READ MATERIAL-TABLE-FILE
023300         AT END GO TO 1100-EXIT
023400     END-READ
023500     IF MT-MATERIAL-CODE = SPACES
023600         OR (MT-MATERIAL-TYPE NOT = 'F'
023700             AND MT-MATERIAL-TYPE NOT = 'T')
023800         OR MT-PACK-COVERAGE IS NOT NUMERIC
023900         OR MT-PACK-COVERAGE = ZERO
024000         OR MT-WASTAGE-PCT IS NOT NUMERIC
024100         OR MT-PACK-PRICE IS NOT NUMERIC
024200         DISPLAY "FLOOR-ESTIMATE-BATCH: MATERIAL IGNORED "
024300             MATERIAL-TABLE-RECORD
024400         GO TO 1100-EXIT
024500     END-IF
024600     IF WS-MATERIAL-COUNT >= WS-MATERIAL-MAX
024700         DISPLAY "FLOOR-ESTIMATE-BATCH: MORE THAN "
024800             WS-MATERIAL-MAX " MATERIALS - RUN STOPPED"
024900         MOVE 8 TO RETURN-CODE
025000         STOP RUN
025100     END-IF
025200     ADD 1 TO WS-MATERIAL-COUNT
025300     MOVE MT-MATERIAL-CODE TO WS-MT-CODE(WS-MATERIAL-COUNT)
025400     MOVE MT-MATERIAL-TYPE TO WS-MT-TYPE(WS-MATERIAL-COUNT)
025500     MOVE MT-PACK-COVERAGE TO WS-MT-COVERAGE(WS-MATERIAL-COUNT)
025600     MOVE MT-WASTAGE-PCT TO WS-MT-WASTAGE(WS-MATERIAL-COUNT)
025700     MOVE MT-PACK-PRICE TO WS-MT-PRICE(WS-MATERIAL-COUNT)
025800     MOVE MT-DESCRIPTION TO WS-MT-DESC(WS-MATERIAL-COUNT).
025900 1100-EXIT.
026000     EXIT.
026100 1200-READ-ROOM.
026200     READ JOB-ROOM-FILE
026300         AT END SET WS-ROOM-EOF TO TRUE
026400     END-READ.
026500 1200-EXIT.
026600     EXIT.
026700*--------------------------------------------------------------
026800* ONE JOB: LIST AND MEASURE ITS ROOMS, THEN PRICE ITS
026900* MATERIALS.
027000*--------------------------------------------------------------
027100 2000-TAKE-ONE-JOB.
027200     MOVE JR-JOB-ID TO WS-CURRENT-JOB
027300     MOVE ZERO TO WS-JOB-MAT-COUNT WS-JOB-COST
027400     MOVE SPACES TO BQ-RECORD
027500     WRITE BQ-RECORD
027600     MOVE WS-CURRENT-JOB TO WS-JH-JOB-ID
027700     WRITE BQ-RECORD FROM WS-JOB-HEADER
027800     WRITE BQ-RECORD FROM WS-ROOM-COLUMNS
027900     PERFORM 2100-TAKE-ONE-ROOM THRU 2100-EXIT
028000         UNTIL WS-ROOM-EOF
028100            OR JR-JOB-ID NOT = WS-CURRENT-JOB
028200     WRITE BQ-RECORD FROM WS-MATERIAL-COLUMNS
028300     PERFORM 3000-PRICE-ONE-MATERIAL THRU 3000-EXIT
028400         VARYING WS-JM-IX FROM 1 BY 1
028500         UNTIL WS-JM-IX > WS-JOB-MAT-COUNT
028600     MOVE WS-JOB-COST TO WS-JT-COST
028700     WRITE BQ-RECORD FROM WS-JOB-TOTAL-LINE
028800     ADD WS-JOB-COST TO WS-GRAND-COST
028900     ADD 1 TO WS-JOBS-ESTIMATED.
029000 2000-EXIT.
029100     EXIT.
029200 2100-TAKE-ONE-ROOM.
029300     ADD 1 TO WS-ROOMS-READ
029400     MOVE JR-ROOM-ID TO WS-RL-ROOM-ID
029500     MOVE JR-FLOOR-MATERIAL TO WS-RL-FLOOR
029600     MOVE JR-TRIM-MATERIAL TO WS-RL-TRIM
029700     MOVE SPACES TO WS-RL-REASON
029800     MOVE ZERO TO WS-RL-LENGTH WS-RL-WIDTH
029900         WS-RL-AREA WS-RL-PERIMETER
030000     IF JR-LENGTH IS NOT NUMERIC OR JR-WIDTH IS NOT NUMERIC
030100         MOVE "REJECTED - BAD DIMENSIONS" TO WS-RL-REASON
030200         GO TO 2100-REJECT
030300     END-IF
030400     MOVE JR-LENGTH TO WS-RL-LENGTH
030500     MOVE JR-WIDTH TO WS-RL-WIDTH
030600     MOVE ZERO TO WS-FLOOR-IX WS-TRIM-IX
030700     IF JR-FLOOR-MATERIAL NOT = SPACES
030800         MOVE JR-FLOOR-MATERIAL TO WS-SEARCH-CODE
030900         PERFORM 2300-FIND-MATERIAL THRU 2300-EXIT
031000         IF WS-MATCH-IX = ZERO
031100             OR NOT WS-MT-FLOORING(WS-MATCH-IX)
031200             MOVE "REJECTED - NOT A FLOORING CODE"
031300                 TO WS-RL-REASON
031400             GO TO 2100-REJECT
031500         END-IF
031600         MOVE WS-MATCH-IX TO WS-FLOOR-IX
031700     END-IF
031800     IF JR-TRIM-MATERIAL NOT = SPACES
031900         MOVE JR-TRIM-MATERIAL TO WS-SEARCH-CODE
032000         PERFORM 2300-FIND-MATERIAL THRU 2300-EXIT
032100         IF WS-MATCH-IX = ZERO
032200             OR NOT WS-MT-TRIM(WS-MATCH-IX)
032300             MOVE "REJECTED - NOT A TRIM CODE" TO WS-RL-REASON
032400             GO TO 2100-REJECT
032500         END-IF
032600         MOVE WS-MATCH-IX TO WS-TRIM-IX
032700     END-IF
032800     PERFORM 2200-MEASURE-ROOM THRU 2200-EXIT
032900     IF NOT UTILITY-RETURN-OK
033000         MOVE "REJECTED - ZERO DIMENSION" TO WS-RL-REASON
033100         GO TO 2100-REJECT
033200     END-IF
033300     MOVE WS-AREA-M2 TO WS-RL-AREA
033400     MOVE WS-PERIMETER-M TO WS-RL-PERIMETER
033500     WRITE BQ-RECORD FROM WS-ROOM-LINE
033600     IF WS-FLOOR-IX > ZERO
033700         MOVE WS-FLOOR-IX TO WS-MT-IX
033800         PERFORM 2400-ADD-JOB-MATERIAL THRU 2400-EXIT
033900         ADD WS-AREA-M2 TO WS-JM-MEASURED(WS-JM-IX)
034000     END-IF
034100     IF WS-TRIM-IX > ZERO
034200         MOVE WS-TRIM-IX TO WS-MT-IX
034300         PERFORM 2400-ADD-JOB-MATERIAL THRU 2400-EXIT
034400         ADD WS-PERIMETER-M TO WS-JM-MEASURED(WS-JM-IX)
034500     END-IF
034600     GO TO 2100-READ-NEXT.
034700 2100-REJECT.
034800     ADD 1 TO WS-ROOMS-REJECTED
035000     WRITE BQ-RECORD FROM WS-ROOM-LINE.
035100 2100-READ-NEXT.
035200     PERFORM 1200-READ-ROOM THRU 1200-EXIT.
035300 2100-EXIT.
035400     EXIT.
035500*--------------------------------------------------------------
035600* AREA-OR-PERIMETER GIVES THE AREA OF A SQUARE ROOM AND THE
035700* PERIMETER OF ANY OTHER, SO THE FIGURE IT RETURNS IS TAKEN AS
035800* WHICHEVER OF THE TWO IT IS AND THE OTHER IS WORKED HERE FROM
035900* THE SAME LENGTH AND WIDTH. CENTIMETRES BECOME METRES.
036000*--------------------------------------------------------------
036100 2200-MEASURE-ROOM.
036200     MOVE JR-LENGTH TO WS-AOP-L
036300     MOVE JR-WIDTH TO WS-AOP-W
036400     CALL "AREA-OR-PERIMETER-CHECKED"
036500         USING WS-AOP-L WS-AOP-W WS-AOP-RESULT
036600               UTILITY-RETURN-CODE
036700     IF NOT UTILITY-RETURN-OK
036800         GO TO 2200-EXIT
036900     END-IF
037000     IF JR-LENGTH = JR-WIDTH
037100         MOVE WS-AOP-RESULT TO WS-AREA-CM2
037200         COMPUTE WS-PERIMETER-CM = JR-LENGTH * 4
037300     ELSE
037400         MOVE WS-AOP-RESULT TO WS-PERIMETER-CM
037500         COMPUTE WS-AREA-CM2 = JR-LENGTH * JR-WIDTH
037600     END-IF
037700     COMPUTE WS-AREA-M2 ROUNDED = WS-AREA-CM2 / 10000
037800     COMPUTE WS-PERIMETER-M ROUNDED = WS-PERIMETER-CM / 100.
037900 2200-EXIT.
038000     EXIT.
038100 2300-FIND-MATERIAL.
038200     MOVE ZERO TO WS-MATCH-IX
038300     PERFORM 2310-SCAN-MATERIAL THRU 2310-EXIT
038400         VARYING WS-MT-IX FROM 1 BY 1
038500         UNTIL WS-MT-IX > WS-MATERIAL-COUNT
038600            OR WS-MATCH-IX > ZERO.
038700 2300-EXIT.
038800     EXIT.
038900 2310-SCAN-MATERIAL.
039000     IF WS-MT-CODE(WS-MT-IX) = WS-SEARCH-CODE
039100         MOVE WS-MT-IX TO WS-MATCH-IX
039200     END-IF.
039300 2310-EXIT.
039400     EXIT.
039500*--------------------------------------------------------------
039600* LEAVE WS-JM-IX ON THE JOB'S ENTRY FOR MATERIAL WS-MT-IX,
039700* ADDING THE ENTRY THE FIRST TIME THE JOB USES THE MATERIAL.
039800*--------------------------------------------------------------
039810 2400-ADD-JOB-MATERIAL.
039820     MOVE ZERO TO WS-MATCH-IX
039830     PERFORM 2410-SCAN-JOB-MATERIAL THRU 2410-EXIT
039840         VARYING WS-JM-IX FROM 1 BY 1
039850         UNTIL WS-JM-IX > WS-JOB-MAT-COUNT
039860            OR WS-MATCH-IX > ZERO
039870     IF WS-MATCH-IX > ZERO
039880         MOVE WS-MATCH-IX TO WS-JM-IX
039890         GO TO 2400-EXIT
039900     END-IF
039910     IF WS-JOB-MAT-COUNT >= WS-JOB-MAT-MAX
039920         DISPLAY "FLOOR-ESTIMATE-BATCH: JOB " WS-CURRENT-JOB
039930             " USES MORE THAN " WS-JOB-MAT-MAX
039940             " MATERIALS - RUN STOPPED"
039950         MOVE 8 TO RETURN-CODE
039960         STOP RUN
039970     END-IF
039980     ADD 1 TO WS-JOB-MAT-COUNT
039990     MOVE WS-JOB-MAT-COUNT TO WS-JM-IX
040000     MOVE WS-MT-IX TO WS-JM-MT-IX(WS-JM-IX)
040010     MOVE ZERO TO WS-JM-MEASURED(WS-JM-IX).
040020 2400-EXIT.
040030     EXIT.
040040 2410-SCAN-JOB-MATERIAL.
040050     IF WS-JM-MT-IX(WS-JM-IX) = WS-MT-IX
040060         MOVE WS-JM-IX TO WS-MATCH-IX
040070     END-IF.
040080 2410-EXIT.
042200     EXIT.
042300*--------------------------------------------------------------
042400* ORDER QUANTITY IS THE MEASURE PLUS THE WASTAGE ALLOWANCE;
042500* PACKS ARE ROUNDED UP TO COVER IT.
042600*--------------------------------------------------------------
042700 3000-PRICE-ONE-MATERIAL.
042800     MOVE WS-JM-MT-IX(WS-JM-IX) TO WS-MT-IX
042900     MOVE SPACES TO FLOOR-ESTIMATE-RECORD
043000     MOVE WS-CURRENT-JOB TO FE-JOB-ID
043100     MOVE WS-MT-CODE(WS-MT-IX) TO FE-MATERIAL-CODE
043200     MOVE WS-MT-TYPE(WS-MT-IX) TO FE-MATERIAL-TYPE
043300     MOVE WS-JM-MEASURED(WS-JM-IX) TO FE-MEASURED-QTY
043400     COMPUTE FE-ORDER-QTY ROUNDED = WS-JM-MEASURED(WS-JM-IX)
043500         * (100 + WS-MT-WASTAGE(WS-MT-IX)) / 100
043600     DIVIDE FE-ORDER-QTY BY WS-MT-COVERAGE(WS-MT-IX)
043700         GIVING FE-PACKS REMAINDER WS-PACK-REMAINDER
043800     IF WS-PACK-REMAINDER > ZERO
043900         ADD 1 TO FE-PACKS
044000     END-IF
044100     COMPUTE FE-COST = FE-PACKS * WS-MT-PRICE(WS-MT-IX)
044200     WRITE FLOOR-ESTIMATE-RECORD
044300     ADD FE-COST TO WS-JOB-COST
044400     MOVE FE-MATERIAL-CODE TO WS-ML-CODE
044500     MOVE WS-MT-DESC(WS-MT-IX) TO WS-ML-DESC
044600     MOVE FE-MEASURED-QTY TO WS-ML-MEASURED
044700     IF FE-FLOORING
044800         MOVE "M2" TO WS-ML-UNIT
044900     ELSE
045000         MOVE "M " TO WS-ML-UNIT
045100     END-IF
045200     MOVE WS-MT-WASTAGE(WS-MT-IX) TO WS-ML-WASTAGE
045300     MOVE FE-ORDER-QTY TO WS-ML-ORDER
045400     MOVE FE-PACKS TO WS-ML-PACKS
045500     MOVE FE-COST TO WS-ML-COST
045600     WRITE BQ-RECORD FROM WS-MATERIAL-LINE.
045700 3000-EXIT.
045800     EXIT.
045900 9000-TERMINATE.
046000     MOVE WS-JOBS-ESTIMATED TO WS-GT-JOBS
046100     MOVE WS-ROOMS-READ TO WS-GT-ROOMS
046200     MOVE WS-ROOMS-REJECTED TO WS-GT-REJECTED
046300     MOVE WS-GRAND-COST TO WS-GT-COST
046400     MOVE SPACES TO BQ-RECORD
046500     WRITE BQ-RECORD
046600     WRITE BQ-RECORD FROM WS-GRAND-TOTAL-LINE
046610     IF WS-ROOMS-REJECTED > ZERO
046620         MOVE 4 TO RETURN-CODE
046630     END-IF
046700     DISPLAY "FLOOR-ESTIMATE-BATCH: JOBS " WS-JOBS-ESTIMATED
046800         " ROOMS " WS-ROOMS-READ
046900         " REJECTED " WS-ROOMS-REJECTED
047000     CLOSE JOB-ROOM-FILE
047100     CLOSE BOQ-REPORT-FILE
047200     CLOSE ESTIMATE-FILE.
047300 9000-EXIT.
047400     EXIT.
047500 END PROGRAM FLOOR-ESTIMATE-BATCH.
