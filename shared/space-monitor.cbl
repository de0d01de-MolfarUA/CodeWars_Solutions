000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SPACE-MONITOR.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  BJC  INITIAL VERSION - SPACE-USAGE MONITOR FOR
001000*                    THE BATCH DATASETS. TWO B37 ABENDS THIS
001100*                    QUARTER (PRIMESVE AND THE APPEND-FOREVER
001200*                    CONTROL FILES) GAVE NO WARNING BUT THE
001300*                    ABEND ITSELF. EACH CYCLE THIS JOB COUNTS
001400*                    THE RECORDS OF EVERY DATASET ON THE
001500*                    SPACEPOL LIST (DD NAME, RECORD LENGTH, THE
001600*                    SPACE ITS ALLOCATION CAN REACH, DATASET
001700*                    NAME), RECORDS COUNT AND SPACE ON THE
001800*                    SPACEHST HISTORY, AND FITS A LEAST-SQUARES
001900*                    GROWTH TREND PER DATASET OVER THAT HISTORY
002000*                    THE WAY CAPACITY-FORECAST DOES FOR ELAPSED
002100*                    TIME. SPACERPT SHOWS EACH DATASET'S USE,
002200*                    GROWTH PER CYCLE, AND PROJECTED CYCLES AND
002300*                    DAYS TO FULL; A DATASET PROJECTED TO FILL
002400*                    WITHIN RUNOPTS SPACEMON ALERTCYCLES (30),
002500*                    OR ALREADY FULL, RAISES AN OPALERT ENTRY,
002600*                    AS DOES ONE THAT HAD BEEN GROWING AND HAS
002700*                    NOT MOVED FOR STALLCYCLES (3) CYCLES - ITS
002800*                    WRITER HAS PROBABLY STOPPED. RETURN CODE 4
002900*                    WHEN ANY ALERT WAS RAISED OR A LISTED
003000*                    DATASET COULD NOT BE READ.
003100*--------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT SPACE-POLICY-FILE ASSIGN TO "SPACEPOL"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-POLICY-STATUS.
003900     SELECT MEASURED-FILE ASSIGN TO WS-MEASURED-NAME
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-MEASURED-STATUS.
004200     SELECT SPACE-HISTORY-FILE ASSIGN TO "SPACEHST"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-HISTORY-STATUS.
004500     SELECT CYCLE-ID-FILE ASSIGN TO "CYCLEID"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-CYCLE-STATUS.
004800     SELECT OPERATOR-ALERT-FILE ASSIGN TO "OPALERT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-ALERT-STATUS.
005100     SELECT SPACE-REPORT-FILE ASSIGN TO "SPACERPT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-REPORT-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600*--------------------------------------------------------------
005700* SPACEPOL: ONE ROW PER MONITORED SEQUENTIAL DATASET - ITS DD
005800* NAME IN THE MONITOR STEP, ITS RECORD LENGTH, THE KILOBYTES
005900* ITS SPACE PARAMETER CAN REACH (PRIMARY PLUS ALL SECONDARY
006000* EXTENTS), AND THE DATASET NAME FOR THE REPORT. A NEW DATASET
006100* ONLY NEEDS A ROW AND A DD STATEMENT. A ROW STARTING * IS A
006200* COMMENT.
006300*   PRIMESVE 00080 000045000 PROD.BATCH.PRIMESVE
006400*--------------------------------------------------------------
006500 FD  SPACE-POLICY-FILE.
006600 01  SPACE-POLICY-RECORD.
006700     05  SP-DD-NAME              PIC X(08).
006800     05  FILLER                  PIC X(01).
006900     05  SP-RECORD-LENGTH        PIC 9(05).
007000     05  FILLER                  PIC X(01).
007100     05  SP-ALLOCATED-KB         PIC 9(09).
007200     05  FILLER                  PIC X(01).
007300     05  SP-DATASET-NAME         PIC X(44).
007400 FD  MEASURED-FILE.
007500 01  MEASURED-RECORD             PIC X(1024).
007600 FD  SPACE-HISTORY-FILE.
007700 COPY SPACEHST.
007800 FD  CYCLE-ID-FILE.
007900 01  CYCLE-ID-RECORD             PIC X(12).
008000 FD  OPERATOR-ALERT-FILE.
008100 01  OA-RECORD                   PIC X(80).
008200 FD  SPACE-REPORT-FILE.
008300 01  SR-RECORD                   PIC X(132).
008400 WORKING-STORAGE SECTION.
008500 77  WS-POLICY-STATUS            PIC X(02)       VALUE SPACES.
008600     88  WS-POLICY-OK                            VALUE '00'.
008700     88  WS-POLICY-EOF                           VALUE '10'.
008800 77  WS-MEASURED-STATUS          PIC X(02)       VALUE SPACES.
008900     88  WS-MEASURED-OK                          VALUE '00'.
009000     88  WS-MEASURED-EOF                         VALUE '10'.
009100 77  WS-HISTORY-STATUS           PIC X(02)       VALUE SPACES.
009200     88  WS-HISTORY-OK                           VALUE '00'.
009300     88  WS-HISTORY-EOF                          VALUE '10'.
009400 77  WS-CYCLE-STATUS             PIC X(02)       VALUE SPACES.
009500     88  WS-CYCLE-OK                             VALUE '00'.
009600 77  WS-ALERT-STATUS             PIC X(02)       VALUE SPACES.
009700     88  WS-ALERT-OK                             VALUE '00'.
009800 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
009900     88  WS-REPORT-OK                            VALUE '00'.
010000 77  WS-MEASURED-NAME            PIC X(08)       VALUE SPACES.
010100 77  WS-DS-COUNT                 PIC 9(04)       VALUE ZERO COMP.
010200 77  WS-DS-MAX                   PIC 9(04)       VALUE 100 COMP.
010300 77  WS-DS-IX                    PIC 9(04)       VALUE ZERO COMP.
010400 77  WS-MATCH-IX                 PIC 9(04)       VALUE ZERO COMP.
010500 77  WS-ALERT-CYCLES             PIC 9(05)       VALUE ZERO.
010600 77  WS-STALL-CYCLES             PIC 9(05)       VALUE ZERO.
010700 77  WS-RECORDS-READ             PIC 9(10)       VALUE ZERO.
010800 77  WS-OBS-COUNT                PIC 9(10)       VALUE ZERO.
010900 77  WS-OBS-USED-KB              PIC 9(09)       VALUE ZERO.
011000 77  WS-OBS-DATE                 PIC 9(08)       VALUE ZERO.
011100 77  WS-NUMERATOR                PIC S9(18)      VALUE ZERO.
011200 77  WS-DENOMINATOR              PIC S9(18)      VALUE ZERO.
011300 77  WS-REMAINING-KB             PIC S9(10)      VALUE ZERO.
011400 77  WS-CYCLES-TO-FULL           PIC 9(05)       VALUE ZERO.
011500 77  WS-DAYS-TO-FULL             PIC 9(05)       VALUE ZERO.
011600 77  WS-DAYS-PER-CYCLE           PIC 9(05)V99    VALUE ZERO.
011700 77  WS-PROJECTION               PIC 9(12)V99    VALUE ZERO.
011800 77  WS-SPAN-DAYS                PIC S9(09)      VALUE ZERO.
011900 77  WS-ALERT-COUNT              PIC 9(05)       VALUE ZERO COMP.
012000 77  WS-MISSING-COUNT            PIC 9(05)       VALUE ZERO COMP.
012100 77  WS-STALLED-COUNT            PIC 9(05)       VALUE ZERO COMP.
012200 77  WS-RECORDED-COUNT           PIC 9(05)       VALUE ZERO COMP.
012300 77  WS-HIGHEST-RC               PIC 9(04)       VALUE ZERO.
012400 01  WS-TODAY                    PIC 9(08)       VALUE ZERO.
012500 01  WS-CYCLE-ID                 PIC X(12)       VALUE ZEROS.
012600*--------------------------------------------------------------
012700* ONE ENTRY PER SPACEPOL ROW: WHAT WAS MEASURED THIS CYCLE,
012800* AND THE TREND SUMS OVER ITS HISTORY (OBSERVATION ORDINAL AS
012900* X, KILOBYTES USED AS Y). FLAT-RUN COUNTS THE TRAILING
013000* OBSERVATIONS WHOSE RECORD COUNT DID NOT MOVE.
013100*--------------------------------------------------------------
013200 01  WS-DATASET-TABLE.
013300     05  WS-DS-ENTRY OCCURS 100.
013400         10  WS-DS-DD-NAME       PIC X(08).
013500         10  WS-DS-DATASET-NAME  PIC X(44).
013600         10  WS-DS-RECORD-LENGTH PIC 9(05).
013700         10  WS-DS-ALLOCATED-KB  PIC 9(09).
013800         10  WS-DS-FOUND-SW      PIC X(01).
013900             88  WS-DS-FOUND                 VALUE 'Y'.
014000         10  WS-DS-RECORDED-SW   PIC X(01).
014100             88  WS-DS-RECORDED              VALUE 'Y'.
014200         10  WS-DS-RECORD-COUNT  PIC 9(10).
014300         10  WS-DS-USED-KB       PIC 9(09).
014400         10  WS-DS-PERCENT-USED  PIC 9(03).
014500         10  WS-DS-N             PIC 9(05).
014600         10  WS-DS-SUM-X         PIC 9(09).
014700         10  WS-DS-SUM-Y         PIC 9(15).
014800         10  WS-DS-SUM-XY        PIC 9(18).
014900         10  WS-DS-SUM-XX        PIC 9(12).
015000         10  WS-DS-FIRST-DATE    PIC 9(08).
015100         10  WS-DS-LAST-DATE     PIC 9(08).
015200         10  WS-DS-LAST-COUNT    PIC 9(10).
015300         10  WS-DS-FLAT-RUN      PIC 9(05).
015400         10  WS-DS-SLOPE         PIC S9(09)V99.
015500 01  WS-REPORT-HEADER.
015600     05  FILLER                  PIC X(32)       VALUE
015700             "BATCH DATASET SPACE MONITOR  ".
015800     05  FILLER                  PIC X(06)       VALUE "CYCLE ".
015900     05  WS-RH-CYCLE             PIC X(12).
016000     05  FILLER                  PIC X(07)       VALUE
016100             "  DATE ".
016200     05  WS-RH-DATE              PIC 9(08).
016300     05  FILLER                  PIC X(15)       VALUE
016400             "  ALERTCYCLES ".
016500     05  WS-RH-ALERT-CYCLES      PIC Z(04)9.
016600     05  FILLER                  PIC X(15)       VALUE
016700             "  STALLCYCLES ".
016800     05  WS-RH-STALL-CYCLES      PIC Z(04)9.
016900 01  WS-COLUMN-LINE.
017000     05  FILLER                  PIC X(09)       VALUE
017100             "DDNAME   ".
017200     05  FILLER                  PIC X(45)       VALUE
017300             "DATASET NAME".
017400     05  FILLER                  PIC X(11)       VALUE
017500             "   RECORDS ".
017600     05  FILLER                  PIC X(10)       VALUE
017700             "  USED-KB ".
017800     05  FILLER                  PIC X(10)       VALUE
017900             " ALLOC-KB ".
018000     05  FILLER                  PIC X(05)       VALUE
018100             "USED ".
018200     05  FILLER                  PIC X(12)       VALUE
018300             "   KB/CYCLE ".
018400     05  FILLER                  PIC X(06)       VALUE
018500             "CYCLES".
018600     05  FILLER                  PIC X(06)       VALUE
018700             "  DAYS".
018800     05  FILLER                  PIC X(06)       VALUE
018900             " NOTE".
019000 01  WS-DETAIL-LINE.
019100     05  WS-DL-DD-NAME           PIC X(08).
019200     05  FILLER                  PIC X(01)       VALUE SPACE.
019300     05  WS-DL-DATASET-NAME      PIC X(44).
019400     05  FILLER                  PIC X(01)       VALUE SPACE.
019500     05  WS-DL-RECORDS           PIC Z(09)9.
019600     05  FILLER                  PIC X(01)       VALUE SPACE.
019700     05  WS-DL-USED-KB           PIC Z(08)9.
019800     05  FILLER                  PIC X(01)       VALUE SPACE.
019900     05  WS-DL-ALLOCATED-KB      PIC Z(08)9.
020000     05  FILLER                  PIC X(01)       VALUE SPACE.
020100     05  WS-DL-PERCENT           PIC ZZ9.
020200     05  FILLER                  PIC X(01)       VALUE "%".
020300     05  FILLER                  PIC X(01)       VALUE SPACE.
020400     05  WS-DL-SLOPE             PIC +(07)9.99.
020500     05  FILLER                  PIC X(01)       VALUE SPACE.
020600     05  WS-DL-CYCLES            PIC Z(04)9  BLANK WHEN ZERO.
020700     05  FILLER                  PIC X(01)       VALUE SPACE.
020800     05  WS-DL-DAYS              PIC Z(04)9  BLANK WHEN ZERO.
020900     05  FILLER                  PIC X(01)       VALUE SPACE.
021000     05  WS-DL-NOTE              PIC X(16).
021100 01  WS-ALERT-LINE.
021200     05  WS-AL-SEVERITY          PIC X(08).
021300     05  FILLER                  PIC X(01)       VALUE SPACE.
021400     05  WS-AL-DD-NAME           PIC X(08).
021500     05  FILLER                  PIC X(01)       VALUE SPACE.
021600     05  WS-AL-TEXT              PIC X(62).
021700 01  WS-FULL-TEXT.
021800     05  FILLER                  PIC X(14)       VALUE
021900             "SPACE FULL IN ".
022000     05  WS-FT-CYCLES            PIC Z(04)9.
022100     05  FILLER                  PIC X(15)       VALUE
022200             " CYCLES, ABOUT ".
022300     05  WS-FT-DAYS              PIC Z(04)9.
022400     05  FILLER                  PIC X(07)       VALUE
022500             " DAYS, ".
022600     05  WS-FT-PERCENT           PIC ZZ9.
022700     05  FILLER                  PIC X(06)       VALUE
022800             "% USED".
022900 01  WS-EXHAUSTED-TEXT.
023000     05  FILLER                  PIC X(23)       VALUE
023100             "ALLOCATION EXHAUSTED - ".
023200     05  WS-XT-PERCENT           PIC ZZ9.
023300     05  FILLER                  PIC X(06)       VALUE
023400             "% USED".
023500 01  WS-STALL-TEXT.
023600     05  FILLER                  PIC X(29)       VALUE
023700             "STOPPED GROWING - UNCHANGED ".
023800     05  WS-ST-CYCLES            PIC Z(04)9.
023900     05  FILLER                  PIC X(24)       VALUE
024000             " CYCLES AFTER RISING".
024100 01  WS-SUMMARY-LINE.
024200     05  FILLER                  PIC X(11)       VALUE
024300             "DATASETS = ".
024400     05  WS-SL-DATASETS          PIC Z(04)9.
024500     05  FILLER                  PIC X(13)       VALUE
024600             "  RECORDED = ".
024700     05  WS-SL-RECORDED          PIC Z(04)9.
024800     05  FILLER                  PIC X(12)       VALUE
024900             "  MISSING = ".
025000     05  WS-SL-MISSING           PIC Z(04)9.
025100     05  FILLER                  PIC X(12)       VALUE
025200             "  STALLED = ".
025300     05  WS-SL-STALLED           PIC Z(04)9.
025400     05  FILLER                  PIC X(11)       VALUE
025500             "  ALERTS = ".
025600     05  WS-SL-ALERTS            PIC Z(04)9.
025700 COPY RUNOPTS.
025800 PROCEDURE DIVISION.
025900 0000-MAINLINE.
026000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026100     PERFORM 2000-MEASURE-DATASETS THRU 2000-EXIT
026200     PERFORM 3000-LOAD-HISTORY THRU 3000-EXIT
026300     PERFORM 4000-RECORD-CYCLE THRU 4000-EXIT
026400     PERFORM 5000-PROJECT-AND-REPORT THRU 5000-EXIT
026500     PERFORM 9000-TERMINATE THRU 9000-EXIT
026600     STOP RUN.
026700 0000-EXIT.
026800     EXIT.
026900 1000-INITIALIZE.
027000     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
027100     PERFORM 1100-LOAD-CYCLE-ID THRU 1100-EXIT
027200     PERFORM 1200-LOAD-OPTIONS THRU 1200-EXIT
027300     OPEN OUTPUT SPACE-REPORT-FILE
027400     MOVE WS-CYCLE-ID TO WS-RH-CYCLE
027500     MOVE WS-TODAY TO WS-RH-DATE
027600     MOVE WS-ALERT-CYCLES TO WS-RH-ALERT-CYCLES
027700     MOVE WS-STALL-CYCLES TO WS-RH-STALL-CYCLES
027800     WRITE SR-RECORD FROM WS-REPORT-HEADER
027900     WRITE SR-RECORD FROM WS-COLUMN-LINE
028000     PERFORM 1300-LOAD-POLICY THRU 1300-EXIT.
028100 1000-EXIT.
028200     EXIT.
028300 1100-LOAD-CYCLE-ID.
028400     OPEN INPUT CYCLE-ID-FILE
028500     IF NOT WS-CYCLE-OK
028600         GO TO 1100-EXIT
028700     END-IF
028800     READ CYCLE-ID-FILE
028900         AT END MOVE ZEROS TO CYCLE-ID-RECORD
029000     END-READ
029100     MOVE CYCLE-ID-RECORD TO WS-CYCLE-ID
029200     CLOSE CYCLE-ID-FILE.
029300 1100-EXIT.
029400     EXIT.
029500*--------------------------------------------------------------
029600* RUNOPTS UNDER SPACEMON: ALERTCYCLES IS THE HORIZON INSIDE
029700* WHICH A PROJECTED FILL RAISES AN ALERT, STALLCYCLES HOW
029800* MANY CYCLES A RISING DATASET MAY STAND STILL BEFORE IT IS
029900* REPORTED AS STOPPED.
030000*--------------------------------------------------------------
030100 1200-LOAD-OPTIONS.
030200     MOVE "SPACEMON" TO OPT-PROGRAM-ID
030300     MOVE "ALERTCYCLES     " TO OPT-KEY
030400     MOVE 30 TO OPT-DEFAULT-VALUE
030500     CALL "OPTIONS-LOADER" USING RUN-OPTIONS-REQUEST
030600     MOVE OPT-VALUE TO WS-ALERT-CYCLES
030700     MOVE "STALLCYCLES     " TO OPT-KEY
030800     MOVE 3 TO OPT-DEFAULT-VALUE
030900     CALL "OPTIONS-LOADER" USING RUN-OPTIONS-REQUEST
031000     IF OPT-VALUE > ZERO
031100         MOVE OPT-VALUE TO WS-STALL-CYCLES
031200     ELSE
031300         MOVE OPT-DEFAULT-VALUE TO WS-STALL-CYCLES
031400     END-IF.
031500 1200-EXIT.
031600     EXIT.
031700 1300-LOAD-POLICY.
031800     OPEN INPUT SPACE-POLICY-FILE
031900     IF NOT WS-POLICY-OK
032000         GO TO 1300-EXIT
032100     END-IF
032200     PERFORM 1310-READ-POLICY THRU 1310-EXIT
032300     PERFORM 1320-STORE-ONE-POLICY THRU 1320-EXIT
032400         UNTIL WS-POLICY-EOF
032500            OR WS-DS-COUNT >= WS-DS-MAX
032600     CLOSE SPACE-POLICY-FILE.
032700 1300-EXIT.
032800     EXIT.
032900 1310-READ-POLICY.
033000     READ SPACE-POLICY-FILE
033100         AT END SET WS-POLICY-EOF TO TRUE
033200     END-READ.
033300 1310-EXIT.
033400     EXIT.
033500 1320-STORE-ONE-POLICY.
033600     IF SP-DD-NAME(1:1) = '*' OR SP-DD-NAME = SPACES
033700         PERFORM 1310-READ-POLICY THRU 1310-EXIT
033800         GO TO 1320-EXIT
033900     END-IF
034000     ADD 1 TO WS-DS-COUNT
034100     INITIALIZE WS-DS-ENTRY(WS-DS-COUNT)
034200     MOVE SP-DD-NAME TO WS-DS-DD-NAME(WS-DS-COUNT)
034300     MOVE SP-DATASET-NAME TO WS-DS-DATASET-NAME(WS-DS-COUNT)
034400     IF SP-RECORD-LENGTH IS NUMERIC
034500         MOVE SP-RECORD-LENGTH
034600             TO WS-DS-RECORD-LENGTH(WS-DS-COUNT)
034700     END-IF
034800     IF SP-ALLOCATED-KB IS NUMERIC
034900         MOVE SP-ALLOCATED-KB
035000             TO WS-DS-ALLOCATED-KB(WS-DS-COUNT)
035100     END-IF
035200     MOVE 'N' TO WS-DS-FOUND-SW(WS-DS-COUNT)
035300     MOVE 'N' TO WS-DS-RECORDED-SW(WS-DS-COUNT)
035400     PERFORM 1310-READ-POLICY THRU 1310-EXIT.
035500 1320-EXIT.
035600     EXIT.
035700*--------------------------------------------------------------
035800* COUNT EACH LISTED DATASET THROUGH ITS OWN DD. THE SPACE IT
035900* OCCUPIES IS RECORDS TIMES RECORD LENGTH, IN WHOLE KILOBYTES.
036000*--------------------------------------------------------------
036100 2000-MEASURE-DATASETS.
036200     PERFORM 2100-MEASURE-ONE-DATASET THRU 2100-EXIT
036300         VARYING WS-DS-IX FROM 1 BY 1
036400         UNTIL WS-DS-IX > WS-DS-COUNT.
036500 2000-EXIT.
036600     EXIT.
036700 2100-MEASURE-ONE-DATASET.
036800     MOVE WS-DS-DD-NAME(WS-DS-IX) TO WS-MEASURED-NAME
036900     OPEN INPUT MEASURED-FILE
037000     IF NOT WS-MEASURED-OK
037100         ADD 1 TO WS-MISSING-COUNT
037200         GO TO 2100-EXIT
037300     END-IF
037400     MOVE ZERO TO WS-RECORDS-READ
037500     PERFORM 2110-READ-MEASURED THRU 2110-EXIT
037600         UNTIL WS-MEASURED-EOF
037700     CLOSE MEASURED-FILE
037800     MOVE 'Y' TO WS-DS-FOUND-SW(WS-DS-IX)
037900     MOVE WS-RECORDS-READ TO WS-DS-RECORD-COUNT(WS-DS-IX)
038000     COMPUTE WS-DS-USED-KB(WS-DS-IX) =
038100         (WS-RECORDS-READ * WS-DS-RECORD-LENGTH(WS-DS-IX)
038200          + 1023) / 1024
038300     IF WS-DS-ALLOCATED-KB(WS-DS-IX) > ZERO
038400         COMPUTE WS-PROJECTION =
038500             WS-DS-USED-KB(WS-DS-IX) * 100
038600             / WS-DS-ALLOCATED-KB(WS-DS-IX)
038700         IF WS-PROJECTION > 999
038800             MOVE 999 TO WS-DS-PERCENT-USED(WS-DS-IX)
038900         ELSE
039000             MOVE WS-PROJECTION
039100                 TO WS-DS-PERCENT-USED(WS-DS-IX)
039200         END-IF
039300     END-IF.
039400 2100-EXIT.
039500     EXIT.
039600 2110-READ-MEASURED.
039700     READ MEASURED-FILE
039800         AT END SET WS-MEASURED-EOF TO TRUE
039900     END-READ
040000     IF NOT WS-MEASURED-EOF
040100         ADD 1 TO WS-RECORDS-READ
040200     END-IF.
040300 2110-EXIT.
040400     EXIT.
040500*--------------------------------------------------------------
040600* POST EVERY EARLIER OBSERVATION OF A LISTED DATASET TO ITS
040700* TREND. ONE ALREADY TAKEN UNDER THIS CYCLE'S ID MEANS THE JOB
040800* IS BEING RERUN: THAT DATASET IS NOT RECORDED A SECOND TIME.
040900*--------------------------------------------------------------
041000 3000-LOAD-HISTORY.
041100     OPEN INPUT SPACE-HISTORY-FILE
041200     IF NOT WS-HISTORY-OK
041300         GO TO 3000-EXIT
041400     END-IF
041500     PERFORM 3100-READ-HISTORY THRU 3100-EXIT
041600     PERFORM 3200-TAKE-ONE-HISTORY THRU 3200-EXIT
041700         UNTIL WS-HISTORY-EOF
041800     CLOSE SPACE-HISTORY-FILE.
041900 3000-EXIT.
042000     EXIT.
042100 3100-READ-HISTORY.
042200     READ SPACE-HISTORY-FILE
042300         AT END SET WS-HISTORY-EOF TO TRUE
042400     END-READ.
042500 3100-EXIT.
042600     EXIT.
042700 3200-TAKE-ONE-HISTORY.
042800     MOVE ZERO TO WS-MATCH-IX
042900     PERFORM 3210-SCAN-DATASETS THRU 3210-EXIT
043000         VARYING WS-DS-IX FROM 1 BY 1
043100         UNTIL WS-DS-IX > WS-DS-COUNT
043200            OR WS-MATCH-IX > ZERO
043300     IF WS-MATCH-IX = ZERO
043400         OR SH-RECORD-COUNT NOT NUMERIC
043500         OR SH-USED-KB NOT NUMERIC
043600         OR SH-DATE NOT NUMERIC
043700         PERFORM 3100-READ-HISTORY THRU 3100-EXIT
043800         GO TO 3200-EXIT
043900     END-IF
044000     MOVE WS-MATCH-IX TO WS-DS-IX
044100     IF SH-CYCLE-ID = WS-CYCLE-ID
044200         AND WS-CYCLE-ID NOT = ZEROS
044300         MOVE 'Y' TO WS-DS-RECORDED-SW(WS-DS-IX)
044400     END-IF
044500     MOVE SH-RECORD-COUNT TO WS-OBS-COUNT
044600     MOVE SH-USED-KB TO WS-OBS-USED-KB
044700     MOVE SH-DATE TO WS-OBS-DATE
044800     PERFORM 3300-POST-OBSERVATION THRU 3300-EXIT
044900     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
045000 3200-EXIT.
045100     EXIT.
045200 3210-SCAN-DATASETS.
045300     IF WS-DS-DD-NAME(WS-DS-IX) = SH-DD-NAME
045400         MOVE WS-DS-IX TO WS-MATCH-IX
045500     END-IF.
045600 3210-EXIT.
045700     EXIT.
045800 3300-POST-OBSERVATION.
045900     ADD 1 TO WS-DS-N(WS-DS-IX)
046000     ADD WS-DS-N(WS-DS-IX) TO WS-DS-SUM-X(WS-DS-IX)
046100     ADD WS-OBS-USED-KB TO WS-DS-SUM-Y(WS-DS-IX)
046200     COMPUTE WS-DS-SUM-XY(WS-DS-IX) =
046300         WS-DS-SUM-XY(WS-DS-IX)
046400         + WS-DS-N(WS-DS-IX) * WS-OBS-USED-KB
046500     COMPUTE WS-DS-SUM-XX(WS-DS-IX) =
046600         WS-DS-SUM-XX(WS-DS-IX)
046700         + WS-DS-N(WS-DS-IX) * WS-DS-N(WS-DS-IX)
046800     IF WS-DS-N(WS-DS-IX) = 1
046900         MOVE WS-OBS-DATE TO WS-DS-FIRST-DATE(WS-DS-IX)
047000         MOVE ZERO TO WS-DS-FLAT-RUN(WS-DS-IX)
047100     ELSE
047200         IF WS-OBS-COUNT = WS-DS-LAST-COUNT(WS-DS-IX)
047300             ADD 1 TO WS-DS-FLAT-RUN(WS-DS-IX)
047400         ELSE
047500             MOVE ZERO TO WS-DS-FLAT-RUN(WS-DS-IX)
047600         END-IF
047700     END-IF
047800     MOVE WS-OBS-DATE TO WS-DS-LAST-DATE(WS-DS-IX)
047900     MOVE WS-OBS-COUNT TO WS-DS-LAST-COUNT(WS-DS-IX).
048000 3300-EXIT.
048100     EXIT.
048200*--------------------------------------------------------------
048300* APPEND THIS CYCLE'S OBSERVATIONS AND POST THEM LAST, SO THE
048400* TREND ENDS WITH TODAY.
048500*--------------------------------------------------------------
048600 4000-RECORD-CYCLE.
048700     OPEN EXTEND SPACE-HISTORY-FILE
048800     IF NOT WS-HISTORY-OK
048900         OPEN OUTPUT SPACE-HISTORY-FILE
049000     END-IF
049100     PERFORM 4100-RECORD-ONE-DATASET THRU 4100-EXIT
049200         VARYING WS-DS-IX FROM 1 BY 1
049300         UNTIL WS-DS-IX > WS-DS-COUNT
049400     CLOSE SPACE-HISTORY-FILE.
049500 4000-EXIT.
049600     EXIT.
049700 4100-RECORD-ONE-DATASET.
049800     IF NOT WS-DS-FOUND(WS-DS-IX)
049900         OR WS-DS-RECORDED(WS-DS-IX)
050000         GO TO 4100-EXIT
050100     END-IF
050200     MOVE SPACES TO SPACE-HISTORY-RECORD
050300     MOVE WS-CYCLE-ID TO SH-CYCLE-ID
050400     MOVE WS-TODAY TO SH-DATE
050500     MOVE WS-DS-DD-NAME(WS-DS-IX) TO SH-DD-NAME
050600     MOVE WS-DS-RECORD-COUNT(WS-DS-IX) TO SH-RECORD-COUNT
050700     MOVE WS-DS-USED-KB(WS-DS-IX) TO SH-USED-KB
050800     MOVE WS-DS-ALLOCATED-KB(WS-DS-IX) TO SH-ALLOCATED-KB
050900     MOVE WS-DS-PERCENT-USED(WS-DS-IX) TO SH-PERCENT-USED
051000     WRITE SPACE-HISTORY-RECORD
051100     ADD 1 TO WS-RECORDED-COUNT
051200     MOVE WS-DS-RECORD-COUNT(WS-DS-IX) TO WS-OBS-COUNT
051300     MOVE WS-DS-USED-KB(WS-DS-IX) TO WS-OBS-USED-KB
051400     MOVE WS-TODAY TO WS-OBS-DATE
051500     PERFORM 3300-POST-OBSERVATION THRU 3300-EXIT.
051600 4100-EXIT.
051700     EXIT.
051800*--------------------------------------------------------------
051900* ORDINARY LEAST SQUARES PER DATASET, AS CAPACITY-FORECAST:
052000* SLOPE = (N*SXY - SX*SY) / (N*SXX - SX*SX) KILOBYTES A
052100* CYCLE. CYCLES TO FULL IS THE HEADROOM OVER THE SLOPE; DAYS
052200* TO FULL SCALES THAT BY THE AVERAGE CALENDAR DAYS BETWEEN
052300* OBSERVATIONS. OPALERT IS APPENDED TO, SINCE THE RUNHIST
052400* THRESHOLD MONITOR WRITES IT TOO.
052500*--------------------------------------------------------------
052600 5000-PROJECT-AND-REPORT.
052700     OPEN EXTEND OPERATOR-ALERT-FILE
052800     IF NOT WS-ALERT-OK
052900         OPEN OUTPUT OPERATOR-ALERT-FILE
053000     END-IF
053100     PERFORM 5100-PROJECT-ONE-DATASET THRU 5100-EXIT
053200         VARYING WS-DS-IX FROM 1 BY 1
053300         UNTIL WS-DS-IX > WS-DS-COUNT
053400     CLOSE OPERATOR-ALERT-FILE.
053500 5000-EXIT.
053600     EXIT.
053700 5100-PROJECT-ONE-DATASET.
053800     MOVE SPACES TO WS-DL-NOTE
053900     MOVE WS-DS-DD-NAME(WS-DS-IX) TO WS-DL-DD-NAME
054000     MOVE WS-DS-DATASET-NAME(WS-DS-IX) TO WS-DL-DATASET-NAME
054100     MOVE WS-DS-RECORD-COUNT(WS-DS-IX) TO WS-DL-RECORDS
054200     MOVE WS-DS-USED-KB(WS-DS-IX) TO WS-DL-USED-KB
054300     MOVE WS-DS-ALLOCATED-KB(WS-DS-IX) TO WS-DL-ALLOCATED-KB
054400     MOVE WS-DS-PERCENT-USED(WS-DS-IX) TO WS-DL-PERCENT
054500     MOVE ZERO TO WS-DL-SLOPE WS-DL-CYCLES WS-DL-DAYS
054600     IF NOT WS-DS-FOUND(WS-DS-IX)
054700         MOVE "NOT FOUND" TO WS-DL-NOTE
054800         MOVE 4 TO WS-HIGHEST-RC
054900         WRITE SR-RECORD FROM WS-DETAIL-LINE
055000         GO TO 5100-EXIT
055100     END-IF
055200     PERFORM 5200-FIT-ONE-TREND THRU 5200-EXIT
055300     MOVE WS-DS-SLOPE(WS-DS-IX) TO WS-DL-SLOPE
055400     EVALUATE TRUE
055500         WHEN WS-DS-ALLOCATED-KB(WS-DS-IX) = ZERO
055600             MOVE "NO ALLOCATION" TO WS-DL-NOTE
055700         WHEN WS-DS-USED-KB(WS-DS-IX)
055800                 >= WS-DS-ALLOCATED-KB(WS-DS-IX)
055900             MOVE "FULL" TO WS-DL-NOTE
056000             MOVE ZERO TO WS-CYCLES-TO-FULL WS-DAYS-TO-FULL
056100             MOVE "ERROR" TO WS-AL-SEVERITY
056200             MOVE WS-DS-PERCENT-USED(WS-DS-IX) TO WS-XT-PERCENT
056300             MOVE WS-DS-DD-NAME(WS-DS-IX) TO WS-AL-DD-NAME
056400             MOVE WS-EXHAUSTED-TEXT TO WS-AL-TEXT
056500             PERFORM 5900-WRITE-ALERT THRU 5900-EXIT
056600         WHEN WS-DS-SLOPE(WS-DS-IX) > ZERO
056700             PERFORM 5300-PROJECT-FILL THRU 5300-EXIT
056800             MOVE WS-CYCLES-TO-FULL TO WS-DL-CYCLES
056900             MOVE WS-DAYS-TO-FULL TO WS-DL-DAYS
057000             IF WS-CYCLES-TO-FULL <= WS-ALERT-CYCLES
057100                 MOVE "FILLING" TO WS-DL-NOTE
057200                 MOVE "WARNING" TO WS-AL-SEVERITY
057300                 PERFORM 5400-RAISE-FULL-ALERT THRU 5400-EXIT
057400             END-IF
057500         WHEN OTHER
057600             MOVE "NOT GROWING" TO WS-DL-NOTE
057700     END-EVALUATE
057800     IF WS-DS-SLOPE(WS-DS-IX) > ZERO
057900         AND WS-DS-FLAT-RUN(WS-DS-IX) >= WS-STALL-CYCLES
058000         MOVE "STOPPED GROWING" TO WS-DL-NOTE
058100         ADD 1 TO WS-STALLED-COUNT
058200         MOVE WS-DS-FLAT-RUN(WS-DS-IX) TO WS-ST-CYCLES
058300         MOVE "WARNING" TO WS-AL-SEVERITY
058400         MOVE WS-DS-DD-NAME(WS-DS-IX) TO WS-AL-DD-NAME
058500         MOVE WS-STALL-TEXT TO WS-AL-TEXT
058600         PERFORM 5900-WRITE-ALERT THRU 5900-EXIT
058700     END-IF
058800     WRITE SR-RECORD FROM WS-DETAIL-LINE.
058900 5100-EXIT.
059000     EXIT.
059100 5200-FIT-ONE-TREND.
059200     MOVE ZERO TO WS-DS-SLOPE(WS-DS-IX)
059300     IF WS-DS-N(WS-DS-IX) < 2
059400         GO TO 5200-EXIT
059500     END-IF
059600     COMPUTE WS-NUMERATOR =
059700         WS-DS-N(WS-DS-IX) * WS-DS-SUM-XY(WS-DS-IX)
059800         - WS-DS-SUM-X(WS-DS-IX) * WS-DS-SUM-Y(WS-DS-IX)
059900     COMPUTE WS-DENOMINATOR =
060000         WS-DS-N(WS-DS-IX) * WS-DS-SUM-XX(WS-DS-IX)
060100         - WS-DS-SUM-X(WS-DS-IX) * WS-DS-SUM-X(WS-DS-IX)
060200     IF WS-DENOMINATOR NOT = ZERO
060300         COMPUTE WS-DS-SLOPE(WS-DS-IX) ROUNDED =
060400             WS-NUMERATOR / WS-DENOMINATOR
060500     END-IF.
060600 5200-EXIT.
060700     EXIT.
060800*--------------------------------------------------------------
060900* ONE OBSERVATION A DAY WHEN THE HISTORY SPANS NO DAYS YET.
061000* BOTH PROJECTIONS STOP AT 99999.
061100*--------------------------------------------------------------
061200 5300-PROJECT-FILL.
061300     COMPUTE WS-REMAINING-KB =
061400         WS-DS-ALLOCATED-KB(WS-DS-IX) - WS-DS-USED-KB(WS-DS-IX)
061500     COMPUTE WS-PROJECTION =
061600         WS-REMAINING-KB / WS-DS-SLOPE(WS-DS-IX)
061700     IF WS-PROJECTION > 99999
061800         MOVE 99999 TO WS-CYCLES-TO-FULL
061900     ELSE
062000         MOVE WS-PROJECTION TO WS-CYCLES-TO-FULL
062100     END-IF
062200     MOVE 1 TO WS-DAYS-PER-CYCLE
062300     IF WS-DS-LAST-DATE(WS-DS-IX) > WS-DS-FIRST-DATE(WS-DS-IX)
062400         COMPUTE WS-SPAN-DAYS =
062500             FUNCTION INTEGER-OF-DATE(WS-DS-LAST-DATE(WS-DS-IX))
062600             - FUNCTION INTEGER-OF-DATE
062700                 (WS-DS-FIRST-DATE(WS-DS-IX))
062800         COMPUTE WS-DAYS-PER-CYCLE ROUNDED =
062900             WS-SPAN-DAYS / (WS-DS-N(WS-DS-IX) - 1)
063000     END-IF
063100     COMPUTE WS-PROJECTION =
063200         WS-CYCLES-TO-FULL * WS-DAYS-PER-CYCLE
063300     IF WS-PROJECTION > 99999
063400         MOVE 99999 TO WS-DAYS-TO-FULL
063500     ELSE
063600         MOVE WS-PROJECTION TO WS-DAYS-TO-FULL
063700     END-IF.
063800 5300-EXIT.
063900     EXIT.
064000 5400-RAISE-FULL-ALERT.
064100     MOVE WS-CYCLES-TO-FULL TO WS-FT-CYCLES
064200     MOVE WS-DAYS-TO-FULL TO WS-FT-DAYS
064300     MOVE WS-DS-PERCENT-USED(WS-DS-IX) TO WS-FT-PERCENT
064400     MOVE WS-DS-DD-NAME(WS-DS-IX) TO WS-AL-DD-NAME
064500     MOVE WS-FULL-TEXT TO WS-AL-TEXT
064600     PERFORM 5900-WRITE-ALERT THRU 5900-EXIT.
064700 5400-EXIT.
064800     EXIT.
064900 5900-WRITE-ALERT.
065000     WRITE OA-RECORD FROM WS-ALERT-LINE
065100     ADD 1 TO WS-ALERT-COUNT
065200     MOVE 4 TO WS-HIGHEST-RC.
065300 5900-EXIT.
065400     EXIT.
065500 9000-TERMINATE.
065600     MOVE WS-DS-COUNT TO WS-SL-DATASETS
065700     MOVE WS-RECORDED-COUNT TO WS-SL-RECORDED
065800     MOVE WS-MISSING-COUNT TO WS-SL-MISSING
065900     MOVE WS-STALLED-COUNT TO WS-SL-STALLED
066000     MOVE WS-ALERT-COUNT TO WS-SL-ALERTS
066100     WRITE SR-RECORD FROM WS-SUMMARY-LINE
066200     CLOSE SPACE-REPORT-FILE
066300     MOVE WS-HIGHEST-RC TO RETURN-CODE.
066400 9000-EXIT.
066500     EXIT.
066600 END PROGRAM SPACE-MONITOR.
