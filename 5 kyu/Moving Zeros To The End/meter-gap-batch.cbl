000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. METER-GAP-BATCH.
000300 AUTHOR. LEDGER-GAP-CLOSING.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-01.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-01  LGC  INITIAL VERSION - GAP HANDLING FOR THE
001000*                    UTILITY METER EXTRACT, WHERE A FAILED READ
001100*                    ARRIVES AS A ZERO INTERVAL READING. EACH
001200*                    METER-PERIOD'S READINGS ARE COMPACTED
001300*                    THROUGH MOVE-ZEROS-AUDITED AND ITS
001400*                    ORIGINAL-INDEX TABLE TELLS WHICH INTERVALS
001500*                    SURVIVED; THE REST ARE LISTED AS MISSING
001600*                    ON GAPRPT. EVERY MISSING INTERVAL GETS AN
001700*                    ESTIMATED-READING CANDIDATE ON ESTREAD,
001800*                    INTERPOLATED BETWEEN THE NEAREST GOOD
001900*                    READINGS EITHER SIDE (OR CARRIED FROM THE
002000*                    ONLY SIDE THERE IS), AND A METER MISSING
002100*                    MORE THAN THE METCTL SHARE OF ITS
002200*                    INTERVALS GOES ON THE FIELDVIS LIST.
002210*   2026-10-15  LGC  GAP REPORT DD RENAMED MTRGAP SO IT CANNOT
002220*                    MEET GAP-LEDGER-ANALYTICS' GAPRPT IN ONE
002230*                    JOB.
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT METER-CONTROL-FILE ASSIGN TO "METCTL"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-CONTROL-STATUS.
003100     SELECT METER-READING-FILE ASSIGN TO "METERRD"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-READING-STATUS.
003400     SELECT GAP-REPORT-FILE ASSIGN TO "MTRGAP"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-GAP-STATUS.
003700     SELECT ESTIMATE-FILE ASSIGN TO "ESTREAD"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-ESTIMATE-STATUS.
004000     SELECT FIELD-VISIT-FILE ASSIGN TO "FIELDVIS"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-VISIT-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500*--------------------------------------------------------------
004600* METCTL: THE MISSING-INTERVAL PERCENTAGE ABOVE WHICH A METER IS
004700* SENT FOR A FIELD VISIT, COLUMNS 1-3 (DEFAULT 25).
004800*--------------------------------------------------------------
004900 FD  METER-CONTROL-FILE.
005000 01  METER-CONTROL-CARD.
005100     05  MC-VISIT-PERCENT     PIC 9(03).
005200     05  FILLER               PIC X(77).
005300*--------------------------------------------------------------
005400* METERRD: ONE LINE PER METER AND PERIOD - THE INTERVAL COUNT
005500* (UP TO 20, THE MOVE-ZEROS-AUDITED ARRAY SIZE) AND THE
005600* READINGS, EACH FOLLOWED BY ONE SEPARATOR BYTE.
005700*--------------------------------------------------------------
005800 FD  METER-READING-FILE.
005900 01  METER-READING-RECORD.
006000     05  MR-METER-ID          PIC X(10).
006100     05  FILLER               PIC X(01).
006200     05  MR-PERIOD            PIC 9(08).
006300     05  FILLER               PIC X(01).
006400     05  MR-INTERVAL-COUNT    PIC 9(02).
006500     05  FILLER               PIC X(01).
006600     05  MR-READING-SLOT OCCURS 20.
006700         10  MR-READING       PIC 9(03).
006800         10  FILLER           PIC X(01).
006900 FD  GAP-REPORT-FILE.
007000 01  GR-RECORD                PIC X(132).
007100 FD  ESTIMATE-FILE.
007200 01  ESTIMATE-RECORD.
007300     05  ES-METER-ID          PIC X(10).
007400     05  FILLER               PIC X(01).
007500     05  ES-PERIOD            PIC 9(08).
007600     05  FILLER               PIC X(01).
007700     05  ES-INTERVAL          PIC 9(02).
007800     05  FILLER               PIC X(01).
007900     05  ES-ESTIMATE          PIC 9(03).
008000     05  FILLER               PIC X(01).
008100     05  ES-METHOD            PIC X(01).
008200         88  ES-INTERPOLATED                VALUE 'I'.
008300         88  ES-CARRIED-FORWARD             VALUE 'F'.
008400         88  ES-CARRIED-BACK                VALUE 'B'.
008500         88  ES-NO-ESTIMATE                 VALUE 'N'.
008600     05  FILLER               PIC X(01).
008700     05  ES-PRIOR-INTERVAL    PIC 9(02).
008800     05  FILLER               PIC X(01).
008900     05  ES-PRIOR-READING     PIC 9(03).
009000     05  FILLER               PIC X(01).
009100     05  ES-NEXT-INTERVAL     PIC 9(02).
009200     05  FILLER               PIC X(01).
009300     05  ES-NEXT-READING      PIC 9(03).
009400 FD  FIELD-VISIT-FILE.
009500 01  FV-RECORD                PIC X(80).
009600 WORKING-STORAGE SECTION.
009700 77  WS-CONTROL-STATUS        PIC X(02)     VALUE SPACES.
009800     88  WS-CONTROL-OK                      VALUE '00'.
009900 77  WS-READING-STATUS        PIC X(02)     VALUE SPACES.
010000     88  WS-READING-OK                      VALUE '00'.
010100     88  WS-READING-EOF                     VALUE '10'.
010200 77  WS-GAP-STATUS            PIC X(02)     VALUE SPACES.
010300     88  WS-GAP-OK                          VALUE '00'.
010400 77  WS-ESTIMATE-STATUS       PIC X(02)     VALUE SPACES.
010500     88  WS-ESTIMATE-OK                     VALUE '00'.
010600 77  WS-VISIT-STATUS          PIC X(02)     VALUE SPACES.
010700     88  WS-VISIT-OK                        VALUE '00'.
010800 77  WS-VISIT-PERCENT         PIC 9(03)     VALUE 25.
010900 77  WS-IV-IX                 PIC 9(02)     VALUE ZERO COMP.
011000 77  WS-GOOD-IX               PIC 9(02)     VALUE ZERO COMP.
011100 77  WS-GOOD-COUNT            PIC 9(02)     VALUE ZERO COMP.
011200 77  WS-MISSING-COUNT         PIC 9(02)     VALUE ZERO COMP.
011300 77  WS-PRIOR-IX              PIC 9(02)     VALUE ZERO COMP.
011400 77  WS-NEXT-IX               PIC 9(02)     VALUE ZERO COMP.
011500 77  WS-SCAN-IX               PIC 9(02)     VALUE ZERO COMP.
011600 77  WS-MISSING-PERCENT       PIC 9(03)V9   VALUE ZERO.
011700 77  WS-METERS-READ           PIC 9(06)     VALUE ZERO.
011800 77  WS-METERS-REJECTED       PIC 9(06)     VALUE ZERO.
011900 77  WS-METERS-WITH-GAPS      PIC 9(06)     VALUE ZERO.
012000 77  WS-ESTIMATES-WRITTEN     PIC 9(06)     VALUE ZERO.
012100 77  WS-VISITS-LISTED         PIC 9(06)     VALUE ZERO.
012200 77  WS-BAD-READING-SW        PIC X(01)     VALUE 'N'.
012300     88  WS-BAD-READING                     VALUE 'Y'.
012400*--------------------------------------------------------------
012500* MOVE-ZEROS-AUDITED PARAMETERS.
012600*--------------------------------------------------------------
012700 01  WS-MZ-ARR.
012800     05  WS-MZ-LENGTH         PIC 9(02).
012900     05  WS-MZ-XS             PIC 9(03) OCCURS 0 TO 20 TIMES
013000                              DEPENDING ON WS-MZ-LENGTH.
013100 01  WS-MZ-RESULT.
013200     05  WS-MZ-RES-LENGTH     PIC 9(02).
013300     05  WS-MZ-RES            PIC 9(03) OCCURS 0 TO 20 TIMES
013400                              DEPENDING ON WS-MZ-RES-LENGTH.
013500 01  WS-MZ-ORIGINAL-INDEX.
013600     05  WS-MZ-OI-LENGTH      PIC 9(02).
013700     05  WS-MZ-OI             PIC 9(02) OCCURS 0 TO 20 TIMES
013800                              DEPENDING ON WS-MZ-OI-LENGTH.
013900 01  WS-INTERVAL-FLAGS.
014000     05  WS-IV-GOOD           PIC X(01) OCCURS 20.
014100 01  WS-GAP-LINE.
014200     05  FILLER               PIC X(06)     VALUE "METER ".
014300     05  WS-GL-METER-ID       PIC X(10).
014400     05  FILLER               PIC X(08)     VALUE " PERIOD ".
014500     05  WS-GL-PERIOD         PIC 9(08).
014600     05  FILLER               PIC X(09)     VALUE " MISSING ".
014700     05  WS-GL-MISSING        PIC Z9.
014800     05  FILLER               PIC X(04)     VALUE " OF ".
014900     05  WS-GL-COUNT          PIC Z9.
015000     05  FILLER               PIC X(12)     VALUE
015100             " INTERVALS: ".
015200     05  WS-GL-SLOT OCCURS 20.
015300         10  WS-GL-INTERVAL   PIC Z9.
015400         10  FILLER           PIC X(01).
015500 01  WS-REJECT-LINE.
015600     05  FILLER               PIC X(06)     VALUE "METER ".
015700     05  WS-RL-METER-ID       PIC X(10).
015800     05  FILLER               PIC X(08)     VALUE " PERIOD ".
015900     05  WS-RL-PERIOD         PIC X(08).
016000     05  FILLER               PIC X(01)     VALUE SPACE.
016100     05  WS-RL-REASON         PIC X(40).
016200 01  WS-VISIT-HEADER.
016300     05  FILLER               PIC X(38)     VALUE
016400             "METERS FOR FIELD VISIT - MISSING OVER ".
016500     05  WS-VH-PERCENT        PIC ZZ9.
016600     05  FILLER               PIC X(01)     VALUE "%".
016700 01  WS-VISIT-LINE.
016800     05  WS-VL-METER-ID       PIC X(10).
016900     05  FILLER               PIC X(01)     VALUE SPACE.
017000     05  WS-VL-PERIOD         PIC 9(08).
017100     05  FILLER               PIC X(09)     VALUE " MISSING ".
017200     05  WS-VL-MISSING        PIC Z9.
017300     05  FILLER               PIC X(04)     VALUE " OF ".
017400     05  WS-VL-COUNT          PIC Z9.
017500     05  FILLER               PIC X(01)     VALUE SPACE.
017600     05  WS-VL-PERCENT        PIC ZZ9.9.
017700     05  FILLER               PIC X(01)     VALUE "%".
017800 01  WS-TOTAL-LINE.
017900     05  FILLER               PIC X(13)     VALUE
018000             "METERS READ ".
018100     05  WS-TL-READ           PIC ZZZZZ9.
018200     05  FILLER               PIC X(11)     VALUE "  REJECTED ".
018300     05  WS-TL-REJECTED       PIC ZZZZZ9.
018400     05  FILLER               PIC X(11)     VALUE "  WITH GAPS".
018500     05  WS-TL-GAPS           PIC ZZZZZ9.
018600     05  FILLER               PIC X(12)     VALUE
018700             "  ESTIMATES ".
018800     05  WS-TL-ESTIMATES      PIC ZZZZZ9.
018900     05  FILLER               PIC X(09)     VALUE "  VISITS ".
019000     05  WS-TL-VISITS         PIC ZZZZZ9.
019100 PROCEDURE DIVISION.
019200 0000-MAINLINE.
019300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019400     PERFORM 2000-PROCESS-ONE-METER THRU 2000-EXIT
019500         UNTIL WS-READING-EOF.
019600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019700     STOP RUN.
019800 0000-EXIT.
019900     EXIT.
020000 1000-INITIALIZE.
020100     MOVE SPACES TO METER-CONTROL-CARD
020200     OPEN INPUT METER-CONTROL-FILE
020300     IF WS-CONTROL-OK
020400         READ METER-CONTROL-FILE
020500             AT END MOVE SPACES TO METER-CONTROL-CARD
020600         END-READ
020700         CLOSE METER-CONTROL-FILE
020800     END-IF
020900     IF MC-VISIT-PERCENT IS NUMERIC
021000         AND MC-VISIT-PERCENT NOT > 100
021100         MOVE MC-VISIT-PERCENT TO WS-VISIT-PERCENT
021200     END-IF
021300     OPEN OUTPUT GAP-REPORT-FILE
021400     OPEN OUTPUT ESTIMATE-FILE
021500     OPEN OUTPUT FIELD-VISIT-FILE
021600     MOVE WS-VISIT-PERCENT TO WS-VH-PERCENT
021700     WRITE FV-RECORD FROM WS-VISIT-HEADER
021800     OPEN INPUT METER-READING-FILE
021900     IF NOT WS-READING-OK
022000         DISPLAY "METER-GAP-BATCH: METERRD NOT AVAILABLE"
022100         MOVE 8 TO RETURN-CODE
022200         SET WS-READING-EOF TO TRUE
022300         GO TO 1000-EXIT
022400     END-IF
022500     PERFORM 1100-READ-METER THRU 1100-EXIT.
022600 1000-EXIT.
022700     EXIT.
022800 1100-READ-METER.
022900     READ METER-READING-FILE
023000         AT END SET WS-READING-EOF TO TRUE
023100     END-READ.
023200 1100-EXIT.
023300     EXIT.
023400 2000-PROCESS-ONE-METER.
023500     ADD 1 TO WS-METERS-READ
023600     PERFORM 2100-EDIT-METER THRU 2100-EXIT
023700     IF WS-RL-REASON NOT = SPACES
023800         ADD 1 TO WS-METERS-REJECTED
023900         MOVE MR-METER-ID TO WS-RL-METER-ID
024000         MOVE MR-PERIOD TO WS-RL-PERIOD
024100         WRITE GR-RECORD FROM WS-REJECT-LINE
024200         GO TO 2000-READ-NEXT
024300     END-IF
024400     MOVE MR-INTERVAL-COUNT TO WS-MZ-LENGTH
024500     PERFORM 2200-LOAD-ONE-READING THRU 2200-EXIT
024600         VARYING WS-IV-IX FROM 1 BY 1
024700         UNTIL WS-IV-IX > MR-INTERVAL-COUNT
024800     CALL "MOVE-ZEROS-AUDITED" USING WS-MZ-ARR WS-MZ-RESULT
024900         WS-MZ-ORIGINAL-INDEX
025000     PERFORM 2300-MARK-GOOD-INTERVALS THRU 2300-EXIT
025100     IF WS-MISSING-COUNT = ZERO
025200         GO TO 2000-READ-NEXT
025300     END-IF
025400     ADD 1 TO WS-METERS-WITH-GAPS
025500     PERFORM 3000-LIST-MISSING THRU 3000-EXIT
025600     PERFORM 5000-CHECK-FIELD-VISIT THRU 5000-EXIT.
025700 2000-READ-NEXT.
025800     PERFORM 1100-READ-METER THRU 1100-EXIT.
025900 2000-EXIT.
026000     EXIT.
026100 2100-EDIT-METER.
026200     MOVE SPACES TO WS-RL-REASON
026300     IF MR-INTERVAL-COUNT NOT NUMERIC
026400         OR MR-INTERVAL-COUNT = ZERO
026500         OR MR-INTERVAL-COUNT > 20
026600         MOVE "INTERVAL COUNT NOT 1-20" TO WS-RL-REASON
026700         GO TO 2100-EXIT
026800     END-IF
026900     MOVE 'N' TO WS-BAD-READING-SW
027000     PERFORM 2110-EDIT-ONE-READING THRU 2110-EXIT
027100         VARYING WS-IV-IX FROM 1 BY 1
027200         UNTIL WS-IV-IX > MR-INTERVAL-COUNT
027300     IF WS-BAD-READING
027400         MOVE "NON-NUMERIC INTERVAL READING" TO WS-RL-REASON
027500     END-IF.
027600 2100-EXIT.
027700     EXIT.
027800 2110-EDIT-ONE-READING.
027900     IF MR-READING(WS-IV-IX) NOT NUMERIC
028000         SET WS-BAD-READING TO TRUE
028100     END-IF.
028200 2110-EXIT.
028300     EXIT.
028400 2200-LOAD-ONE-READING.
028500     MOVE MR-READING(WS-IV-IX) TO WS-MZ-XS(WS-IV-IX).
028600 2200-EXIT.
028700     EXIT.
028800*--------------------------------------------------------------
028900* THE NON-ZERO ORIGINAL-INDEX ENTRIES ARE THE INTERVALS THAT
029000* READ; EVERY OTHER INTERVAL OF THE PERIOD IS MISSING.
029100*--------------------------------------------------------------
029200 2300-MARK-GOOD-INTERVALS.
029300     MOVE ALL 'N' TO WS-INTERVAL-FLAGS
029400     MOVE ZERO TO WS-GOOD-COUNT
029500     PERFORM 2310-MARK-ONE-GOOD THRU 2310-EXIT
029600         VARYING WS-GOOD-IX FROM 1 BY 1
029700         UNTIL WS-GOOD-IX > WS-MZ-OI-LENGTH
029800     COMPUTE WS-MISSING-COUNT =
029900         MR-INTERVAL-COUNT - WS-GOOD-COUNT.
030000 2300-EXIT.
030100     EXIT.
030200 2310-MARK-ONE-GOOD.
030300     IF WS-MZ-OI(WS-GOOD-IX) > ZERO
030400         ADD 1 TO WS-GOOD-COUNT
030500         MOVE 'Y' TO WS-IV-GOOD(WS-MZ-OI(WS-GOOD-IX))
030600     END-IF.
030700 2310-EXIT.
030800     EXIT.
030900 3000-LIST-MISSING.
031000     MOVE MR-METER-ID TO WS-GL-METER-ID
031100     MOVE MR-PERIOD TO WS-GL-PERIOD
031200     MOVE WS-MISSING-COUNT TO WS-GL-MISSING
031300     MOVE MR-INTERVAL-COUNT TO WS-GL-COUNT
031400     PERFORM 3050-CLEAR-ONE-SLOT THRU 3050-EXIT
031500         VARYING WS-GOOD-IX FROM 1 BY 1
031600         UNTIL WS-GOOD-IX > 20
031700     MOVE ZERO TO WS-GOOD-IX
031800     PERFORM 3100-TAKE-ONE-INTERVAL THRU 3100-EXIT
031900         VARYING WS-IV-IX FROM 1 BY 1
032000         UNTIL WS-IV-IX > MR-INTERVAL-COUNT
032100     WRITE GR-RECORD FROM WS-GAP-LINE.
032200 3000-EXIT.
032300     EXIT.
032400 3050-CLEAR-ONE-SLOT.
032500     MOVE SPACES TO WS-GL-SLOT(WS-GOOD-IX).
032600 3050-EXIT.
032700     EXIT.
032800 3100-TAKE-ONE-INTERVAL.
032900     IF WS-IV-GOOD(WS-IV-IX) = 'Y'
033000         GO TO 3100-EXIT
033100     END-IF
033200     ADD 1 TO WS-GOOD-IX
033300     MOVE WS-IV-IX TO WS-GL-INTERVAL(WS-GOOD-IX)
033400     PERFORM 4000-ESTIMATE-ONE-INTERVAL THRU 4000-EXIT.
033500 3100-EXIT.
033600     EXIT.
033700*--------------------------------------------------------------
033800* THE COMPACTED RESULT HOLDS THE GOOD READINGS IN INTERVAL
033900* ORDER, SO THE NEIGHBOURS OF A MISSING INTERVAL ARE THE LAST
034000* SURVIVOR BEFORE IT AND THE FIRST AFTER IT. WITH BOTH, THE
034100* ESTIMATE IS THE STRAIGHT-LINE VALUE BETWEEN THEM; WITH ONE,
034200* THAT READING IS CARRIED; WITH NEITHER THERE IS NO ESTIMATE.
034300*--------------------------------------------------------------
034400 4000-ESTIMATE-ONE-INTERVAL.
034500     MOVE ZERO TO WS-PRIOR-IX WS-NEXT-IX
034600     PERFORM 4100-FIND-NEIGHBOURS THRU 4100-EXIT
034700         VARYING WS-SCAN-IX FROM 1 BY 1
034800         UNTIL WS-SCAN-IX > WS-GOOD-COUNT
034900     MOVE SPACES TO ESTIMATE-RECORD
035000     MOVE MR-METER-ID TO ES-METER-ID
035100     MOVE MR-PERIOD TO ES-PERIOD
035200     MOVE WS-IV-IX TO ES-INTERVAL
035300     MOVE ZERO TO ES-ESTIMATE ES-PRIOR-INTERVAL
035400         ES-PRIOR-READING ES-NEXT-INTERVAL ES-NEXT-READING
035500     IF WS-PRIOR-IX > ZERO
035600         MOVE WS-MZ-OI(WS-PRIOR-IX) TO ES-PRIOR-INTERVAL
035700         MOVE WS-MZ-RES(WS-PRIOR-IX) TO ES-PRIOR-READING
035800     END-IF
035900     IF WS-NEXT-IX > ZERO
036000         MOVE WS-MZ-OI(WS-NEXT-IX) TO ES-NEXT-INTERVAL
036100         MOVE WS-MZ-RES(WS-NEXT-IX) TO ES-NEXT-READING
036200     END-IF
036300     EVALUATE TRUE
036400         WHEN WS-PRIOR-IX > ZERO AND WS-NEXT-IX > ZERO
036500             SET ES-INTERPOLATED TO TRUE
036600             COMPUTE ES-ESTIMATE ROUNDED =
036700                 ES-PRIOR-READING
036800                 + (ES-NEXT-READING - ES-PRIOR-READING)
036900                 * (ES-INTERVAL - ES-PRIOR-INTERVAL)
037000                 / (ES-NEXT-INTERVAL - ES-PRIOR-INTERVAL)
037100         WHEN WS-PRIOR-IX > ZERO
037200             SET ES-CARRIED-FORWARD TO TRUE
037300             MOVE ES-PRIOR-READING TO ES-ESTIMATE
037400         WHEN WS-NEXT-IX > ZERO
037500             SET ES-CARRIED-BACK TO TRUE
037600             MOVE ES-NEXT-READING TO ES-ESTIMATE
037700         WHEN OTHER
037800             SET ES-NO-ESTIMATE TO TRUE
037900     END-EVALUATE
038000     WRITE ESTIMATE-RECORD
038100     ADD 1 TO WS-ESTIMATES-WRITTEN.
038200 4000-EXIT.
038300     EXIT.
038400 4100-FIND-NEIGHBOURS.
038500     IF WS-MZ-OI(WS-SCAN-IX) < WS-IV-IX
038600         MOVE WS-SCAN-IX TO WS-PRIOR-IX
038700     END-IF
038800     IF WS-MZ-OI(WS-SCAN-IX) > WS-IV-IX
038900         AND WS-NEXT-IX = ZERO
039000         MOVE WS-SCAN-IX TO WS-NEXT-IX
039100     END-IF.
039200 4100-EXIT.
039300     EXIT.
039400 5000-CHECK-FIELD-VISIT.
039500     COMPUTE WS-MISSING-PERCENT ROUNDED =
039600         WS-MISSING-COUNT * 100 / MR-INTERVAL-COUNT
039700     IF WS-MISSING-PERCENT NOT > WS-VISIT-PERCENT
039800         GO TO 5000-EXIT
039900     END-IF
040000     MOVE MR-METER-ID TO WS-VL-METER-ID
040100     MOVE MR-PERIOD TO WS-VL-PERIOD
040200     MOVE WS-MISSING-COUNT TO WS-VL-MISSING
040300     MOVE MR-INTERVAL-COUNT TO WS-VL-COUNT
040400     MOVE WS-MISSING-PERCENT TO WS-VL-PERCENT
040500     WRITE FV-RECORD FROM WS-VISIT-LINE
040600     ADD 1 TO WS-VISITS-LISTED.
040700 5000-EXIT.
040800     EXIT.
040900 9000-TERMINATE.
041000     MOVE WS-METERS-READ TO WS-TL-READ
041100     MOVE WS-METERS-REJECTED TO WS-TL-REJECTED
041200     MOVE WS-METERS-WITH-GAPS TO WS-TL-GAPS
041300     MOVE WS-ESTIMATES-WRITTEN TO WS-TL-ESTIMATES
041400     MOVE WS-VISITS-LISTED TO WS-TL-VISITS
041500     WRITE GR-RECORD FROM WS-TOTAL-LINE
041600     CLOSE METER-READING-FILE
041700     CLOSE GAP-REPORT-FILE
041800     CLOSE ESTIMATE-FILE
041900     CLOSE FIELD-VISIT-FILE.
042000 9000-EXIT.
042100     EXIT.
042200 END PROGRAM METER-GAP-BATCH.
