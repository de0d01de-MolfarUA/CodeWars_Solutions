000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CLOSE-READINESS-REPORT.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  BJC  INITIAL VERSION - WHAT IS STILL UNSETTLED
001000*                    IN EACH ACCOUNTING PERIOD BEFORE FINANCE
001100*                    CLOSES IT. FOR EVERY PERIOD ON PERIODCT OR
001200*                    WITH ANYTHING OUTSTANDING, CLOSERDY SHOWS
001300*                    THE PERIOD'S STATUS; THE SUSPENSE ITEMS
001400*                    STILL OPEN OR CORRECTED ON SUSPMAST, BY THE
001500*                    MONTH THEY WERE SWEPT; THE UNRECONCILED
001600*                    FARE-BOX EXCEPTIONS ON FBXEXC (MISSING OR
001700*                    UNMATCHED DEPOSITS), BY TRIP DATE; AND THE
001800*                    PRIOR-PERIOD ADJUSTMENTS WAITING ON
001900*                    PRIORADJ. A PERIOD THAT HAS ENDED AND HAS
002000*                    NO SUSPENSE OR FARE-BOX ITEM IS READY TO
002100*                    CLOSE. RETURN CODE 4 WHEN A SOFT-CLOSED
002200*                    PERIOD IS NOT READY, 8 WHEN THE PERIOD
002300*                    TABLE IS FULL.
002400*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCT"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-PERIOD-STATUS.
003200     SELECT SUSPENSE-MASTER-FILE ASSIGN TO "SUSPMAST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS SU-SUSPENSE-ID
003600         FILE STATUS IS WS-MASTER-STATUS.
003700     SELECT FAREBOX-EXCEPTION-FILE ASSIGN TO "FBXEXC"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-FAREBOX-STATUS.
004000     SELECT PRIOR-ADJUSTMENT-FILE ASSIGN TO "PRIORADJ"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-ADJUST-STATUS.
004300     SELECT READINESS-REPORT-FILE ASSIGN TO "CLOSERDY"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-REPORT-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  PERIOD-CONTROL-FILE.
004900 COPY PERIODCT.
005000 FD  SUSPENSE-MASTER-FILE.
005100 COPY SUSPMST.
005200*--------------------------------------------------------------
005300* FBXEXC IS FAREBOX-RECON-BATCH'S EXCEPTION LINE: REASON IN
005400* COLUMNS 1-16, TRIP DATE IN 36-43.
005500*--------------------------------------------------------------
005600 FD  FAREBOX-EXCEPTION-FILE.
005700 01  FX-RECORD.
005800     05  FX-REASON               PIC X(16).
005900     05  FILLER                  PIC X(19).
006000     05  FX-TRIP-DATE            PIC X(08).
006100     05  FX-TRIP-DATE-N          REDEFINES FX-TRIP-DATE
006200                                 PIC 9(08).
006300     05  FILLER                  PIC X(37).
006400 FD  PRIOR-ADJUSTMENT-FILE.
006500 01  PJ-RECORD                   PIC X(268).
006600 FD  READINESS-REPORT-FILE.
006700 01  RR-RECORD                   PIC X(100).
006800 WORKING-STORAGE SECTION.
006900 77  WS-PERIOD-STATUS            PIC X(02)       VALUE SPACES.
007000     88  WS-PERIOD-OK                            VALUE '00'.
007100     88  WS-PERIOD-EOF                           VALUE '10'.
007200 77  WS-MASTER-STATUS            PIC X(02)       VALUE SPACES.
007300     88  WS-MASTER-OK                            VALUE '00'.
007400     88  WS-MASTER-EOF                           VALUE '10'.
007500 77  WS-FAREBOX-STATUS           PIC X(02)       VALUE SPACES.
007600     88  WS-FAREBOX-OK                           VALUE '00'.
007700     88  WS-FAREBOX-EOF                          VALUE '10'.
007800 77  WS-ADJUST-STATUS            PIC X(02)       VALUE SPACES.
007900     88  WS-ADJUST-OK                            VALUE '00'.
008000     88  WS-ADJUST-EOF                           VALUE '10'.
008100 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
008200 77  WS-TODAY                    PIC 9(08)       VALUE ZERO.
008300 77  WS-CURRENT-PERIOD           PIC 9(06)       VALUE ZERO.
008400 77  WS-WANTED-PERIOD            PIC 9(06)       VALUE ZERO.
008500 77  WS-RP-COUNT                 PIC 9(04)       VALUE ZERO COMP.
008600 77  WS-RP-MAX                   PIC 9(04)       VALUE 240 COMP.
008700 77  WS-RP-IX                    PIC 9(04)       VALUE ZERO COMP.
008800 77  WS-RP-MATCH-IX              PIC 9(04)       VALUE ZERO COMP.
008900 77  WS-INSERT-IX                PIC 9(04)       VALUE ZERO COMP.
009000 77  WS-SUSPENSE-TOTAL           PIC 9(07)       VALUE ZERO COMP.
009100 77  WS-FAREBOX-TOTAL            PIC 9(07)       VALUE ZERO COMP.
009200 77  WS-ADJUST-TOTAL             PIC 9(07)       VALUE ZERO COMP.
009300 77  WS-READY-COUNT              PIC 9(04)       VALUE ZERO COMP.
009400 77  WS-NOT-READY-COUNT          PIC 9(04)       VALUE ZERO COMP.
009500 77  WS-SOFT-NOT-READY           PIC 9(04)       VALUE ZERO COMP.
009600 77  WS-TABLE-FULL-SW            PIC X(01)       VALUE 'N'.
009700     88  WS-TABLE-FULL                           VALUE 'Y'.
009800*--------------------------------------------------------------
009900* ONE ENTRY PER PERIOD, KEPT IN PERIOD ORDER. A PERIOD NOT ON
010000* PERIODCT IS OPEN.
010100*--------------------------------------------------------------
010200 01  WS-READINESS-TABLE.
010300     05  WS-RP-ENTRY OCCURS 240.
010400         10  WS-RP-PERIOD        PIC 9(06).
010500         10  WS-RP-STATUS        PIC X(01).
010600         10  WS-RP-CLOSED-BY     PIC X(03).
010700         10  WS-RP-SUSPENSE      PIC 9(05).
010800         10  WS-RP-FAREBOX       PIC 9(05).
010900         10  WS-RP-ADJUST        PIC 9(05).
011000 COPY PRIORADJ.
011100 01  WS-REPORT-HEADER.
011200     05  FILLER                  PIC X(40)       VALUE
011300             "ACCOUNTING PERIOD CLOSE READINESS AS OF ".
011400     05  WS-RH-DATE              PIC 9(08).
011500 01  WS-COLUMN-HEADER.
011600     05  FILLER                  PIC X(40)       VALUE
011700             "PERIOD STATUS      BY   SUSPENSE FAREBOX".
011800     05  FILLER                  PIC X(40)       VALUE
011900             "  PRIORADJ  VERDICT".
012000 01  WS-PERIOD-LINE.
012100     05  WS-PL-PERIOD            PIC 9(06).
012200     05  FILLER                  PIC X(01)       VALUE SPACE.
012300     05  WS-PL-STATUS            PIC X(11).
012400     05  FILLER                  PIC X(01)       VALUE SPACE.
012500     05  WS-PL-BY                PIC X(03).
012600     05  FILLER                  PIC X(02)       VALUE SPACES.
012700     05  WS-PL-SUSPENSE          PIC Z(07)9.
012800     05  FILLER                  PIC X(01)       VALUE SPACE.
012900     05  WS-PL-FAREBOX           PIC Z(06)9.
013000     05  FILLER                  PIC X(02)       VALUE SPACES.
013100     05  WS-PL-ADJUST            PIC Z(07)9.
013200     05  FILLER                  PIC X(02)       VALUE SPACES.
013300     05  WS-PL-VERDICT           PIC X(11).
013400 01  WS-TOTALS-LINE.
013500     05  FILLER                  PIC X(14)       VALUE
013600             "TOTAL         ".
013700     05  FILLER                  PIC X(10)       VALUE SPACES.
013800     05  WS-TL-SUSPENSE          PIC Z(07)9.
013900     05  FILLER                  PIC X(01)       VALUE SPACE.
014000     05  WS-TL-FAREBOX           PIC Z(06)9.
014100     05  FILLER                  PIC X(02)       VALUE SPACES.
014200     05  WS-TL-ADJUST            PIC Z(07)9.
014300 01  WS-COUNT-LINE.
014400     05  FILLER                  PIC X(10)       VALUE
014500             "PERIODS = ".
014600     05  WS-CL-PERIODS           PIC Z(03)9.
014700     05  FILLER                  PIC X(10)       VALUE
014800             "  READY = ".
014900     05  WS-CL-READY             PIC Z(03)9.
015000     05  FILLER                  PIC X(14)       VALUE
015100             "  NOT READY = ".
015200     05  WS-CL-NOT-READY         PIC Z(03)9.
015300 01  WS-FULL-LINE                PIC X(60)       VALUE
015400         "PERIOD TABLE FULL - LATER PERIODS NOT SHOWN".
015500 PROCEDURE DIVISION.
015600 0000-MAINLINE.
015700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015800     PERFORM 2000-LOAD-PERIODS THRU 2000-EXIT.
015900     PERFORM 3000-COUNT-SUSPENSE THRU 3000-EXIT.
016000     PERFORM 4000-COUNT-FAREBOX THRU 4000-EXIT.
016100     PERFORM 5000-COUNT-ADJUSTMENTS THRU 5000-EXIT.
016200     PERFORM 6000-WRITE-REPORT THRU 6000-EXIT.
016300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016400     STOP RUN.
016500 0000-EXIT.
016600     EXIT.
016700 1000-INITIALIZE.
016800     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
016900     DIVIDE WS-TODAY BY 100 GIVING WS-CURRENT-PERIOD
017000     OPEN OUTPUT READINESS-REPORT-FILE
017100     MOVE WS-TODAY TO WS-RH-DATE
017200     MOVE SPACES TO RR-RECORD
017300     WRITE RR-RECORD FROM WS-REPORT-HEADER.
017400 1000-EXIT.
017500     EXIT.
017600 2000-LOAD-PERIODS.
017700     OPEN INPUT PERIOD-CONTROL-FILE
017800     IF NOT WS-PERIOD-OK
017900         GO TO 2000-EXIT
018000     END-IF
018100     PERFORM 2100-READ-PERIOD THRU 2100-EXIT
018200     PERFORM 2200-TAKE-ONE-PERIOD THRU 2200-EXIT
018300         UNTIL WS-PERIOD-EOF
018400     CLOSE PERIOD-CONTROL-FILE.
018500 2000-EXIT.
018600     EXIT.
018700 2100-READ-PERIOD.
018800     READ PERIOD-CONTROL-FILE
018900         AT END SET WS-PERIOD-EOF TO TRUE
019000     END-READ.
019100 2100-EXIT.
019200     EXIT.
019300 2200-TAKE-ONE-PERIOD.
019400     IF PC-PERIOD IS NOT NUMERIC
019500         GO TO 2200-NEXT
019600     END-IF
019700     MOVE PC-PERIOD TO WS-WANTED-PERIOD
019800     PERFORM 8000-FIND-PERIOD THRU 8000-EXIT
019900     IF WS-RP-MATCH-IX > ZERO
020000         MOVE PC-STATUS TO WS-RP-STATUS(WS-RP-MATCH-IX)
020100         MOVE PC-CLOSED-BY TO WS-RP-CLOSED-BY(WS-RP-MATCH-IX)
020200     END-IF.
020300 2200-NEXT.
020400     PERFORM 2100-READ-PERIOD THRU 2100-EXIT.
020500 2200-EXIT.
020600     EXIT.
020700*--------------------------------------------------------------
020800* A SUSPENSE ITEM STILL OPEN, OR CORRECTED BUT NOT YET
020900* RESUBMITTED, COUNTS AGAINST THE MONTH IT WAS SWEPT.
021000*--------------------------------------------------------------
021100 3000-COUNT-SUSPENSE.
021200     OPEN INPUT SUSPENSE-MASTER-FILE
021300     IF NOT WS-MASTER-OK
021400         GO TO 3000-EXIT
021500     END-IF
021600     PERFORM 3100-READ-SUSPENSE THRU 3100-EXIT
021700     PERFORM 3200-NOTE-ONE-SUSPENSE THRU 3200-EXIT
021800         UNTIL WS-MASTER-EOF
021900     CLOSE SUSPENSE-MASTER-FILE.
022000 3000-EXIT.
022100     EXIT.
022200 3100-READ-SUSPENSE.
022300     READ SUSPENSE-MASTER-FILE NEXT RECORD
022400         AT END SET WS-MASTER-EOF TO TRUE
022500     END-READ.
022600 3100-EXIT.
022700     EXIT.
022800 3200-NOTE-ONE-SUSPENSE.
022900     IF NOT SU-OUTSTANDING
023000         OR SU-SWEPT-DATE IS NOT NUMERIC
023100         OR SU-SWEPT-DATE = ZERO
023200         GO TO 3200-NEXT
023300     END-IF
023400     DIVIDE SU-SWEPT-DATE BY 100 GIVING WS-WANTED-PERIOD
023500     PERFORM 8000-FIND-PERIOD THRU 8000-EXIT
023600     IF WS-RP-MATCH-IX > ZERO
023700         ADD 1 TO WS-RP-SUSPENSE(WS-RP-MATCH-IX)
023800         ADD 1 TO WS-SUSPENSE-TOTAL
023900     END-IF.
024000 3200-NEXT.
024100     PERFORM 3100-READ-SUSPENSE THRU 3100-EXIT.
024200 3200-EXIT.
024300     EXIT.
024400*--------------------------------------------------------------
024500* EVERY FBXEXC LINE IS A DEPOSIT NOT YET RECONCILED TO ITS
024600* ROUTE; IT COUNTS AGAINST THE MONTH OF ITS TRIP DATE.
024700*--------------------------------------------------------------
024800 4000-COUNT-FAREBOX.
024900     OPEN INPUT FAREBOX-EXCEPTION-FILE
025000     IF NOT WS-FAREBOX-OK
025100         GO TO 4000-EXIT
025200     END-IF
025300     PERFORM 4100-READ-FAREBOX THRU 4100-EXIT
025400     PERFORM 4200-NOTE-ONE-FAREBOX THRU 4200-EXIT
025500         UNTIL WS-FAREBOX-EOF
025600     CLOSE FAREBOX-EXCEPTION-FILE.
025700 4000-EXIT.
025800     EXIT.
025900 4100-READ-FAREBOX.
026000     READ FAREBOX-EXCEPTION-FILE
026100         AT END SET WS-FAREBOX-EOF TO TRUE
026200     END-READ.
026300 4100-EXIT.
026400     EXIT.
026500 4200-NOTE-ONE-FAREBOX.
026600     IF FX-TRIP-DATE IS NOT NUMERIC
026700         OR FX-TRIP-DATE-N = ZERO
026800         GO TO 4200-NEXT
026900     END-IF
027000     DIVIDE FX-TRIP-DATE-N BY 100 GIVING WS-WANTED-PERIOD
027100     PERFORM 8000-FIND-PERIOD THRU 8000-EXIT
027200     IF WS-RP-MATCH-IX > ZERO
027300         ADD 1 TO WS-RP-FAREBOX(WS-RP-MATCH-IX)
027400         ADD 1 TO WS-FAREBOX-TOTAL
027500     END-IF.
027600 4200-NEXT.
027700     PERFORM 4100-READ-FAREBOX THRU 4100-EXIT.
027800 4200-EXIT.
027900     EXIT.
028000*--------------------------------------------------------------
028100* PRIOR-PERIOD ADJUSTMENTS ARE SHOWN AGAINST THE CLOSED PERIOD
028200* THEY WERE DATED INTO. THEY DO NOT HOLD UP A CLOSE - FINANCE
028300* BOOKS THEM IN THE CURRENT PERIOD.
028400*--------------------------------------------------------------
028500 5000-COUNT-ADJUSTMENTS.
028600     OPEN INPUT PRIOR-ADJUSTMENT-FILE
028700     IF NOT WS-ADJUST-OK
028800         GO TO 5000-EXIT
028900     END-IF
029000     PERFORM 5100-READ-ADJUSTMENT THRU 5100-EXIT
029100     PERFORM 5200-NOTE-ONE-ADJUSTMENT THRU 5200-EXIT
029200         UNTIL WS-ADJUST-EOF
029300     CLOSE PRIOR-ADJUSTMENT-FILE.
029400 5000-EXIT.
029500     EXIT.
029600 5100-READ-ADJUSTMENT.
029700     READ PRIOR-ADJUSTMENT-FILE INTO PRIOR-PERIOD-ADJUSTMENT
029800         AT END SET WS-ADJUST-EOF TO TRUE
029900     END-READ.
030000 5100-EXIT.
030100     EXIT.
030200 5200-NOTE-ONE-ADJUSTMENT.
030300     IF PA-PERIOD IS NOT NUMERIC
030400         OR PA-PERIOD = ZERO
030500         GO TO 5200-NEXT
030600     END-IF
030700     MOVE PA-PERIOD TO WS-WANTED-PERIOD
030800     PERFORM 8000-FIND-PERIOD THRU 8000-EXIT
030900     IF WS-RP-MATCH-IX > ZERO
031000         ADD 1 TO WS-RP-ADJUST(WS-RP-MATCH-IX)
031100         ADD 1 TO WS-ADJUST-TOTAL
031200     END-IF.
031300 5200-NEXT.
031400     PERFORM 5100-READ-ADJUSTMENT THRU 5100-EXIT.
031500 5200-EXIT.
031600     EXIT.
031700 6000-WRITE-REPORT.
031800     MOVE SPACES TO RR-RECORD
031900     WRITE RR-RECORD FROM WS-COLUMN-HEADER
032000     PERFORM 6100-WRITE-ONE-PERIOD THRU 6100-EXIT
032100         VARYING WS-RP-IX FROM 1 BY 1
032200         UNTIL WS-RP-IX > WS-RP-COUNT
032300     MOVE WS-SUSPENSE-TOTAL TO WS-TL-SUSPENSE
032400     MOVE WS-FAREBOX-TOTAL TO WS-TL-FAREBOX
032500     MOVE WS-ADJUST-TOTAL TO WS-TL-ADJUST
032600     MOVE SPACES TO RR-RECORD
032700     WRITE RR-RECORD FROM WS-TOTALS-LINE
032800     IF WS-TABLE-FULL
032900         MOVE SPACES TO RR-RECORD
033000         WRITE RR-RECORD FROM WS-FULL-LINE
033100     END-IF.
033200 6000-EXIT.
033300     EXIT.
033400*--------------------------------------------------------------
033500* A HARD-CLOSED PERIOD IS DONE WITH. ONE NOT YET ENDED CANNOT
033600* BE CLOSED WHATEVER IT HOLDS. OTHERWISE ANY SUSPENSE OR
033700* FARE-BOX ITEM MEANS NOT READY.
033800*--------------------------------------------------------------
033900 6100-WRITE-ONE-PERIOD.
034000     MOVE WS-RP-PERIOD(WS-RP-IX) TO WS-PL-PERIOD
034100     MOVE WS-RP-CLOSED-BY(WS-RP-IX) TO WS-PL-BY
034200     MOVE WS-RP-SUSPENSE(WS-RP-IX) TO WS-PL-SUSPENSE
034300     MOVE WS-RP-FAREBOX(WS-RP-IX) TO WS-PL-FAREBOX
034400     MOVE WS-RP-ADJUST(WS-RP-IX) TO WS-PL-ADJUST
034500     EVALUATE WS-RP-STATUS(WS-RP-IX)
034600         WHEN 'S'
034700             MOVE "SOFT-CLOSED" TO WS-PL-STATUS
034800         WHEN 'H'
034900             MOVE "HARD-CLOSED" TO WS-PL-STATUS
035000         WHEN OTHER
035100             MOVE "OPEN" TO WS-PL-STATUS
035200     END-EVALUATE
035300     EVALUATE TRUE
035400         WHEN WS-RP-STATUS(WS-RP-IX) = 'H'
035500             MOVE "CLOSED" TO WS-PL-VERDICT
035600         WHEN WS-RP-PERIOD(WS-RP-IX) NOT < WS-CURRENT-PERIOD
035700             MOVE "NOT ENDED" TO WS-PL-VERDICT
035800         WHEN WS-RP-SUSPENSE(WS-RP-IX) = ZERO
035900             AND WS-RP-FAREBOX(WS-RP-IX) = ZERO
036000             MOVE "READY" TO WS-PL-VERDICT
036100             ADD 1 TO WS-READY-COUNT
036200         WHEN OTHER
036300             MOVE "NOT READY" TO WS-PL-VERDICT
036400             ADD 1 TO WS-NOT-READY-COUNT
036500             IF WS-RP-STATUS(WS-RP-IX) = 'S'
036600                 ADD 1 TO WS-SOFT-NOT-READY
036700             END-IF
036800     END-EVALUATE
036900     MOVE SPACES TO RR-RECORD
037000     WRITE RR-RECORD FROM WS-PERIOD-LINE.
037100 6100-EXIT.
037200     EXIT.
037300*--------------------------------------------------------------
037400* FIND WS-WANTED-PERIOD IN THE TABLE, ADDING IT IN PERIOD ORDER
037500* IF IT IS NOT THERE. WS-RP-MATCH-IX IS ZERO ONLY WHEN THE
037600* TABLE IS FULL.
037700*--------------------------------------------------------------
037800 8000-FIND-PERIOD.
037900     MOVE ZERO TO WS-RP-MATCH-IX
038000     MOVE ZERO TO WS-INSERT-IX
038100     PERFORM 8100-SCAN-PERIOD THRU 8100-EXIT
038200         VARYING WS-RP-IX FROM 1 BY 1
038300         UNTIL WS-RP-IX > WS-RP-COUNT
038400            OR WS-RP-MATCH-IX > ZERO
038500            OR WS-INSERT-IX > ZERO
038600     IF WS-RP-MATCH-IX > ZERO
038700         GO TO 8000-EXIT
038800     END-IF
038900     IF WS-RP-COUNT >= WS-RP-MAX
039000         SET WS-TABLE-FULL TO TRUE
039100         GO TO 8000-EXIT
039200     END-IF
039300     IF WS-INSERT-IX = ZERO
039400         COMPUTE WS-INSERT-IX = WS-RP-COUNT + 1
039500     END-IF
039600     PERFORM 8200-SHIFT-ONE-UP THRU 8200-EXIT
039700         VARYING WS-RP-IX FROM WS-RP-COUNT BY -1
039800         UNTIL WS-RP-IX < WS-INSERT-IX
039900     ADD 1 TO WS-RP-COUNT
040000     MOVE WS-WANTED-PERIOD TO WS-RP-PERIOD(WS-INSERT-IX)
040100     MOVE 'O' TO WS-RP-STATUS(WS-INSERT-IX)
040200     MOVE SPACES TO WS-RP-CLOSED-BY(WS-INSERT-IX)
040300     MOVE ZERO TO WS-RP-SUSPENSE(WS-INSERT-IX)
040400     MOVE ZERO TO WS-RP-FAREBOX(WS-INSERT-IX)
040500     MOVE ZERO TO WS-RP-ADJUST(WS-INSERT-IX)
040600     MOVE WS-INSERT-IX TO WS-RP-MATCH-IX.
040700 8000-EXIT.
040800     EXIT.
040900 8100-SCAN-PERIOD.
041000     IF WS-RP-PERIOD(WS-RP-IX) = WS-WANTED-PERIOD
041100         MOVE WS-RP-IX TO WS-RP-MATCH-IX
041200     ELSE
041300         IF WS-RP-PERIOD(WS-RP-IX) > WS-WANTED-PERIOD
041400             MOVE WS-RP-IX TO WS-INSERT-IX
041500         END-IF
041600     END-IF.
041700 8100-EXIT.
041800     EXIT.
041900 8200-SHIFT-ONE-UP.
042000     MOVE WS-RP-ENTRY(WS-RP-IX) TO WS-RP-ENTRY(WS-RP-IX + 1).
042100 8200-EXIT.
042200     EXIT.
042300 9000-TERMINATE.
042400     MOVE WS-RP-COUNT TO WS-CL-PERIODS
042500     MOVE WS-READY-COUNT TO WS-CL-READY
042600     MOVE WS-NOT-READY-COUNT TO WS-CL-NOT-READY
042700     MOVE SPACES TO RR-RECORD
042800     WRITE RR-RECORD FROM WS-COUNT-LINE
042900     CLOSE READINESS-REPORT-FILE
043000     IF WS-TABLE-FULL
043100         MOVE 8 TO RETURN-CODE
043200     ELSE
043300         IF WS-SOFT-NOT-READY > ZERO
043400             MOVE 4 TO RETURN-CODE
043500         END-IF
043600     END-IF.
043700 9000-EXIT.
043800     EXIT.
043900 END PROGRAM CLOSE-READINESS-REPORT.
