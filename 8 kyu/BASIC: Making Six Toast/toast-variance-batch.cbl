002100*                    PLAN IN AT LEAST THE TSVCTL THRESHOLD
002200*                    NUMBER OF HISTORY CYCLES - SO THE PLANNING
002300*                    PARAMETERS STOP BEING SET BY FEEL.
002310*   2026-10-01  PPL  RUNS AS BUS090 OF THE SCHEDULED BUSINESS
002320*                    JOB STREAM, BEHIND BUS080'S ORDFILL.
002330*                    TOASTVAR AND THE TOASTHIS APPEND ARE
002340*                    REGISTERED IN THE CYCLE LINEAGE LOG
002350*                    THROUGH CYCLE-STAMP, STEP COMPLETION AND
002360*                    THE TOASTVAR LINE COUNT GO TO STEPSTAT,
002370*                    AND END OF STEP LEAVES CHAINBAL CONSUMER
002380*                    TRAILERS FOR ORDFILL (COUNT AND ORDINAL
002390*                    HASH OF EVERY LINE READ) AND TOASTACT.
002391*   2026-10-15  PPL  A CYCLE DATED INTO A HARD-CLOSED ACCOUNTING
002392*                    PERIOD (CALENDAR-SERVICE PERIOD STATUS) IS
002393*                    NOT GRADED: ITS TOASTACT ACTUALS ARE
002394*                    APPENDED TO PRIORADJ AS PRIOR-PERIOD
002395*                    ADJUSTMENTS, TOASTVAR SAYS SO IN PLACE OF
002396*                    THE VARIANCES, AND TOASTHIS IS LEFT AS IT
002397*                    WAS. THE CHRONIC LIST STILL PRINTS.
002400*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
004100     SELECT VARIANCE-REPORT-FILE ASSIGN TO "TOASTVAR"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-REPORT-STATUS.
004310     SELECT PRIOR-ADJUSTMENT-FILE ASSIGN TO "PRIORADJ"
004320         ORGANIZATION IS LINE SEQUENTIAL
004330         FILE STATUS IS WS-ADJUST-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  VARIANCE-CONTROL-FILE.
007200     05  TH-UNDER-FLAG           PIC X(01).
007300 FD  VARIANCE-REPORT-FILE.
007400 01  VR-RECORD                   PIC X(80).
007410 FD  PRIOR-ADJUSTMENT-FILE.
007420 01  PJ-RECORD                   PIC X(268).
007500 WORKING-STORAGE SECTION.
007600 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
007700     88  WS-CONTROL-OK                           VALUE '00'.
008600     88  WS-HISTORY-EOF                          VALUE '10'.
008700 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
008800     88  WS-REPORT-OK                            VALUE '00'.
008810 77  WS-ADJUST-STATUS            PIC X(02)       VALUE SPACES.
008820     88  WS-ADJUST-OK                            VALUE '00'.
008830 77  WS-ADJUST-OPEN-SW           PIC X(01)       VALUE 'N'.
008840     88  WS-ADJUST-OPEN                          VALUE 'Y'.
008850 77  WS-CYCLE-LOCK-SW            PIC X(01)       VALUE 'N'.
008860     88  WS-CYCLE-LOCKED                         VALUE 'Y'.
008900 77  WS-ORDER-COUNT              PIC 9(03)       VALUE ZERO COMP.
009000 77  WS-ORDER-MAX                PIC 9(03)       VALUE 200 COMP.
009100 77  WS-OR-IX                    PIC 9(03)       VALUE ZERO COMP.
009200 77  WS-MATCH-IX                 PIC 9(03)       VALUE ZERO COMP.
009300 77  WS-CHRONIC-COUNT            PIC 9(03)       VALUE ZERO COMP.
009310 77  WS-FILLS-READ               PIC 9(09)       VALUE ZERO COMP.
009320 77  WS-FILL-HASH                PIC 9(12)       VALUE ZERO COMP.
009330 77  WS-ACTUALS-READ             PIC 9(09)       VALUE ZERO COMP.
009340 77  WS-REPORT-LINES             PIC 9(09)       VALUE ZERO COMP.
009350 77  WS-ACTUALS-DIVERTED         PIC 9(06)       VALUE ZERO COMP.
009400 01  WS-ORDER-TABLE.
009500     05  WS-OR-ENTRY OCCURS 200.
009600         10  WS-OR-ORDER-ID      PIC X(08).
012600     05  FILLER                  PIC X(14)       VALUE
012700             " UNDER-CYCLES ".
012800     05  WS-CH-CYCLES            PIC Z(02)9.
012801 01  WS-LOCKED-LINE.
012802     05  FILLER                  PIC X(07)       VALUE "PERIOD ".
012803     05  WS-LK-PERIOD            PIC 9(06).
012804     05  FILLER                  PIC X(33)       VALUE
012805             " HARD-CLOSED - CYCLE NOT GRADED, ".
012806     05  WS-LK-COUNT             PIC Z(05)9.
012807     05  FILLER                  PIC X(20)       VALUE
012808             " ACTUALS TO PRIORADJ".
012810 COPY STEPSTAT.
012820 COPY CYCSTAMP.
012830 COPY CHNTRLR.
012840 COPY CALSVC.
012850 COPY PRIORADJ.
012900 PROCEDURE DIVISION.
013000 0000-MAINLINE.
013100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014700     END-READ
014800     CLOSE VARIANCE-CONTROL-FILE
014900     OPEN OUTPUT VARIANCE-REPORT-FILE
014910     MOVE "TOASTVAR" TO CYC-FILE-NAME
014920     MOVE "TOASTVAR" TO CYC-PROGRAM-ID
014930     CALL "CYCLE-STAMP" USING CYCLE-STAMP-REQUEST
015000     MOVE TV-CYCLE-DATE TO WS-RH-CYCLE
015010     WRITE VR-RECORD FROM WS-REPORT-HEADER
015020     ADD 1 TO WS-REPORT-LINES
015030     IF TV-CYCLE-DATE > ZERO
015040         SET CAL-SVC-GET-PERIOD TO TRUE
015050         MOVE TV-CYCLE-DATE TO CAL-SVC-ARGUMENT
015060         CALL "CALENDAR-SERVICE" USING CALENDAR-SERVICE-REQUEST
015070         IF CAL-SVC-PERIOD-HARD-CLOSED
015080             SET WS-CYCLE-LOCKED TO TRUE
015090         END-IF
015100     END-IF.
015200 1000-EXIT.
015300     EXIT.
015400*--------------------------------------------------------------
017000 2100-READ-PLAN.
017100     READ FULFILLMENT-FILE
017200         AT END SET WS-PLAN-EOF TO TRUE
017210         NOT AT END
017220             ADD 1 TO WS-FILLS-READ
017230             COMPUTE WS-FILL-HASH = FUNCTION MOD(
017240                 WS-FILL-HASH + WS-FILLS-READ
017250                     * FUNCTION ORD(FF-RECORD(1:1))
017260                 1000000000000)
017300     END-READ.
017400 2100-EXIT.
017500     EXIT.
020300 3100-READ-ACTUAL.
020400     READ ACTUALS-INPUT-FILE
020500         AT END SET WS-ACTUAL-EOF TO TRUE
020510         NOT AT END ADD 1 TO WS-ACTUALS-READ
020600     END-READ.
020700 3100-EXIT.
020800     EXIT.
020810*--------------------------------------------------------------
020820* A CYCLE IN A HARD-CLOSED ACCOUNTING PERIOD WOULD CHANGE
020830* PRODUCTION FINANCE HAS ALREADY REPORTED, SO ITS ACTUALS ARE
020840* NOT POSTED: EACH IS APPENDED TO PRIORADJ FOR FINANCE TO BOOK
020850* AS A PRIOR-PERIOD ADJUSTMENT.
020860*--------------------------------------------------------------
020900 3200-POST-ONE-ACTUAL.
020910     IF WS-CYCLE-LOCKED
020920         PERFORM 3300-DIVERT-ACTUAL THRU 3300-EXIT
020930         PERFORM 3100-READ-ACTUAL THRU 3100-EXIT
020940         GO TO 3200-EXIT
020950     END-IF
021000     MOVE ZERO TO WS-MATCH-IX
021100     PERFORM 3210-SCAN-ORDERS THRU 3210-EXIT
021200         VARYING WS-OR-IX FROM 1 BY 1
022600     END-IF.
022700 3210-EXIT.
022800     EXIT.
022810 3300-DIVERT-ACTUAL.
022811     IF NOT WS-ADJUST-OPEN
022812         MOVE SPACES TO WS-ADJUST-STATUS
022813         OPEN EXTEND PRIOR-ADJUSTMENT-FILE
022814         IF NOT WS-ADJUST-OK
022815             OPEN OUTPUT PRIOR-ADJUSTMENT-FILE
022816         END-IF
022817         SET WS-ADJUST-OPEN TO TRUE
022818     END-IF
022819     DIVIDE TV-CYCLE-DATE BY 100 GIVING PA-PERIOD
022820     MOVE TV-CYCLE-DATE TO PA-TRANSACTION-DATE
022821     MOVE "TOAST-VARIANCE-BATCH" TO PA-SOURCE-PROGRAM
022822     MOVE "TOASTACT" TO PA-SOURCE-FILE
022823     MOVE SPACES TO PA-COMPANY
022824     MOVE FUNCTION CURRENT-DATE(1:8) TO PA-DIVERTED-DATE
022825     MOVE ACTUALS-INPUT-RECORD TO PA-IMAGE
022826     WRITE PJ-RECORD FROM PRIOR-PERIOD-ADJUSTMENT
022827     ADD 1 TO WS-ACTUALS-DIVERTED.
022828 3300-EXIT.
022829     EXIT.
022900*--------------------------------------------------------------
023000* PRIOR UNDER-PRODUCTION COMES FROM THE HISTORY ALREADY ON
023100* FILE; THE CYCLE BEING GRADED ADDS ITSELF AFTERWARD.
026800 4210-EXIT.
026900     EXIT.
027000 5000-WRITE-VARIANCES.
027010     IF WS-CYCLE-LOCKED
027020         DIVIDE TV-CYCLE-DATE BY 100 GIVING WS-LK-PERIOD
027030         MOVE WS-ACTUALS-DIVERTED TO WS-LK-COUNT
027040         WRITE VR-RECORD FROM WS-LOCKED-LINE
027050         ADD 1 TO WS-REPORT-LINES
027060         GO TO 5000-EXIT
027070     END-IF
027100     PERFORM 5100-WRITE-ONE-VARIANCE THRU 5100-EXIT
027200         VARYING WS-OR-IX FROM 1 BY 1
027300         UNTIL WS-OR-IX > WS-ORDER-COUNT.
029100         WHEN OTHER
029200             MOVE "MET      " TO WS-VL-VERDICT
029300     END-EVALUATE
029310     WRITE VR-RECORD FROM WS-VARIANCE-LINE
029320     ADD 1 TO WS-REPORT-LINES.
029500 5100-EXIT.
029600     EXIT.
029700 6000-APPEND-HISTORY.
029710     IF WS-CYCLE-LOCKED
029720         GO TO 6000-EXIT
029730     END-IF
029800     MOVE SPACES TO WS-HISTORY-STATUS
029900     OPEN EXTEND VARIANCE-HISTORY-FILE
030000     IF NOT WS-HISTORY-OK
030100         OPEN OUTPUT VARIANCE-HISTORY-FILE
030200     END-IF
030210     MOVE "TOASTHIS" TO CYC-FILE-NAME
030220     MOVE "TOASTVAR" TO CYC-PROGRAM-ID
030230     CALL "CYCLE-STAMP" USING CYCLE-STAMP-REQUEST
030300     PERFORM 6100-APPEND-ONE-ORDER THRU 6100-EXIT
030400         VARYING WS-OR-IX FROM 1 BY 1
030500         UNTIL WS-OR-IX > WS-ORDER-COUNT
032500     EXIT.
032600 7000-WRITE-CHRONIC.
032700     WRITE VR-RECORD FROM WS-CHRONIC-HEADER
032710     ADD 1 TO WS-REPORT-LINES
032800     PERFORM 7100-LIST-ONE-CHRONIC THRU 7100-EXIT
032900         VARYING WS-OR-IX FROM 1 BY 1
033000         UNTIL WS-OR-IX > WS-ORDER-COUNT.
033600         MOVE WS-OR-ORDER-ID(WS-OR-IX) TO WS-CH-ORDER
033700         MOVE WS-OR-UNDER-CYCLES(WS-OR-IX) TO WS-CH-CYCLES
033800         WRITE VR-RECORD FROM WS-CHRONIC-LINE
033810         ADD 1 TO WS-REPORT-LINES
033900         ADD 1 TO WS-CHRONIC-COUNT
034000     END-IF.
034100 7100-EXIT.
034200     EXIT.
034300 9000-TERMINATE.
034310     CLOSE VARIANCE-REPORT-FILE
034311     IF WS-ADJUST-OPEN
034312         CLOSE PRIOR-ADJUSTMENT-FILE
034313     END-IF
034320     MOVE "BUS090  " TO STEP-STATUS-STEP-NAME
034330     MOVE "TOASTVAR" TO STEP-STATUS-PROGRAM-ID
034340     MOVE WS-REPORT-LINES TO STEP-STATUS-RECORD-COUNT
034350     CALL "STEP-STATUS-RECORDER" USING STEP-STATUS-ENTRY
034360     MOVE "ORDFILL " TO CHN-FILE-NAME
034370     MOVE "CONS" TO CHN-ROLE
034380     MOVE "TOASTVAR" TO CHN-PROGRAM-ID
034390     MOVE WS-FILLS-READ TO CHN-RECORD-COUNT
034400     MOVE WS-FILL-HASH TO CHN-HASH-TOTAL
034410     CALL "CHAIN-TRAILER" USING CHAIN-TRAILER-REQUEST
034420     MOVE "TOASTACT" TO CHN-FILE-NAME
034430     MOVE WS-ACTUALS-READ TO CHN-RECORD-COUNT
034440     MOVE ZERO TO CHN-HASH-TOTAL
034450     CALL "CHAIN-TRAILER" USING CHAIN-TRAILER-REQUEST.
034500 9000-EXIT.
034600     EXIT.
034700 END PROGRAM TOAST-VARIANCE-BATCH.
