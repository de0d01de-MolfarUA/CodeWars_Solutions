002240*                    SO THE IN-FLIGHT PROGRESS MONITOR HAS AN
002250*                    EXPECTED INPUT COUNT TO PROJECT EACH LONG
002260*                    RUNNER'S COMPLETION AGAINST.
002264*   2026-10-15  BJC  NEW REFINTEG CHECK - CALLS
002268*                    REFERENTIAL-INTEGRITY-SWEEP OVER THE
002272*                    RELDEFS RELATIONSHIPS BETWEEN THE BUSINESS
002276*                    FILES AND THEIR MASTERS (DETAIL ON
002280*                    INTEGRPT). AN ORPHAN ON A CRITICAL
002284*                    RELATIONSHIP, OR A CRITICAL RELATIONSHIP
002288*                    THAT COULD NOT BE CHECKED, FAILS THE
002292*                    PRE-FLIGHT.
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
007500 77  WS-BAD-RATE-ROWS            PIC 9(04)       VALUE ZERO COMP.
007600 77  WS-CEILING                  PIC 9(08)       VALUE ZERO.
007700 77  WS-SIEVE-MAXIMUM            PIC 9(08)       VALUE 100000.
007710 77  WS-REF-COUNT                PIC Z(08)9.
007800 01  WS-CHECK-LINE.
007900     05  WS-CK-NAME              PIC X(08).
008000     05  FILLER                  PIC X(02)       VALUE SPACES.
008700     05  FILLER                  PIC X(20)       VALUE
008800             "PRE-FLIGHT VERDICT: ".
008900     05  WS-VL-TEXT              PIC X(30).
008910 COPY REFINTEG.
009000 PROCEDURE DIVISION.
009100 0000-MAINLINE.
009200     OPEN OUTPUT PREFLIGHT-REPORT-FILE
009700     PERFORM 4000-CHECK-DESCIN THRU 4000-EXIT.
009800     PERFORM 5000-CHECK-PRIMECTL THRU 5000-EXIT.
009900     PERFORM 6000-CHECK-RATETAB THRU 6000-EXIT.
009910     PERFORM 6500-CHECK-REFERENCES THRU 6500-EXIT.
010000     PERFORM 8000-WRITE-VERDICT THRU 8000-EXIT.
010100     CLOSE PREFLIGHT-REPORT-FILE
010110     CLOSE EXPECTED-COUNT-FILE
029800     PERFORM 6100-READ-RATETAB THRU 6100-EXIT.
029900 6200-EXIT.
030000     EXIT.
030050*--------------------------------------------------------------
030100* CROSS-MASTER REFERENTIAL INTEGRITY. WARNING-GRADE ORPHANS ARE
030150* REPORTED ON INTEGRPT BUT DO NOT FAIL THE PRE-FLIGHT.
030200*--------------------------------------------------------------
030250 6500-CHECK-REFERENCES.
030300     MOVE "REFINTEG" TO WS-CK-NAME
030350     CALL "REFERENTIAL-INTEGRITY-SWEEP"
030400         USING REFERENTIAL-INTEGRITY-REQUEST
030450     IF RIR-NO-DEFINITIONS
030500         PERFORM 7100-REPORT-MISSING THRU 7100-EXIT
030550         GO TO 6500-EXIT
030600     END-IF
030650     MOVE SPACES TO WS-CK-DETAIL
030700     EVALUATE TRUE
030750         WHEN RIR-CRITICAL-ORPHANS > ZERO
030800             MOVE "FAIL" TO WS-CK-VERDICT
030850             MOVE RIR-CRITICAL-ORPHANS TO WS-REF-COUNT
030900             STRING FUNCTION TRIM(WS-REF-COUNT)
030910               " CRITICAL ORPHANS - SEE INTEGRPT"
030950                 DELIMITED BY SIZE INTO WS-CK-DETAIL
031000             ADD 1 TO WS-FAILURE-COUNT
031050         WHEN RIR-CRITICAL-UNCHECKED > ZERO
031100             MOVE "FAIL" TO WS-CK-VERDICT
031150             MOVE RIR-CRITICAL-UNCHECKED TO WS-REF-COUNT
031200             STRING FUNCTION TRIM(WS-REF-COUNT)
031210               " CRITICAL RELATIONS UNCHECKED"
031250                 DELIMITED BY SIZE INTO WS-CK-DETAIL
031300             ADD 1 TO WS-FAILURE-COUNT
031350         WHEN RIR-WARNING-ORPHANS > ZERO
031400             MOVE "PASS" TO WS-CK-VERDICT
031450             MOVE RIR-WARNING-ORPHANS TO WS-REF-COUNT
031500             STRING FUNCTION TRIM(WS-REF-COUNT)
031510               " WARNING ORPHANS - SEE INTEGRPT"
031550                 DELIMITED BY SIZE INTO WS-CK-DETAIL
031600         WHEN OTHER
031650             MOVE "PASS" TO WS-CK-VERDICT
031700             MOVE RIR-RELATIONS-CHECKED TO WS-REF-COUNT
031750             STRING FUNCTION TRIM(WS-REF-COUNT)
031760               " RELATIONS CHECKED, NO ORPHANS"
031800                 DELIMITED BY SIZE INTO WS-CK-DETAIL
031850     END-EVALUATE
031900     WRITE PF-RECORD FROM WS-CHECK-LINE.
031950 6500-EXIT.
032000     EXIT.
032050 7100-REPORT-MISSING.
032100     MOVE "FAIL" TO WS-CK-VERDICT
032150     MOVE "DATASET MISSING OR UNREADABLE" TO WS-CK-DETAIL
032200     ADD 1 TO WS-FAILURE-COUNT
032250     WRITE PF-RECORD FROM WS-CHECK-LINE.
032300 7100-EXIT.
032350     EXIT.
032400 7200-REPORT-COUNTED.
032450     IF WS-RECORD-COUNT = ZERO
032500         MOVE "FAIL" TO WS-CK-VERDICT
032550         MOVE "DATASET IS EMPTY" TO WS-CK-DETAIL
032600         ADD 1 TO WS-FAILURE-COUNT
032650     ELSE
032700         MOVE "PASS" TO WS-CK-VERDICT
032750         MOVE SPACES TO WS-CK-DETAIL
032800         STRING "RECORDS=" WS-RECORD-COUNT
032850             DELIMITED BY SIZE INTO WS-CK-DETAIL
032900     END-IF
032950     WRITE PF-RECORD FROM WS-CHECK-LINE.
033000 7200-EXIT.
033050     EXIT.
033100*--------------------------------------------------------------
033150* ONE EXPCOUNT LINE PER FEED, KEYED BY THE JOB NAME THE
033200* CONSUMING STEP CHECKPOINTS UNDER, SO THE PROGRESS MONITOR
033250* CAN JOIN IT STRAIGHT TO JOBCKPT. A MISSING FEED WRITES NO
033300* LINE - THERE IS NOTHING TO EXPECT.
033350*--------------------------------------------------------------
033400 7300-WRITE-EXPECTED.
033450     MOVE SPACES TO EXPECTED-COUNT-RECORD
033500     MOVE WS-EXPECT-JOB TO EC-JOB-NAME
033550     MOVE WS-RECORD-COUNT TO EC-EXPECTED-COUNT
033600     WRITE EXPECTED-COUNT-RECORD.
033650 7300-EXIT.
033700     EXIT.
033750 8000-WRITE-VERDICT.
033800     MOVE SPACES TO WS-VL-TEXT
033850     IF WS-FAILURE-COUNT = ZERO
033900         MOVE "ALL CHECKS PASSED" TO WS-VL-TEXT
033950     ELSE
034000         MOVE "INPUT FAILURES - FIX AND RERUN" TO WS-VL-TEXT
034050     END-IF
034100     WRITE PF-RECORD FROM WS-VERDICT-LINE.
034150 8000-EXIT.
034200     EXIT.
034250 END PROGRAM PREFLIGHT-VERIFIER.
