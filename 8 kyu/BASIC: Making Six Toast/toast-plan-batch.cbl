002400*                    TOASTEXC FOR EVERY ORDER WHOSE DUE SLOT'S
002500*                    DEMAND EXCEEDS THE CYCLES AVAILABLE. THE
002600*                    KITCHEN STOPS OVER-TOASTING A LOAF A DAY.
002609*   2026-10-01  CTN  RUNS AS BUS080 OF THE SCHEDULED BUSINESS
002618*                    JOB STREAM. PLANOUT, ORDFILL, AND TOASTEXC
002627*                    ARE REGISTERED IN THE CYCLE LINEAGE LOG
002636*                    THROUGH CYCLE-STAMP (NO HEADER RECORD -
002645*                    THE VARIANCE STEP READS ORDFILL LINE FOR
002654*                    LINE), STEP COMPLETION AND THE ORDFILL
002663*                    COUNT GO TO STEPSTAT, AND END OF STEP
002672*                    LEAVES CHAINBAL TRAILERS FOR ORDERSIN
002681*                    (CONSUMED) AND ORDFILL (PRODUCED, COUNT
002690*                    AND ORDINAL HASH).
002692*   2026-10-15  CTN  AN INFEASIBLE ORDER ALSO GOES TO TOASTEXC
002694*                    AS A SUSPENSE LINE (SUSPLIN) CARRYING THE
002696*                    ORDER RECORD, FOR SUSPENSE-SWEEP.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
008800 77  WS-COMPLETION-SLOT      PIC 9(02)   VALUE ZERO.
008900 01  WS-TOAST-NUM            PIC 9(09)   VALUE ZERO.
009000 01  WS-TOAST-RESULT         PIC 9(08)   VALUE ZERO.
009010 77  WS-ORDERS-READ          PIC 9(09)   VALUE ZERO COMP.
009020 77  WS-FILLS-WRITTEN        PIC 9(09)   VALUE ZERO COMP.
009030 77  WS-FILL-HASH            PIC 9(12)   VALUE ZERO COMP.
009100 COPY RETCODE.
009200 01  WS-ORDER-TABLE.
009300     05  WS-OT-ENTRY OCCURS 200.
012400     05  WS-EX-DUE           PIC 9(02).
012500     05  FILLER              PIC X(28)   VALUE
012600             " SLOT DEMAND OVER CAPACITY  ".
012610 COPY STEPSTAT.
012620 COPY CYCSTAMP.
012630 COPY CHNTRLR.
012640 COPY SUSPLIN.
012700 PROCEDURE DIVISION.
012800 0000-MAINLINE.
012900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014900     OPEN OUTPUT PLAN-OUTPUT-FILE
015000     OPEN OUTPUT FULFILLMENT-FILE
015100     OPEN OUTPUT PLAN-EXCEPTION-FILE
015110     MOVE "TOASTPLA" TO CYC-PROGRAM-ID
015120     MOVE "PLANOUT " TO CYC-FILE-NAME
015130     CALL "CYCLE-STAMP" USING CYCLE-STAMP-REQUEST
015140     MOVE "ORDFILL " TO CYC-FILE-NAME
015150     CALL "CYCLE-STAMP" USING CYCLE-STAMP-REQUEST
015160     MOVE "TOASTEXC" TO CYC-FILE-NAME
015170     CALL "CYCLE-STAMP" USING CYCLE-STAMP-REQUEST
015200     IF WS-INPUT-OK
015300         PERFORM 1100-READ-ORDER THRU 1100-EXIT
015400         PERFORM 1200-STORE-ORDER THRU 1200-EXIT
016100 1100-READ-ORDER.
016200     READ ORDER-INPUT-FILE
016300         AT END SET WS-INPUT-EOF TO TRUE
016310         NOT AT END ADD 1 TO WS-ORDERS-READ
016400     END-READ.
016500 1100-EXIT.
016600     EXIT.
022100         MOVE WS-OT-ORDER-ID(WS-OR-IX) TO WS-EX-ORDER
022200         MOVE WS-OT-DUE-SLOT(WS-OR-IX) TO WS-EX-DUE
022300         WRITE PE-RECORD FROM WS-EXCEPTION-LINE
022310         MOVE "SLOT DEMAND OVER CAPACITY" TO SQ-REASON
022320         MOVE WS-OT-ENTRY(WS-OR-IX) TO SQ-IMAGE
022330         WRITE PE-RECORD FROM SUSPENSE-LINE
022400     END-IF
022410     WRITE FF-RECORD FROM WS-FILL-LINE
022420     ADD 1 TO WS-FILLS-WRITTEN
022430     COMPUTE WS-FILL-HASH = FUNCTION MOD(
022440         WS-FILL-HASH + WS-FILLS-WRITTEN
022450             * FUNCTION ORD(FF-RECORD(1:1))
022460         1000000000000).
022600 3000-EXIT.
022700     EXIT.
022800 3100-FILL-ONE-CYCLE.
025800 9000-TERMINATE.
025900     CLOSE PLAN-OUTPUT-FILE
026000     CLOSE FULFILLMENT-FILE
026010     CLOSE PLAN-EXCEPTION-FILE
026020     MOVE "BUS080  " TO STEP-STATUS-STEP-NAME
026030     MOVE "TOASTPLA" TO STEP-STATUS-PROGRAM-ID
026040     MOVE WS-FILLS-WRITTEN TO STEP-STATUS-RECORD-COUNT
026050     CALL "STEP-STATUS-RECORDER" USING STEP-STATUS-ENTRY
026060     MOVE "ORDERSIN" TO CHN-FILE-NAME
026070     MOVE "CONS" TO CHN-ROLE
026080     MOVE "TOASTPLA" TO CHN-PROGRAM-ID
026090     MOVE WS-ORDERS-READ TO CHN-RECORD-COUNT
026100     MOVE ZERO TO CHN-HASH-TOTAL
026110     CALL "CHAIN-TRAILER" USING CHAIN-TRAILER-REQUEST
026120     MOVE "ORDFILL " TO CHN-FILE-NAME
026130     MOVE "PROD" TO CHN-ROLE
026140     MOVE WS-FILLS-WRITTEN TO CHN-RECORD-COUNT
026150     MOVE WS-FILL-HASH TO CHN-HASH-TOTAL
026160     CALL "CHAIN-TRAILER" USING CHAIN-TRAILER-REQUEST.
026200 9000-EXIT.
026300     EXIT.
026400 END PROGRAM TOAST-PLAN-BATCH.
