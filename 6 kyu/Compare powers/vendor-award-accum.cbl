001800*                    BIDS ENTERED, AWARDS WON, AWARD AMOUNT.
001900*                    THE QUARTERLY WIN-RATE REPORT READS THE
002000*                    HISTORY BACK.
002010*   2026-10-01  PRC  RUNS AS BUS070 OF THE SCHEDULED BUSINESS
002020*                    JOB STREAM, BEHIND BUS060. THE VENDHIST
002030*                    APPEND IS REGISTERED IN THE CYCLE LINEAGE
002040*                    LOG THROUGH CYCLE-STAMP, STEP COMPLETION
002050*                    AND THE NUMBER OF HISTORY LINES APPENDED
002060*                    GO TO STEPSTAT, AND THE NEW 9000-TERMINATE
002070*                    LEAVES CHAINBAL CONSUMER TRAILERS (COUNT
002080*                    AND ORDINAL HASH OF EVERY LINE READ) FOR
002090*                    AWARDLTR AND UNSUCC.
002100*--------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
008700 01  WS-THIS-BID                 PIC X(10)       VALUE SPACES.
008800 01  WS-THIS-VENDOR              PIC X(08)       VALUE SPACES.
008900 77  WS-THIS-AMOUNT              PIC 9(10)       VALUE ZERO.
008910 77  WS-LETTERS-READ             PIC 9(09)       VALUE ZERO COMP.
008920 77  WS-LETTER-HASH              PIC 9(12)       VALUE ZERO COMP.
008930 77  WS-REFUSALS-READ            PIC 9(09)       VALUE ZERO COMP.
008940 77  WS-REFUSAL-HASH             PIC 9(12)       VALUE ZERO COMP.
008950 77  WS-HISTORY-WRITTEN          PIC 9(09)       VALUE ZERO COMP.
009000 01  WS-XREF-TABLE.
009100     05  WS-XR-ENTRY OCCURS 300.
009200         10  WS-XR-BID-ID        PIC X(10).
009700         10  WS-VE-BIDS          PIC 9(05).
009800         10  WS-VE-AWARDS        PIC 9(05).
009900         10  WS-VE-AMOUNT        PIC 9(12).
009910 COPY STEPSTAT.
009920 COPY CYCSTAMP.
009930 COPY CHNTRLR.
010000 PROCEDURE DIVISION.
010100 0000-MAINLINE.
010200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010400     PERFORM 3000-TAKE-AWARDS THRU 3000-EXIT.
010500     PERFORM 4000-TAKE-UNSUCCESSFUL THRU 4000-EXIT.
010600     PERFORM 5000-APPEND-HISTORY THRU 5000-EXIT.
010610     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010700     STOP RUN.
010800 0000-EXIT.
010900     EXIT.
016000 3100-READ-LETTER.
016100     READ AWARD-LETTER-FILE
016200         AT END SET WS-LETTER-EOF TO TRUE
016210         NOT AT END
016220             ADD 1 TO WS-LETTERS-READ
016230             COMPUTE WS-LETTER-HASH = FUNCTION MOD(
016240                 WS-LETTER-HASH + WS-LETTERS-READ
016250                     * FUNCTION ORD(AL-RECORD(1:1))
016260                 1000000000000)
016300     END-READ.
016400 3100-EXIT.
016500     EXIT.
019500 4100-READ-UNSUCC.
019600     READ UNSUCCESSFUL-FILE
019700         AT END SET WS-UNSUCC-EOF TO TRUE
019710         NOT AT END
019720             ADD 1 TO WS-REFUSALS-READ
019730             COMPUTE WS-REFUSAL-HASH = FUNCTION MOD(
019740                 WS-REFUSAL-HASH + WS-REFUSALS-READ
019750                     * FUNCTION ORD(UN-RECORD(1:1))
019760                 1000000000000)
019800     END-READ.
019900 4100-EXIT.
020000     EXIT.
021700     IF NOT WS-HISTORY-OK
021800         OPEN OUTPUT VENDOR-HISTORY-FILE
021900     END-IF
021910     MOVE "VENDHIST" TO CYC-FILE-NAME
021920     MOVE "VENDORAW" TO CYC-PROGRAM-ID
021930     CALL "CYCLE-STAMP" USING CYCLE-STAMP-REQUEST
022000     PERFORM 5100-WRITE-ONE-VENDOR THRU 5100-EXIT
022100         VARYING WS-VE-IX FROM 1 BY 1
022200         UNTIL WS-VE-IX > WS-VENDOR-COUNT
023000     MOVE WS-VE-BIDS(WS-VE-IX) TO VH-BIDS-ENTERED
023100     MOVE WS-VE-AWARDS(WS-VE-IX) TO VH-AWARDS-WON
023200     MOVE WS-VE-AMOUNT(WS-VE-IX) TO VH-AWARD-AMOUNT
023210     WRITE VENDOR-HISTORY-RECORD
023220     ADD 1 TO WS-HISTORY-WRITTEN.
023400 5100-EXIT.
023500     EXIT.
023600*--------------------------------------------------------------
027500     END-IF.
027600 6110-EXIT.
027700     EXIT.
027710 9000-TERMINATE.
027715     MOVE "BUS070  " TO STEP-STATUS-STEP-NAME
027720     MOVE "VENDORAW" TO STEP-STATUS-PROGRAM-ID
027725     MOVE WS-HISTORY-WRITTEN TO STEP-STATUS-RECORD-COUNT
027730     CALL "STEP-STATUS-RECORDER" USING STEP-STATUS-ENTRY
027735     MOVE "AWARDLTR" TO CHN-FILE-NAME
027740     MOVE "CONS" TO CHN-ROLE
027745     MOVE "VENDORAW" TO CHN-PROGRAM-ID
027750     MOVE WS-LETTERS-READ TO CHN-RECORD-COUNT
027755     MOVE WS-LETTER-HASH TO CHN-HASH-TOTAL
027760     CALL "CHAIN-TRAILER" USING CHAIN-TRAILER-REQUEST
027765     MOVE "UNSUCC  " TO CHN-FILE-NAME
027770     MOVE WS-REFUSALS-READ TO CHN-RECORD-COUNT
027775     MOVE WS-REFUSAL-HASH TO CHN-HASH-TOTAL
027780     CALL "CHAIN-TRAILER" USING CHAIN-TRAILER-REQUEST.
027785 9000-EXIT.
027790     EXIT.
027800 END PROGRAM VENDOR-AWARD-ACCUM.
