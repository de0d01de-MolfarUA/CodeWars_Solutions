002100*                    LETTERS GO TO AWARDLTR, UNSUCCESSFUL
002200*                    BIDDERS TO UNSUCC WITH THE CUT-OFF RANK
002300*                    SHOWN - THE SPREADSHEET EXERCISE RETIRES.
002308*   2026-10-01  PRC  RUNS AS BUS060 OF THE SCHEDULED BUSINESS
002316*                    JOB STREAM, BEHIND BUS050'S BIDSOUT.
002324*                    AWARDLTR AND UNSUCC ARE REGISTERED IN THE
002332*                    CYCLE LINEAGE LOG THROUGH CYCLE-STAMP (NO
002340*                    HEADER RECORD - THE VENDOR ACCUMULATOR
002348*                    READS BOTH LINE FOR LINE), STEP COMPLETION
002356*                    AND THE AWARD LETTER COUNT GO TO STEPSTAT,
002364*                    AND END OF STEP LEAVES CHAINBAL TRAILERS
002372*                    FOR BIDSOUT (CONSUMED, COUNT AND ORDINAL
002380*                    HASH OF EVERY LINE READ) AND FOR AWARDLTR
002388*                    AND UNSUCC (PRODUCED).
002400*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
007700 77  WS-CUTOFF-RANK          PIC 9(04)       VALUE ZERO.
007800 77  WS-FUNDS-GONE-SW        PIC X(01)       VALUE 'N'.
007900     88  WS-FUNDS-GONE                       VALUE 'Y'.
007910 77  WS-RANKS-READ           PIC 9(09)       VALUE ZERO COMP.
007920 77  WS-RANK-HASH            PIC 9(12)       VALUE ZERO COMP.
007930 77  WS-LETTERS-WRITTEN      PIC 9(09)       VALUE ZERO COMP.
007940 77  WS-LETTER-HASH          PIC 9(12)       VALUE ZERO COMP.
007950 77  WS-REFUSALS-WRITTEN     PIC 9(09)       VALUE ZERO COMP.
007960 77  WS-REFUSAL-HASH         PIC 9(12)       VALUE ZERO COMP.
008000 01  WS-BID-TABLE.
008100     05  WS-BID-ENTRY OCCURS 1000.
008200         10  WS-BT-RANK      PIC 9(04).
009700     05  FILLER              PIC X(14)       VALUE
009800             " CUTOFF RANK =".
009900     05  WS-UN-CUTOFF        PIC 9(04).
009910 COPY STEPSTAT.
009920 COPY CYCSTAMP.
009930 COPY CHNTRLR.
010000 PROCEDURE DIVISION.
010100 0000-MAINLINE.
010200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011600     OPEN INPUT BID-RANK-FILE
011700     OPEN OUTPUT AWARD-LETTER-FILE
011800     OPEN OUTPUT UNSUCCESSFUL-FILE
011810     MOVE "BIDAWARD" TO CYC-PROGRAM-ID
011820     MOVE "AWARDLTR" TO CYC-FILE-NAME
011830     CALL "CYCLE-STAMP" USING CYCLE-STAMP-REQUEST
011840     MOVE "UNSUCC  " TO CYC-FILE-NAME
011850     CALL "CYCLE-STAMP" USING CYCLE-STAMP-REQUEST
011900     PERFORM 1100-READ-RANKING THRU 1100-EXIT
012000     PERFORM 1200-STORE-ONE-BID THRU 1200-EXIT
012100         UNTIL WS-RANK-EOF
012600 1100-READ-RANKING.
012700     READ BID-RANK-FILE
012800         AT END SET WS-RANK-EOF TO TRUE
012810         NOT AT END
012820             ADD 1 TO WS-RANKS-READ
012830             COMPUTE WS-RANK-HASH = FUNCTION MOD(
012840                 WS-RANK-HASH + WS-RANKS-READ
012850                     * FUNCTION ORD(BID-RANK-RECORD(1:1))
012860                 1000000000000)
012900     END-READ.
013000 1100-EXIT.
013100     EXIT.
019100     MOVE WS-BT-BID-ID(WS-BID-IX) TO WS-AW-BID-ID
019200     MOVE WS-BT-RANK(WS-BID-IX) TO WS-AW-RANK
019300     MOVE WS-SPLIT-AMOUNT TO WS-AW-AMOUNT
019310     WRITE AL-RECORD FROM WS-AWARD-LINE
019320     ADD 1 TO WS-LETTERS-WRITTEN
019330     COMPUTE WS-LETTER-HASH = FUNCTION MOD(
019340         WS-LETTER-HASH + WS-LETTERS-WRITTEN
019350             * FUNCTION ORD(AL-RECORD(1:1))
019360         1000000000000).
019500 2250-EXIT.
019600     EXIT.
019700 2300-AWARD-GROUP-SPLIT.
022100     MOVE WS-BT-BID-ID(WS-BID-IX) TO WS-UN-BID-ID
022200     MOVE WS-BT-RANK(WS-BID-IX) TO WS-UN-RANK
022300     MOVE WS-CUTOFF-RANK TO WS-UN-CUTOFF
022310     WRITE UN-RECORD FROM WS-UNSUCC-LINE
022320     ADD 1 TO WS-REFUSALS-WRITTEN
022330     COMPUTE WS-REFUSAL-HASH = FUNCTION MOD(
022340         WS-REFUSAL-HASH + WS-REFUSALS-WRITTEN
022350             * FUNCTION ORD(UN-RECORD(1:1))
022360         1000000000000).
022500 2410-EXIT.
022600     EXIT.
022700 9000-TERMINATE.
022800     CLOSE AWARD-LETTER-FILE
022809     CLOSE UNSUCCESSFUL-FILE
022818     MOVE "BUS060  " TO STEP-STATUS-STEP-NAME
022827     MOVE "BIDAWARD" TO STEP-STATUS-PROGRAM-ID
022836     MOVE WS-LETTERS-WRITTEN TO STEP-STATUS-RECORD-COUNT
022845     CALL "STEP-STATUS-RECORDER" USING STEP-STATUS-ENTRY
022854     MOVE "BIDSOUT " TO CHN-FILE-NAME
022863     MOVE "CONS" TO CHN-ROLE
022872     MOVE "BIDAWARD" TO CHN-PROGRAM-ID
022881     MOVE WS-RANKS-READ TO CHN-RECORD-COUNT
022890     MOVE WS-RANK-HASH TO CHN-HASH-TOTAL
022899     CALL "CHAIN-TRAILER" USING CHAIN-TRAILER-REQUEST
022908     MOVE "AWARDLTR" TO CHN-FILE-NAME
022917     MOVE "PROD" TO CHN-ROLE
022926     MOVE WS-LETTERS-WRITTEN TO CHN-RECORD-COUNT
022935     MOVE WS-LETTER-HASH TO CHN-HASH-TOTAL
022944     CALL "CHAIN-TRAILER" USING CHAIN-TRAILER-REQUEST
022953     MOVE "UNSUCC  " TO CHN-FILE-NAME
022962     MOVE WS-REFUSALS-WRITTEN TO CHN-RECORD-COUNT
022971     MOVE WS-REFUSAL-HASH TO CHN-HASH-TOTAL
022980     CALL "CHAIN-TRAILER" USING CHAIN-TRAILER-REQUEST.
023000 9000-EXIT.
023100     EXIT.
023200 END PROGRAM BID-AWARD-BATCH.
