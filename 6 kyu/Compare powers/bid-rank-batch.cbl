001700*                    STYLE: THE NEXT DISTINCT BID TAKES ITS
001800*                    POSITION NUMBER), SO DOWNSTREAM TIE
001900*                    HANDLING SEES THE TIE.
001910*   2026-10-01  PRC  RUNS AS BUS050 OF THE SCHEDULED BUSINESS
001920*                    JOB STREAM. BIDSOUT IS REGISTERED IN THE
001930*                    CYCLE LINEAGE LOG THROUGH CYCLE-STAMP (NO
001940*                    HEADER RECORD - THE AWARD STEP READS EVERY
001950*                    LINE AS A RANKED BID), STEP COMPLETION AND
001960*                    THE RANKED-BID COUNT GO TO STEPSTAT, AND
001970*                    THE NEW 9000-TERMINATE LEAVES CHAINBAL
001980*                    TRAILERS FOR BIDSIN (CONSUMED) AND BIDSOUT
001990*                    (PRODUCED, COUNT AND ORDINAL HASH).
002000*--------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
004400 01  WS-COMPARE-RESULT       PIC S9          VALUE ZERO.
004500 01  WS-PREV-RANK            PIC 9(04)       VALUE ZERO.
004600 01  WS-SWAP-HOLD            PIC X(30).
004610 77  WS-BIDS-WRITTEN         PIC 9(09)       VALUE ZERO COMP.
004620 77  WS-RANK-HASH            PIC 9(12)       VALUE ZERO COMP.
004700 01  WS-BID-TABLE.
004800     05  WS-BID-ENTRY OCCURS 1 TO 1000 TIMES
004900             DEPENDING ON WS-BID-COUNT.
005900     05  WS-DL-BASE          PIC Z(9)9.
006000     05  FILLER              PIC X(02)       VALUE SPACES.
006100     05  WS-DL-EXPONENT      PIC Z(9)9.
006110 COPY STEPSTAT.
006120 COPY CYCSTAMP.
006130 COPY CHNTRLR.
006200 PROCEDURE DIVISION.
006300 0000-MAINLINE.
006400     PERFORM 1000-LOAD-BIDS THRU 1000-EXIT.
006500     PERFORM 2000-SORT-BIDS THRU 2000-EXIT.
006600     PERFORM 3000-WRITE-RANKED-LIST THRU 3000-EXIT.
006610     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006700     STOP RUN.
006800 0000-EXIT.
006900     EXIT.
012100     EXIT.
012200 3000-WRITE-RANKED-LIST.
012300     OPEN OUTPUT BID-RANK-FILE
012310     MOVE "BIDSOUT " TO CYC-FILE-NAME
012320     MOVE "BIDRANKB" TO CYC-PROGRAM-ID
012330     CALL "CYCLE-STAMP" USING CYCLE-STAMP-REQUEST
012400     PERFORM 3100-WRITE-ONE-BID THRU 3100-EXIT
012500         VARYING WS-OUTER-SUB FROM 1 BY 1
012600         UNTIL WS-OUTER-SUB > WS-BID-COUNT
014800     MOVE WS-BE-BID-ID(WS-OUTER-SUB) TO WS-DL-BID-ID
014900     MOVE WS-BE-BASE(WS-OUTER-SUB) TO WS-DL-BASE
015000     MOVE WS-BE-EXPONENT(WS-OUTER-SUB) TO WS-DL-EXPONENT
015010     WRITE BID-RANK-RECORD FROM WS-DETAIL-LINE
015020     ADD 1 TO WS-BIDS-WRITTEN
015030     COMPUTE WS-RANK-HASH = FUNCTION MOD(
015040         WS-RANK-HASH + WS-BIDS-WRITTEN
015050             * FUNCTION ORD(BID-RANK-RECORD(1:1))
015060         1000000000000).
015200 3100-EXIT.
015300     EXIT.
015305 9000-TERMINATE.
015310     MOVE "BUS050  " TO STEP-STATUS-STEP-NAME
015315     MOVE "BIDRANKB" TO STEP-STATUS-PROGRAM-ID
015320     MOVE WS-BIDS-WRITTEN TO STEP-STATUS-RECORD-COUNT
015325     CALL "STEP-STATUS-RECORDER" USING STEP-STATUS-ENTRY
015330     MOVE "BIDSIN  " TO CHN-FILE-NAME
015335     MOVE "CONS" TO CHN-ROLE
015340     MOVE "BIDRANKB" TO CHN-PROGRAM-ID
015345     MOVE WS-BID-COUNT TO CHN-RECORD-COUNT
015350     MOVE ZERO TO CHN-HASH-TOTAL
015355     CALL "CHAIN-TRAILER" USING CHAIN-TRAILER-REQUEST
015360     MOVE "BIDSOUT " TO CHN-FILE-NAME
015365     MOVE "PROD" TO CHN-ROLE
015370     MOVE WS-BIDS-WRITTEN TO CHN-RECORD-COUNT
015375     MOVE WS-RANK-HASH TO CHN-HASH-TOTAL
015380     CALL "CHAIN-TRAILER" USING CHAIN-TRAILER-REQUEST.
015385 9000-EXIT.
015390     EXIT.
015400 END PROGRAM BID-RANK-BATCH.
015500
015600
