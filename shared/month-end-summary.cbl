002300*                    PUBLISHED THROUGH THE SHARED REPORT
002400*                    WRITER SO IT PAGES, TOTALS, AND
002500*                    DISTRIBUTES LIKE EVERYTHING ELSE.
002510*   2026-10-15  BJC  SUSPENSE LINES (SUSPLIN) NOW WRITTEN TO
002520*                    TOASTEXC BESIDE EACH EXCEPTION ARE NOT
002530*                    COUNTED IN ITS VOLUME.
002600*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
016000 2110-EXIT.
016100     EXIT.
016200 2120-COUNT-ONE-RECORD.
016210     IF BUSINESS-IN-RECORD(1:5) NOT = "SUSP "
016220         ADD 1 TO WS-RECORD-COUNT
016230     END-IF
016400     IF WS-BUSINESS-NAME = "QUOTEOUT"
016500         AND BUSINESS-IN-RECORD(1:6) = "QUOTE "
016600         COMPUTE WS-VALUE-TOTAL = WS-VALUE-TOTAL
