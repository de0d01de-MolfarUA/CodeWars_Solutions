002100*                    FAIRRPT; SESSIONS WITH TOO FEW DICE TO
002200*                    JUDGE ARE MARKED SHORT INSTEAD OF FLAGGED.
002300*                    THE JUNE DISPUTE DOES NOT REPEAT.
002310*   2026-10-01  TCL  FAIRRPT OPENS WITH THE WEIGHTTB VERSION THE
002320*                    EXPECTED SHARES WERE SET FROM
002330*                    (REFTAB-VERSION).
002400*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
011000     05  FILLER                  PIC X(20)       VALUE
011100             "SESSIONS FOR REVIEW ".
011200     05  WS-TL-FLAGGED           PIC Z(03)9.
011210 COPY REFTVER.
011300 PROCEDURE DIVISION.
011400 0000-MAINLINE.
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012800     END-READ
012900     CLOSE FAIRNESS-CONTROL-FILE
013000     PERFORM 1200-SET-EXPECTED-SHARES THRU 1200-EXIT
013010     OPEN OUTPUT FAIRNESS-REPORT-FILE
013020     MOVE "WEIGHTTB" TO RTV-TABLE-NAME
013030     CALL "REFTAB-VERSION" USING REFTAB-VERSION-REQUEST
013040     WRITE FR-RECORD FROM RTV-HEADER-LINE.
013200 1000-EXIT.
013300     EXIT.
013400*--------------------------------------------------------------
