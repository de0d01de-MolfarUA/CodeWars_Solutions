002260*                    AS BEFORE.
002273*   2026-09-03  SEC  BADGE MASTER LAYOUT TAKEN FROM THE
002286*                    SHARED BADGMST COPYBOOK.
002289*   2026-10-15  SEC  EACH BADGE ROUTED TO BADGEEXC ALSO GOES
002292*                    THERE AS A SUSPENSE LINE (SUSPLIN) CARRYING
002295*                    THE BADGE RECORD, FOR SUSPENSE-SWEEP.
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
010000     05  FILLER              PIC X(14)   VALUE
010100             "  EXCEPTIONS =".
010200     05  WS-TL-EXCEPTED      PIC Z(05)9.
010210 COPY SUSPLIN.
010300 PROCEDURE DIVISION.
010400 0000-MAINLINE.
010500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013840         MOVE BD-BADGE-ID TO WS-LX-BADGE-ID
013850         MOVE BD-IDENTIFIER TO WS-LX-IDENTIFIER
013860         WRITE BE-RECORD FROM WS-LAPSED-EXC-LINE
013863         MOVE "BADGE LAPSED - INACTIVE" TO SQ-REASON
013866         PERFORM 2300-WRITE-SUSPENSE THRU 2300-EXIT
013870         PERFORM 1100-READ-BADGE THRU 1100-EXIT
013880         GO TO 2000-EXIT
013890     END-IF
015300         MOVE BD-BADGE-ID TO WS-EX-BADGE-ID
015400         MOVE BD-IDENTIFIER TO WS-EX-IDENTIFIER
015500         WRITE BE-RECORD FROM WS-EXCEPTION-LINE
015510         MOVE "OUTSIDE THE SCORABLE SET" TO SQ-REASON
015520         PERFORM 2300-WRITE-SUSPENSE THRU 2300-EXIT
015600     END-IF
015700     PERFORM 1100-READ-BADGE THRU 1100-EXIT.
015800 2000-EXIT.
018300     ADD 1 TO WS-HIST-COUNT(WS-SCORE-IX).
018400 2200-EXIT.
018500     EXIT.
018510 2300-WRITE-SUSPENSE.
018520     MOVE BADGE-INPUT-RECORD TO SQ-IMAGE
018530     WRITE BE-RECORD FROM SUSPENSE-LINE.
018540 2300-EXIT.
018550     EXIT.
018600 2210-APPEND-ONE-SCORE.
018700     MOVE WS-DET-SCORE(WS-CHAR-IX)
018800         TO WS-BL-DETAIL((WS-CHAR-IX - 1) * 2 + 1:2).
