000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DRAW-ODDS-BATCH.
000300 AUTHOR. COMBINATORICS-REPORTING.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-01.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-01  CMR  INITIAL VERSION - ODDS SHEETS FOR THE
001000*                    PICK-N-OF-M PROMOTIONAL DRAWS. EACH DRWGAME
001100*                    RECORD DEFINES ONE GAME: POOL SIZE M,
001200*                    NUMBERS DRAWN N (THE PLAYER PICKS THE SAME
001300*                    N), AND UP TO EIGHT PRIZE TIERS BY NUMBER
001400*                    OF MATCHES. A TIER OF K MATCHES IS WON BY
001500*                    C(N,K) * C(M-N,N-K) OF THE C(M,N) POSSIBLE
001600*                    DRAWS, ALL TAKEN FROM BINOMIAL-SERVICE, SO
001700*                    THE ODDS ARE 1 IN C(M,N) / WAYS. ONE
001800*                    PUBLISHABLE SHEET PER GAME GOES TO ODDSHEET.
001900*                    A POOL PAST THE ROWS PASCALTB WAS BUILT TO
002000*                    (THE BUILDER ZERO-FILLS UNBUILT ROWS, SO
002100*                    C(M,0) COMES BACK ZERO INSTEAD OF ONE) IS
002200*                    FLAGGED ON THE SHEET, NOT COMPUTED, AND THE
002300*                    RUN ENDS WITH RETURN CODE 4.
002400*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT GAME-DEFINITION-FILE ASSIGN TO "DRWGAME"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-GAME-STATUS.
003200     SELECT ODDS-SHEET-FILE ASSIGN TO "ODDSHEET"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-SHEET-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  GAME-DEFINITION-FILE.
003800 01  GAME-DEFINITION-RECORD.
003900     05  GD-GAME-ID              PIC X(08).
004000     05  FILLER                  PIC X(01).
004100     05  GD-POOL-SIZE            PIC 9(03).
004200     05  FILLER                  PIC X(01).
004300     05  GD-NUMBERS-DRAWN        PIC 9(02).
004400     05  FILLER                  PIC X(01).
004500     05  GD-GAME-NAME            PIC X(30).
004600     05  FILLER                  PIC X(01).
004700     05  GD-TIER-COUNT           PIC 9(02).
004800     05  GD-TIER OCCURS 8.
004900         10  FILLER              PIC X(01).
005000         10  GD-TIER-MATCHES     PIC 9(02).
005100         10  FILLER              PIC X(01).
005200         10  GD-TIER-PRIZE       PIC X(10).
005300 FD  ODDS-SHEET-FILE.
005400 01  OS-RECORD                   PIC X(80).
005500 WORKING-STORAGE SECTION.
005600 77  WS-GAME-STATUS              PIC X(02)   VALUE SPACES.
005700     88  WS-GAME-OK                          VALUE '00'.
005800     88  WS-GAME-EOF                         VALUE '10'.
005900 77  WS-SHEET-STATUS             PIC X(02)   VALUE SPACES.
006000 77  WS-GAMES-READ               PIC 9(05)   VALUE ZERO.
006100 77  WS-GAMES-PRINTED            PIC 9(05)   VALUE ZERO.
006200 77  WS-GAMES-FLAGGED            PIC 9(05)   VALUE ZERO.
006300 77  WS-TIER-IX                  PIC 9(02)   VALUE ZERO COMP.
006400 77  WS-NON-MATCHES              PIC 9(03)   VALUE ZERO.
006500 77  WS-TOTAL-DRAWS              PIC 9(18)   VALUE ZERO.
006600 77  WS-MATCH-WAYS               PIC 9(18)   VALUE ZERO.
006700 77  WS-MISS-WAYS                PIC 9(18)   VALUE ZERO.
006800 77  WS-TIER-WAYS                PIC 9(18)   VALUE ZERO.
006900 77  WS-ANY-PRIZE-WAYS           PIC 9(18)   VALUE ZERO.
007000 77  WS-ODDS                     PIC 9(17)V9 VALUE ZERO.
007100 77  WS-FLAG-REASON              PIC X(40)   VALUE SPACES.
007200 COPY BINOMSVC.
007300 01  WS-TITLE-LINE.
007400     05  FILLER                  PIC X(10)   VALUE
007500             "ODDS SHEET".
007600     05  FILLER                  PIC X(03)   VALUE SPACES.
007700     05  WS-TL-GAME-ID           PIC X(08).
007800     05  FILLER                  PIC X(02)   VALUE SPACES.
007900     05  WS-TL-GAME-NAME         PIC X(30).
008000 01  WS-RULE-LINE.
008100     05  FILLER                  PIC X(13)   VALUE
008200             "PICK NUMBERS ".
008300     05  WS-RL-DRAWN             PIC Z9.
008400     05  FILLER                  PIC X(09)   VALUE
008500             " FROM 1 -".
008600     05  WS-RL-POOL              PIC ZZ9.
008700     05  FILLER                  PIC X(22)   VALUE
008800             "   POSSIBLE DRAWS    ".
008900     05  WS-RL-TOTAL             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
009000 01  WS-COLUMN-LINE.
009100     05  FILLER                  PIC X(40)   VALUE
009200             "PRIZE         MATCHES      WINNING COMBI".
009300     05  FILLER                  PIC X(40)   VALUE
009400             "NATIONS                  ODDS 1 IN      ".
009500 01  WS-TIER-LINE.
009600     05  WS-TR-PRIZE             PIC X(10).
009700     05  FILLER                  PIC X(04)   VALUE SPACES.
009800     05  WS-TR-MATCH-TEXT.
009900         10  WS-TR-MATCHES       PIC Z9.
010000         10  WS-TR-OF            PIC X(03).
010100         10  WS-TR-DRAWN         PIC ZZ9.
010200     05  FILLER                  PIC X(02)   VALUE SPACES.
010300     05  WS-TR-WAYS              PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
010400     05  FILLER                  PIC X(02)   VALUE SPACES.
010410     05  WS-TR-ODDS              PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.9
010420                                 BLANK WHEN ZERO.
010600 01  WS-FLAG-LINE.
010700     05  FILLER                  PIC X(16)   VALUE
010800             "NOT COMPUTED -  ".
010900     05  WS-FL-REASON            PIC X(40).
011000 01  WS-COUNT-LINE.
011100     05  WS-CL-LABEL             PIC X(24).
011200     05  WS-CL-COUNT             PIC ZZZZ9.
011300 PROCEDURE DIVISION.
011400 0000-MAINLINE.
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011600     PERFORM 2000-PRINT-ONE-GAME THRU 2000-EXIT
011700         UNTIL WS-GAME-EOF.
011800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011900     STOP RUN.
012000 0000-EXIT.
012100     EXIT.
012200 1000-INITIALIZE.
012300     OPEN OUTPUT ODDS-SHEET-FILE
012400     OPEN INPUT GAME-DEFINITION-FILE
012500     IF NOT WS-GAME-OK
012600         DISPLAY "DRAW-ODDS-BATCH: DRWGAME NOT AVAILABLE"
012700         MOVE 8 TO RETURN-CODE
012800         SET WS-GAME-EOF TO TRUE
012900         GO TO 1000-EXIT
013000     END-IF
013100     PERFORM 1100-READ-GAME THRU 1100-EXIT.
013200 1000-EXIT.
013300     EXIT.
013400 1100-READ-GAME.
013500     READ GAME-DEFINITION-FILE
013600         AT END SET WS-GAME-EOF TO TRUE
013700     END-READ
013800     IF NOT WS-GAME-EOF
013900         ADD 1 TO WS-GAMES-READ
014000     END-IF.
014100 1100-EXIT.
014200     EXIT.
014300*--------------------------------------------------------------
014400* ONE GAME, ONE SHEET. THE DEFINITION IS PROVED FIRST; ANY
014500* GAME THAT CANNOT BE PRICED EXACTLY PRINTS ITS TITLE AND THE
014600* REASON INSTEAD OF FIGURES.
014700*--------------------------------------------------------------
014800 2000-PRINT-ONE-GAME.
014900     MOVE SPACES TO OS-RECORD
015000     WRITE OS-RECORD
015100     MOVE GD-GAME-ID TO WS-TL-GAME-ID
015200     MOVE GD-GAME-NAME TO WS-TL-GAME-NAME
015300     WRITE OS-RECORD FROM WS-TITLE-LINE
015400     MOVE SPACES TO WS-FLAG-REASON
015500     PERFORM 2100-CHECK-GAME THRU 2100-EXIT
015600     IF WS-FLAG-REASON NOT = SPACES
015700         MOVE WS-FLAG-REASON TO WS-FL-REASON
015800         WRITE OS-RECORD FROM WS-FLAG-LINE
015900         ADD 1 TO WS-GAMES-FLAGGED
016000         GO TO 2090-NEXT
016100     END-IF
016200     MOVE GD-NUMBERS-DRAWN TO WS-RL-DRAWN
016300     MOVE GD-POOL-SIZE TO WS-RL-POOL
016400     MOVE WS-TOTAL-DRAWS TO WS-RL-TOTAL
016500     WRITE OS-RECORD FROM WS-RULE-LINE
016600     WRITE OS-RECORD FROM WS-COLUMN-LINE
016700     MOVE ZERO TO WS-ANY-PRIZE-WAYS
016800     PERFORM 2300-PRINT-ONE-TIER THRU 2300-EXIT
016900         VARYING WS-TIER-IX FROM 1 BY 1
017000         UNTIL WS-TIER-IX > GD-TIER-COUNT
017100     MOVE "ANY PRIZE" TO WS-TR-PRIZE
017200     MOVE SPACES TO WS-TR-MATCH-TEXT
017300     MOVE WS-ANY-PRIZE-WAYS TO WS-TR-WAYS WS-TIER-WAYS
017400     PERFORM 2400-EDIT-ODDS THRU 2400-EXIT
017500     WRITE OS-RECORD FROM WS-TIER-LINE
017600     ADD 1 TO WS-GAMES-PRINTED.
017700 2090-NEXT.
017800     PERFORM 1100-READ-GAME THRU 1100-EXIT.
017900 2000-EXIT.
018000     EXIT.
018100 2100-CHECK-GAME.
018200     IF GD-POOL-SIZE IS NOT NUMERIC
018300         OR GD-NUMBERS-DRAWN IS NOT NUMERIC
018400         OR GD-TIER-COUNT IS NOT NUMERIC
018500         MOVE "DEFINITION NOT NUMERIC" TO WS-FLAG-REASON
018600         GO TO 2100-EXIT
018700     END-IF
018800     IF GD-NUMBERS-DRAWN = ZERO
018900         OR GD-NUMBERS-DRAWN > GD-POOL-SIZE
019000         MOVE "NUMBERS DRAWN NOT WITHIN POOL"
019100             TO WS-FLAG-REASON
019200         GO TO 2100-EXIT
019300     END-IF
019400     IF GD-TIER-COUNT = ZERO OR GD-TIER-COUNT > 8
019500         MOVE "TIER COUNT NOT 1 TO 8" TO WS-FLAG-REASON
019600         GO TO 2100-EXIT
019700     END-IF
019800     PERFORM 2110-CHECK-ONE-TIER THRU 2110-EXIT
019900         VARYING WS-TIER-IX FROM 1 BY 1
020000         UNTIL WS-TIER-IX > GD-TIER-COUNT
020100            OR WS-FLAG-REASON NOT = SPACES
020200     IF WS-FLAG-REASON NOT = SPACES
020300         GO TO 2100-EXIT
020400     END-IF
020500     MOVE GD-POOL-SIZE TO BIN-SVC-ROW
020600     MOVE ZERO TO BIN-SVC-POSITION
020700     CALL "BINOMIAL-SERVICE" USING BINOMIAL-SERVICE-REQUEST
020800     IF NOT BIN-SVC-YES
020900         OR BIN-SVC-ANSWER NOT = 1
021000         MOVE "POOL EXCEEDS PASCALTB DEPTH" TO WS-FLAG-REASON
021100         GO TO 2100-EXIT
021200     END-IF
021300     MOVE GD-NUMBERS-DRAWN TO BIN-SVC-POSITION
021400     CALL "BINOMIAL-SERVICE" USING BINOMIAL-SERVICE-REQUEST
021500     MOVE BIN-SVC-ANSWER TO WS-TOTAL-DRAWS.
021600 2100-EXIT.
021700     EXIT.
021800 2110-CHECK-ONE-TIER.
021900     IF GD-TIER-MATCHES(WS-TIER-IX) IS NOT NUMERIC
022000         OR GD-TIER-MATCHES(WS-TIER-IX) > GD-NUMBERS-DRAWN
022100         MOVE "TIER MATCHES NOT WITHIN NUMBERS DRAWN"
022200             TO WS-FLAG-REASON
022300     END-IF.
022400 2110-EXIT.
022500     EXIT.
022600*--------------------------------------------------------------
022700* K OF THE PLAYER'S N NUMBERS MATCH AND THE OTHER N-K DRAWN
022800* NUMBERS COME FROM THE M-N THE PLAYER DID NOT PICK. A TIER
022900* NO DRAW CAN WIN (MORE MISSES THAN THE POOL ALLOWS) SHOWS
023000* ZERO COMBINATIONS AND BLANK ODDS.
023100*--------------------------------------------------------------
023200 2300-PRINT-ONE-TIER.
023300     MOVE GD-NUMBERS-DRAWN TO BIN-SVC-ROW
023400     MOVE GD-TIER-MATCHES(WS-TIER-IX) TO BIN-SVC-POSITION
023500     CALL "BINOMIAL-SERVICE" USING BINOMIAL-SERVICE-REQUEST
023600     MOVE BIN-SVC-ANSWER TO WS-MATCH-WAYS
023700     COMPUTE WS-NON-MATCHES = GD-POOL-SIZE - GD-NUMBERS-DRAWN
023800     MOVE WS-NON-MATCHES TO BIN-SVC-ROW
023900     COMPUTE BIN-SVC-POSITION = GD-NUMBERS-DRAWN
024000         - GD-TIER-MATCHES(WS-TIER-IX)
024100     CALL "BINOMIAL-SERVICE" USING BINOMIAL-SERVICE-REQUEST
024200     MOVE BIN-SVC-ANSWER TO WS-MISS-WAYS
024300     COMPUTE WS-TIER-WAYS = WS-MATCH-WAYS * WS-MISS-WAYS
024400     ADD WS-TIER-WAYS TO WS-ANY-PRIZE-WAYS
024500     MOVE GD-TIER-PRIZE(WS-TIER-IX) TO WS-TR-PRIZE
024600     MOVE GD-TIER-MATCHES(WS-TIER-IX) TO WS-TR-MATCHES
024610     MOVE " OF" TO WS-TR-OF
024700     MOVE GD-NUMBERS-DRAWN TO WS-TR-DRAWN
024800     MOVE WS-TIER-WAYS TO WS-TR-WAYS
024900     PERFORM 2400-EDIT-ODDS THRU 2400-EXIT
025000     WRITE OS-RECORD FROM WS-TIER-LINE.
025100 2300-EXIT.
025200     EXIT.
025300 2400-EDIT-ODDS.
025400     IF WS-TIER-WAYS = ZERO
025500         MOVE ZERO TO WS-TR-ODDS
025600         GO TO 2400-EXIT
025700     END-IF
025800     COMPUTE WS-ODDS ROUNDED = WS-TOTAL-DRAWS / WS-TIER-WAYS
025900     MOVE WS-ODDS TO WS-TR-ODDS.
026000 2400-EXIT.
026100     EXIT.
026200 9000-TERMINATE.
026300     MOVE SPACES TO OS-RECORD
026400     WRITE OS-RECORD
026500     MOVE "GAMES READ" TO WS-CL-LABEL
026600     MOVE WS-GAMES-READ TO WS-CL-COUNT
026700     WRITE OS-RECORD FROM WS-COUNT-LINE
026800     MOVE "SHEETS PRINTED" TO WS-CL-LABEL
026900     MOVE WS-GAMES-PRINTED TO WS-CL-COUNT
027000     WRITE OS-RECORD FROM WS-COUNT-LINE
027100     MOVE "GAMES FLAGGED" TO WS-CL-LABEL
027200     MOVE WS-GAMES-FLAGGED TO WS-CL-COUNT
027300     WRITE OS-RECORD FROM WS-COUNT-LINE
027400     CLOSE GAME-DEFINITION-FILE
027500     CLOSE ODDS-SHEET-FILE
027600     IF WS-GAMES-FLAGGED > ZERO
027700         AND RETURN-CODE < 4
027800         MOVE 4 TO RETURN-CODE
027900     END-IF.
028000 9000-EXIT.
028100     EXIT.
028200 END PROGRAM DRAW-ODDS-BATCH.
