000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SEASON-STANDINGS-BATCH.
000300 AUTHOR. TOURNAMENT-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-09-17.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-09-17  TCL  INITIAL VERSION - SEASON STANDINGS OVER
001000*                    THE PLYSEA PLAYER SEASON MASTER THAT
001100*                    SCORE-SESSION-BATCH KEEPS, SO THE LEAGUE
001200*                    COORDINATORS NO LONGER RE-ADD EACH WEEK'S
001300*                    LEADRPT BY HAND. FOR THE SEASON ON THE
001400*                    SEASCTL CARD, STANDRPT LISTS EVERY PLAYER
001500*                    WITH GAMES, POINTS, BEST TURN, SEASON AND
001600*                    ROLLING AVERAGES, HANDICAP AND HANDICAPPED
001700*                    SCORE (SEASON AVERAGE PLUS HANDICAP),
001800*                    ORDERED BY HANDICAPPED RANK WITH THE RAW
001900*                    RANK (SEASON AVERAGE ALONE) BESIDE IT. A
002000*                    PLAYER SHORT OF THE MINIMUM GAMES IS
002100*                    LISTED AFTER THE RANKED FIELD, UNRANKED AND
002200*                    MARKED NQ.
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT SEASON-CONTROL-FILE ASSIGN TO "SEASCTL"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-CONTROL-STATUS.
003100     SELECT PLAYER-SEASON-FILE ASSIGN TO "PLYSEA"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS PS-PLAYER-ID
003500         FILE STATUS IS WS-SEASON-STATUS.
003600     SELECT STANDINGS-REPORT-FILE ASSIGN TO "STANDRPT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-REPORT-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  SEASON-CONTROL-FILE.
004200 01  SEASON-CONTROL-CARD.
004300     05  SN-SEASON-ID            PIC X(08).
004400     05  FILLER                  PIC X(01).
004500     05  SN-HANDICAP-BASIS       PIC 9(07).
004600     05  FILLER                  PIC X(01).
004700     05  SN-ALLOWANCE-PCT        PIC 9(03).
004800     05  FILLER                  PIC X(01).
004900     05  SN-MIN-GAMES            PIC 9(03).
005000     05  FILLER                  PIC X(01).
005100     05  SN-RUN-DATE             PIC 9(08).
005200 FD  PLAYER-SEASON-FILE.
005300 COPY PLYSEA.
005400 FD  STANDINGS-REPORT-FILE.
005500 01  SR-RECORD                   PIC X(80).
005600 WORKING-STORAGE SECTION.
005700 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
005800     88  WS-CONTROL-OK                           VALUE '00'.
005900 77  WS-SEASON-STATUS            PIC X(02)       VALUE SPACES.
006000     88  WS-SEASON-OK                            VALUE '00'.
006100 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
006200     88  WS-REPORT-OK                            VALUE '00'.
006300 01  WS-SEASON-ID                PIC X(08)       VALUE SPACES.
006400 77  WS-HANDICAP-BASIS           PIC 9(07)       VALUE 5000.
006500 77  WS-ALLOWANCE-PCT            PIC 9(03)       VALUE 80.
006600 77  WS-MIN-GAMES                PIC 9(03)       VALUE 3.
006700 77  WS-RUN-DATE                 PIC 9(08)       VALUE ZERO.
006800 77  WS-WALK-DONE-SW             PIC X(01)       VALUE 'N'.
006900     88  WS-WALK-DONE                            VALUE 'Y'.
007000 77  WS-PLAYER-COUNT             PIC 9(03)       VALUE ZERO COMP.
007100 77  WS-PLAYER-MAX               PIC 9(03)       VALUE 500 COMP.
007200 77  WS-QUALIFIED-COUNT          PIC 9(03)       VALUE ZERO COMP.
007300 77  WS-ST-IX                    PIC 9(03)       VALUE ZERO COMP.
007400 77  WS-OUTER-SUB                PIC 9(03)       VALUE ZERO COMP.
007500 77  WS-INNER-SUB                PIC 9(03)       VALUE ZERO COMP.
007600 77  WS-SORT-BY                  PIC X(01)       VALUE 'R'.
007700     88  WS-SORT-BY-RAW                          VALUE 'R'.
007800     88  WS-SORT-BY-HANDICAP                     VALUE 'H'.
007900 77  WS-KEY-THIS                 PIC 9(08)       VALUE ZERO.
008000 77  WS-KEY-NEXT                 PIC 9(08)       VALUE ZERO.
008100 77  WS-KEY-PREVIOUS             PIC 9(08)       VALUE ZERO.
008200 77  WS-RANK-NOW                 PIC 9(04)       VALUE ZERO.
008300 01  WS-SWAP-HOLD                PIC X(64).
008400 01  WS-STANDINGS-TABLE.
008500     05  WS-ST-ENTRY OCCURS 500.
008600         10  WS-ST-PLAYER-ID     PIC X(08).
008700         10  WS-ST-GAMES         PIC 9(05).
008800         10  WS-ST-POINTS        PIC 9(09).
008900         10  WS-ST-BEST          PIC 9(04).
009000         10  WS-ST-SEASON-AVG    PIC 9(07).
009100         10  WS-ST-ROLLING-AVG   PIC 9(07).
009200         10  WS-ST-HANDICAP      PIC 9(07).
009300         10  WS-ST-HCP-SCORE     PIC 9(08).
009400         10  WS-ST-QUALIFIED     PIC X(01).
009500         10  WS-ST-RAW-RANK      PIC 9(04).
009600         10  WS-ST-HCP-RANK      PIC 9(04).
009700 01  WS-REPORT-HEADER.
009800     05  FILLER                  PIC X(24)       VALUE
009900             "SEASON STANDINGS  SEASON".
010000     05  FILLER                  PIC X(01)       VALUE SPACE.
010100     05  WS-RH-SEASON            PIC X(08).
010200     05  FILLER                  PIC X(10)       VALUE
010300             "  RUN DATE".
010400     05  FILLER                  PIC X(01)       VALUE SPACE.
010500     05  WS-RH-DATE              PIC 9(08).
010600     05  FILLER                  PIC X(11)       VALUE
010700             "  MIN GAMES".
010800     05  FILLER                  PIC X(01)       VALUE SPACE.
010900     05  WS-RH-MIN-GAMES         PIC ZZ9.
011000 01  WS-FORMULA-LINE.
011100     05  FILLER                  PIC X(11)       VALUE
011200             "HANDICAP = ".
011300     05  WS-FL-PCT               PIC ZZ9.
011400     05  FILLER                  PIC X(06)       VALUE
011500             "% OF (".
011600     05  WS-FL-BASIS             PIC Z(06)9.
011700     05  FILLER                  PIC X(40)       VALUE
011800             " - ROLLING AVERAGE), NOT BELOW ZERO".
011900 01  WS-COLUMN-LINE.
012000     05  FILLER                  PIC X(40)       VALUE
012100             " HCP  RAW PLAYER   GAMES    POINTS BEST ".
012200     05  FILLER                  PIC X(40)       VALUE
012300             " SEASAVG  ROLLAVG  HCAP   HCPSCR".
012400 01  WS-STANDING-LINE.
012500     05  WS-SL-HCP-RANK          PIC ZZZZ.
012600     05  FILLER                  PIC X(01)       VALUE SPACE.
012700     05  WS-SL-RAW-RANK          PIC ZZZZ.
012800     05  FILLER                  PIC X(01)       VALUE SPACE.
012900     05  WS-SL-PLAYER            PIC X(08).
013000     05  FILLER                  PIC X(01)       VALUE SPACE.
013100     05  WS-SL-GAMES             PIC ZZZZ9.
013200     05  FILLER                  PIC X(01)       VALUE SPACE.
013300     05  WS-SL-POINTS            PIC Z(08)9.
013400     05  FILLER                  PIC X(01)       VALUE SPACE.
013500     05  WS-SL-BEST              PIC ZZZ9.
013600     05  FILLER                  PIC X(02)       VALUE SPACES.
013700     05  WS-SL-SEASON-AVG        PIC Z(06)9.
013800     05  FILLER                  PIC X(02)       VALUE SPACES.
013900     05  WS-SL-ROLLING-AVG       PIC Z(06)9.
014000     05  FILLER                  PIC X(01)       VALUE SPACE.
014100     05  WS-SL-HANDICAP          PIC Z(04)9.
014200     05  FILLER                  PIC X(01)       VALUE SPACE.
014300     05  WS-SL-HCP-SCORE         PIC Z(07)9.
014400     05  FILLER                  PIC X(01)       VALUE SPACE.
014500     05  WS-SL-FLAG              PIC X(02).
014600 01  WS-TOTALS-LINE.
014700     05  FILLER                  PIC X(08)       VALUE
014800             "PLAYERS ".
014900     05  WS-TL-PLAYERS           PIC ZZZ9.
015000     05  FILLER                  PIC X(12)       VALUE
015100             "  QUALIFIED ".
015200     05  WS-TL-QUALIFIED         PIC ZZZ9.
015300 PROCEDURE DIVISION.
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015600     PERFORM 2000-LOAD-SEASON THRU 2000-EXIT.
015700     SET WS-SORT-BY-RAW TO TRUE.
015800     PERFORM 3000-SORT-STANDINGS THRU 3000-EXIT.
015900     PERFORM 3500-ASSIGN-RANKS THRU 3500-EXIT.
016000     SET WS-SORT-BY-HANDICAP TO TRUE.
016100     PERFORM 3000-SORT-STANDINGS THRU 3000-EXIT.
016200     PERFORM 3500-ASSIGN-RANKS THRU 3500-EXIT.
016300     PERFORM 4000-WRITE-STANDINGS THRU 4000-EXIT.
016400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016500     STOP RUN.
016600 0000-EXIT.
016700     EXIT.
016800 1000-INITIALIZE.
016900     MOVE SPACES TO SEASON-CONTROL-CARD
017000     OPEN INPUT SEASON-CONTROL-FILE
017100     IF WS-CONTROL-OK
017200         READ SEASON-CONTROL-FILE
017300             AT END MOVE SPACES TO SEASON-CONTROL-CARD
017400         END-READ
017500         CLOSE SEASON-CONTROL-FILE
017600     END-IF
017700     PERFORM 1100-TAKE-CONTROL-CARD THRU 1100-EXIT
017800     OPEN OUTPUT STANDINGS-REPORT-FILE
017900     MOVE WS-SEASON-ID TO WS-RH-SEASON
018000     MOVE WS-RUN-DATE TO WS-RH-DATE
018100     MOVE WS-MIN-GAMES TO WS-RH-MIN-GAMES
018200     WRITE SR-RECORD FROM WS-REPORT-HEADER
018300     MOVE WS-ALLOWANCE-PCT TO WS-FL-PCT
018400     MOVE WS-HANDICAP-BASIS TO WS-FL-BASIS
018500     WRITE SR-RECORD FROM WS-FORMULA-LINE
018600     WRITE SR-RECORD FROM WS-COLUMN-LINE.
018700 1000-EXIT.
018800     EXIT.
018900*--------------------------------------------------------------
019000* THE SAME SEASCTL CARD SCORE-SESSION-BATCH READS. A BLANK OR
019100* NON-NUMERIC FIELD KEEPS ITS DEFAULT; WITHOUT A SEASON ID THE
019200* SEASON IS THE RUN YEAR. THE BASIS AND ALLOWANCE ARE PRINTED
019300* AS THE PUBLISHED HANDICAP FORMULA.
019400*--------------------------------------------------------------
019500 1100-TAKE-CONTROL-CARD.
019600     IF SN-RUN-DATE IS NUMERIC AND SN-RUN-DATE > ZERO
019700         MOVE SN-RUN-DATE TO WS-RUN-DATE
019800     ELSE
019900         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
020000     END-IF
020100     IF SN-SEASON-ID NOT = SPACES
020200         MOVE SN-SEASON-ID TO WS-SEASON-ID
020300     ELSE
020400         MOVE WS-RUN-DATE(1:4) TO WS-SEASON-ID
020500     END-IF
020600     IF SN-HANDICAP-BASIS IS NUMERIC
020700         AND SN-HANDICAP-BASIS > ZERO
020800         MOVE SN-HANDICAP-BASIS TO WS-HANDICAP-BASIS
020900     END-IF
021000     IF SN-ALLOWANCE-PCT IS NUMERIC
021100         MOVE SN-ALLOWANCE-PCT TO WS-ALLOWANCE-PCT
021200     END-IF
021300     IF SN-MIN-GAMES IS NUMERIC
021400         MOVE SN-MIN-GAMES TO WS-MIN-GAMES
021500     END-IF.
021600 1100-EXIT.
021700     EXIT.
021800 2000-LOAD-SEASON.
021900     OPEN INPUT PLAYER-SEASON-FILE
022000     IF NOT WS-SEASON-OK
022100         DISPLAY "SEASON-STANDINGS-BATCH: PLYSEA WILL NOT OPEN, "
022200             "STATUS " WS-SEASON-STATUS
022300         MOVE 8 TO RETURN-CODE
022400         GO TO 2000-EXIT
022500     END-IF
022600     MOVE LOW-VALUES TO PS-PLAYER-ID
022700     START PLAYER-SEASON-FILE KEY IS NOT LESS THAN PS-PLAYER-ID
022800         INVALID KEY SET WS-WALK-DONE TO TRUE
022900     END-START
023000     PERFORM 2100-LOAD-ONE-PLAYER THRU 2100-EXIT
023100         UNTIL WS-WALK-DONE
023200            OR WS-PLAYER-COUNT >= WS-PLAYER-MAX
023300     CLOSE PLAYER-SEASON-FILE.
023400 2000-EXIT.
023500     EXIT.
023600 2100-LOAD-ONE-PLAYER.
023700     READ PLAYER-SEASON-FILE NEXT RECORD
023800         AT END SET WS-WALK-DONE TO TRUE
023900                GO TO 2100-EXIT
024000     END-READ
024100     IF PS-SEASON-ID NOT = WS-SEASON-ID
024200         OR PS-GAMES-PLAYED = ZERO
024300         GO TO 2100-EXIT
024400     END-IF
024500     ADD 1 TO WS-PLAYER-COUNT
024600     MOVE PS-PLAYER-ID TO WS-ST-PLAYER-ID(WS-PLAYER-COUNT)
024700     MOVE PS-GAMES-PLAYED TO WS-ST-GAMES(WS-PLAYER-COUNT)
024800     MOVE PS-TOTAL-POINTS TO WS-ST-POINTS(WS-PLAYER-COUNT)
024900     MOVE PS-BEST-TURN TO WS-ST-BEST(WS-PLAYER-COUNT)
025000     COMPUTE WS-ST-SEASON-AVG(WS-PLAYER-COUNT) ROUNDED =
025100         PS-TOTAL-POINTS / PS-GAMES-PLAYED
025200     COMPUTE WS-ST-ROLLING-AVG(WS-PLAYER-COUNT) ROUNDED =
025300         PS-ROLLING-AVERAGE
025400     MOVE PS-HANDICAP TO WS-ST-HANDICAP(WS-PLAYER-COUNT)
025500     COMPUTE WS-ST-HCP-SCORE(WS-PLAYER-COUNT) =
025600         WS-ST-SEASON-AVG(WS-PLAYER-COUNT) + PS-HANDICAP
025700     MOVE ZERO TO WS-ST-RAW-RANK(WS-PLAYER-COUNT)
025800     MOVE ZERO TO WS-ST-HCP-RANK(WS-PLAYER-COUNT)
025900     IF PS-GAMES-PLAYED >= WS-MIN-GAMES
026000         MOVE 'Y' TO WS-ST-QUALIFIED(WS-PLAYER-COUNT)
026100         ADD 1 TO WS-QUALIFIED-COUNT
026200     ELSE
026300         MOVE 'N' TO WS-ST-QUALIFIED(WS-PLAYER-COUNT)
026400     END-IF.
026500 2100-EXIT.
026600     EXIT.
026700*--------------------------------------------------------------
026800* SAME EXCHANGE SORT THE SESSION LEADERBOARD USES, ON THE RAW
026900* OR THE HANDICAPPED KEY. QUALIFIED PLAYERS ALWAYS SORT AHEAD
027000* OF THOSE SHORT OF THE MINIMUM GAMES.
027100*--------------------------------------------------------------
027200 3000-SORT-STANDINGS.
027300     PERFORM 3100-SORT-ONE-PASS THRU 3100-EXIT
027400         VARYING WS-OUTER-SUB FROM 1 BY 1
027500         UNTIL WS-OUTER-SUB >= WS-PLAYER-COUNT.
027600 3000-EXIT.
027700     EXIT.
027800 3100-SORT-ONE-PASS.
027900     PERFORM 3110-COMPARE-ONE-PAIR THRU 3110-EXIT
028000         VARYING WS-INNER-SUB FROM 1 BY 1
028100         UNTIL WS-INNER-SUB >= WS-PLAYER-COUNT.
028200 3100-EXIT.
028300     EXIT.
028400 3110-COMPARE-ONE-PAIR.
028500     IF WS-SORT-BY-RAW
028600         MOVE WS-ST-SEASON-AVG(WS-INNER-SUB) TO WS-KEY-THIS
028700         MOVE WS-ST-SEASON-AVG(WS-INNER-SUB + 1) TO WS-KEY-NEXT
028800     ELSE
028900         MOVE WS-ST-HCP-SCORE(WS-INNER-SUB) TO WS-KEY-THIS
029000         MOVE WS-ST-HCP-SCORE(WS-INNER-SUB + 1) TO WS-KEY-NEXT
029100     END-IF
029200     IF (WS-ST-QUALIFIED(WS-INNER-SUB) = 'N'
029300         AND WS-ST-QUALIFIED(WS-INNER-SUB + 1) = 'Y')
029400        OR (WS-ST-QUALIFIED(WS-INNER-SUB)
029500            = WS-ST-QUALIFIED(WS-INNER-SUB + 1)
029600         AND WS-KEY-THIS < WS-KEY-NEXT)
029700         MOVE WS-ST-ENTRY(WS-INNER-SUB) TO WS-SWAP-HOLD
029800         MOVE WS-ST-ENTRY(WS-INNER-SUB + 1)
029900             TO WS-ST-ENTRY(WS-INNER-SUB)
030000         MOVE WS-SWAP-HOLD
030100             TO WS-ST-ENTRY(WS-INNER-SUB + 1)
030200     END-IF.
030300 3110-EXIT.
030400     EXIT.
030500*--------------------------------------------------------------
030600* QUALIFIED PLAYERS ARE RANKED IN SORTED ORDER; EQUAL KEYS
030700* SHARE A RANK AND THE NEXT DIFFERENT KEY TAKES ITS POSITION.
030800*--------------------------------------------------------------
030900 3500-ASSIGN-RANKS.
031000     MOVE ZERO TO WS-RANK-NOW
031100     MOVE ZERO TO WS-KEY-PREVIOUS
031200     PERFORM 3510-RANK-ONE-PLAYER THRU 3510-EXIT
031300         VARYING WS-ST-IX FROM 1 BY 1
031400         UNTIL WS-ST-IX > WS-QUALIFIED-COUNT.
031500 3500-EXIT.
031600     EXIT.
031700 3510-RANK-ONE-PLAYER.
031800     IF WS-SORT-BY-RAW
031900         MOVE WS-ST-SEASON-AVG(WS-ST-IX) TO WS-KEY-THIS
032000     ELSE
032100         MOVE WS-ST-HCP-SCORE(WS-ST-IX) TO WS-KEY-THIS
032200     END-IF
032300     IF WS-ST-IX = 1 OR WS-KEY-THIS NOT = WS-KEY-PREVIOUS
032400         MOVE WS-ST-IX TO WS-RANK-NOW
032500     END-IF
032600     MOVE WS-KEY-THIS TO WS-KEY-PREVIOUS
032700     IF WS-SORT-BY-RAW
032800         MOVE WS-RANK-NOW TO WS-ST-RAW-RANK(WS-ST-IX)
032900     ELSE
033000         MOVE WS-RANK-NOW TO WS-ST-HCP-RANK(WS-ST-IX)
033100     END-IF.
033200 3510-EXIT.
033300     EXIT.
033400 4000-WRITE-STANDINGS.
033500     PERFORM 4100-WRITE-ONE-PLAYER THRU 4100-EXIT
033600         VARYING WS-ST-IX FROM 1 BY 1
033700         UNTIL WS-ST-IX > WS-PLAYER-COUNT
033800     MOVE WS-PLAYER-COUNT TO WS-TL-PLAYERS
033900     MOVE WS-QUALIFIED-COUNT TO WS-TL-QUALIFIED
034000     WRITE SR-RECORD FROM WS-TOTALS-LINE.
034100 4000-EXIT.
034200     EXIT.
034300 4100-WRITE-ONE-PLAYER.
034400     MOVE WS-ST-HCP-RANK(WS-ST-IX) TO WS-SL-HCP-RANK
034500     MOVE WS-ST-RAW-RANK(WS-ST-IX) TO WS-SL-RAW-RANK
034600     MOVE WS-ST-PLAYER-ID(WS-ST-IX) TO WS-SL-PLAYER
034700     MOVE WS-ST-GAMES(WS-ST-IX) TO WS-SL-GAMES
034800     MOVE WS-ST-POINTS(WS-ST-IX) TO WS-SL-POINTS
034900     MOVE WS-ST-BEST(WS-ST-IX) TO WS-SL-BEST
035000     MOVE WS-ST-SEASON-AVG(WS-ST-IX) TO WS-SL-SEASON-AVG
035100     MOVE WS-ST-ROLLING-AVG(WS-ST-IX) TO WS-SL-ROLLING-AVG
035200     MOVE WS-ST-HANDICAP(WS-ST-IX) TO WS-SL-HANDICAP
035300     MOVE WS-ST-HCP-SCORE(WS-ST-IX) TO WS-SL-HCP-SCORE
035400     IF WS-ST-QUALIFIED(WS-ST-IX) = 'Y'
035500         MOVE SPACES TO WS-SL-FLAG
035600     ELSE
035700         MOVE "NQ" TO WS-SL-FLAG
035800     END-IF
035900     WRITE SR-RECORD FROM WS-STANDING-LINE.
036000 4100-EXIT.
036100     EXIT.
036200 9000-TERMINATE.
036300     CLOSE STANDINGS-REPORT-FILE.
036400 9000-EXIT.
036500     EXIT.
036600 END PROGRAM SEASON-STANDINGS-BATCH.
