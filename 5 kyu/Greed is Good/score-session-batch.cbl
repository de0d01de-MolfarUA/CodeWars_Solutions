001900*                    LEADERBOARD (LEADRPT) PLUS A PER-TURN
002000*                    DETAIL FILE (TURNOUT). FORTY PLAYERS TIMES
002100*                    TWENTY TURNS STOPS BEING A KEYING JOB.
002108*   2026-09-17  TRN  SEASON MASTER. EACH PLAYER'S PART IN EACH
002116*                    SESSION IS NOW ALSO POSTED AS ONE GAME TO
002124*                    THE KEYED PLYSEA PLAYER SEASON MASTER FOR
002132*                    THE SEASON THE SEASCTL CARD NAMES: GAMES,
002140*                    TURNS, POINTS, BEST TURN, THE FIVE-GAME
002148*                    ROLLING AVERAGE AND THE HANDICAP WORKED
002156*                    FROM IT (ALLOWANCE PERCENT OF THE SHORTFALL
002164*                    BELOW THE HANDICAP BASIS). A SESSION
002172*                    ALREADY AMONG A PLAYER'S LAST FIVE GAMES IS
002180*                    NOT POSTED TWICE WHEN A RUN IS REPEATED.
002188*                    LEADRPT ENDS WITH THE POSTING COUNTS.
002191*   2026-10-01  TRN  LEADRPT'S HEADER IS FOLLOWED BY THE WEIGHTTB
002194*                    VERSION THE SESSIONS WERE SCORED ON
002197*                    (REFTAB-VERSION).
002200*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003900     SELECT TURN-DETAIL-FILE ASSIGN TO "TURNOUT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-DETAIL-STATUS.
004110     SELECT SEASON-CONTROL-FILE ASSIGN TO "SEASCTL"
004120         ORGANIZATION IS LINE SEQUENTIAL
004130         FILE STATUS IS WS-SEASCTL-STATUS.
004140     SELECT PLAYER-SEASON-FILE ASSIGN TO "PLYSEA"
004150         ORGANIZATION IS INDEXED
004160         ACCESS MODE IS DYNAMIC
004170         RECORD KEY IS PS-PLAYER-ID
004180         FILE STATUS IS WS-SEASON-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  ROLL-INPUT-FILE.
005900 01  LB-RECORD               PIC X(80).
006000 FD  TURN-DETAIL-FILE.
006100 01  TD-RECORD               PIC X(80).
006107 FD  SEASON-CONTROL-FILE.
006114 01  SEASON-CONTROL-CARD.
006121     05  SN-SEASON-ID        PIC X(08).
006128     05  FILLER              PIC X(01).
006135     05  SN-HANDICAP-BASIS   PIC 9(07).
006142     05  FILLER              PIC X(01).
006149     05  SN-ALLOWANCE-PCT    PIC 9(03).
006156     05  FILLER              PIC X(01).
006163     05  SN-MIN-GAMES        PIC 9(03).
006170     05  FILLER              PIC X(01).
006177     05  SN-RUN-DATE         PIC 9(08).
006184 FD  PLAYER-SEASON-FILE.
006191 COPY PLYSEA.
006200 WORKING-STORAGE SECTION.
006300 77  WS-INPUT-STATUS         PIC X(02)       VALUE SPACES.
006400     88  WS-INPUT-OK                         VALUE '00'.
007200     88  WS-LEADER-OK                        VALUE '00'.
007300 77  WS-DETAIL-STATUS        PIC X(02)       VALUE SPACES.
007400     88  WS-DETAIL-OK                        VALUE '00'.
007404 77  WS-SEASCTL-STATUS       PIC X(02)       VALUE SPACES.
007408     88  WS-SEASCTL-OK                       VALUE '00'.
007412 77  WS-SEASON-STATUS        PIC X(02)       VALUE SPACES.
007416     88  WS-SEASON-OK                        VALUE '00'.
007420 01  WS-SEASON-ID            PIC X(08)       VALUE SPACES.
007424 77  WS-HANDICAP-BASIS       PIC 9(07)       VALUE 5000.
007428 77  WS-ALLOWANCE-PCT        PIC 9(03)       VALUE 80.
007432 77  WS-RUN-DATE             PIC 9(08)       VALUE ZERO.
007436 77  WS-GAME-COUNT           PIC 9(03)       VALUE ZERO COMP.
007440 77  WS-GAME-MAX             PIC 9(03)       VALUE 400 COMP.
007444 77  WS-GM-IX                PIC 9(03)       VALUE ZERO COMP.
007448 77  WS-RC-IX                PIC 9(01)       VALUE ZERO COMP.
007452 77  WS-RECENT-SUM           PIC 9(09)       VALUE ZERO.
007456 77  WS-SHORTFALL            PIC 9(07)V99    VALUE ZERO.
007460 77  WS-GAMES-POSTED         PIC 9(05)       VALUE ZERO COMP.
007464 77  WS-GAMES-REPEATED       PIC 9(05)       VALUE ZERO COMP.
007468 77  WS-NEW-PLAYER-SW        PIC X(01)       VALUE 'N'.
007472     88  WS-NEW-PLAYER                       VALUE 'Y'.
007476 77  WS-ALREADY-POSTED-SW    PIC X(01)       VALUE 'N'.
007480     88  WS-ALREADY-POSTED                   VALUE 'Y'.
007500 01  WS-WANTED-SET           PIC X(08)       VALUE SPACES.
007600 77  WS-SET-FOUND-SW         PIC X(01)       VALUE 'N'.
007700     88  WS-SET-FOUND                        VALUE 'Y'.
010000     05  WS-SESSION-ENTRY OCCURS 100.
010100         10  WS-SE-SESSION-ID PIC X(08).
010200         10  WS-SE-TOTAL     PIC 9(09).
010210 01  WS-GAME-TABLE.
010220     05  WS-GAME-ENTRY OCCURS 400.
010230         10  WS-GM-PLAYER-ID PIC X(08).
010240         10  WS-GM-SESSION-ID PIC X(08).
010250         10  WS-GM-POINTS    PIC 9(07).
010260         10  WS-GM-TURNS     PIC 9(05).
010270         10  WS-GM-BEST      PIC 9(04).
010300 01  WS-DETAIL-LINE.
010400     05  WS-TD-PLAYER        PIC X(08).
010500     05  FILLER              PIC X(01)       VALUE SPACE.
012300     05  WS-SL-SESSION       PIC X(08).
012400     05  FILLER              PIC X(08)       VALUE "  TOTAL=".
012500     05  WS-SL-TOTAL         PIC Z(08)9.
012510 01  WS-SEASON-LINE.
012520     05  FILLER              PIC X(07)       VALUE "SEASON ".
012530     05  WS-SN-SEASON        PIC X(08).
012540     05  FILLER              PIC X(14)       VALUE
012550             "  GAMES POSTED".
012560     05  WS-SN-POSTED        PIC Z(04)9.
012570     05  FILLER              PIC X(18)       VALUE
012580             "  ALREADY POSTED ".
012590     05  WS-SN-REPEATED      PIC Z(04)9.
012595 COPY REFTVER.
012600 PROCEDURE DIVISION.
012700 0000-MAINLINE.
012800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013000         UNTIL WS-INPUT-EOF.
013100     PERFORM 3000-RANK-PLAYERS THRU 3000-EXIT.
013200     PERFORM 4000-WRITE-LEADERBOARD THRU 4000-EXIT.
013210     PERFORM 5000-POST-SEASON THRU 5000-EXIT.
013300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013400     STOP RUN.
013500 0000-EXIT.
014400         CLOSE SCORE-CONTROL-FILE
014500     END-IF
014600     PERFORM 1100-LOAD-WEIGHT-SET THRU 1100-EXIT
014610     PERFORM 1200-TAKE-SEASON-CARD THRU 1200-EXIT
014700     OPEN INPUT ROLL-INPUT-FILE
014800     OPEN OUTPUT LEADERBOARD-FILE
014900     OPEN OUTPUT TURN-DETAIL-FILE
019100         TO WS-SINGLE-PAYOUT(WS-PL-IX).
019200 1130-EXIT.
019300     EXIT.
019302*--------------------------------------------------------------
019304* A BLANK OR NON-NUMERIC FIELD ON THE SEASON CARD KEEPS ITS
019306* DEFAULT; WITHOUT A SEASON ID THE SEASON IS THE RUN YEAR.
019308* THE MINIMUM GAMES FIELD IS FOR THE STANDINGS BATCH.
019310*--------------------------------------------------------------
019312 1200-TAKE-SEASON-CARD.
019314     MOVE SPACES TO SEASON-CONTROL-CARD
019316     OPEN INPUT SEASON-CONTROL-FILE
019318     IF WS-SEASCTL-OK
019320         READ SEASON-CONTROL-FILE
019322             AT END MOVE SPACES TO SEASON-CONTROL-CARD
019324         END-READ
019326         CLOSE SEASON-CONTROL-FILE
019328     END-IF
019330     IF SN-RUN-DATE IS NUMERIC AND SN-RUN-DATE > ZERO
019332         MOVE SN-RUN-DATE TO WS-RUN-DATE
019334     ELSE
019336         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
019338     END-IF
019340     IF SN-SEASON-ID NOT = SPACES
019342         MOVE SN-SEASON-ID TO WS-SEASON-ID
019344     ELSE
019346         MOVE WS-RUN-DATE(1:4) TO WS-SEASON-ID
019348     END-IF
019350     IF SN-HANDICAP-BASIS IS NUMERIC
019352         AND SN-HANDICAP-BASIS > ZERO
019354         MOVE SN-HANDICAP-BASIS TO WS-HANDICAP-BASIS
019356     END-IF
019358     IF SN-ALLOWANCE-PCT IS NUMERIC
019360         MOVE SN-ALLOWANCE-PCT TO WS-ALLOWANCE-PCT
019362     END-IF.
019364 1200-EXIT.
019366     EXIT.
019400 1300-READ-ROLL.
019500     READ ROLL-INPUT-FILE
019600         AT END SET WS-INPUT-EOF TO TRUE
020500         WS-SCORE-RESULT
020600     PERFORM 2200-ACCUMULATE-PLAYER THRU 2200-EXIT
020700     PERFORM 2300-ACCUMULATE-SESSION THRU 2300-EXIT
020710     PERFORM 2350-ACCUMULATE-GAME THRU 2350-EXIT
020800     PERFORM 2400-WRITE-TURN-DETAIL THRU 2400-EXIT
020900     PERFORM 1300-READ-ROLL THRU 1300-EXIT.
021000 2000-EXIT.
026300     END-IF.
026400 2310-EXIT.
026500     EXIT.
026502*--------------------------------------------------------------
026504* ONE GAME PER PLAYER PER SESSION, KEPT IN THE ORDER THE
026506* SESSIONS FIRST APPEAR SO THE SEASON POSTS THEM IN THAT ORDER.
026508*--------------------------------------------------------------
026510 2350-ACCUMULATE-GAME.
026512     MOVE ZERO TO WS-MATCH-IX
026514     PERFORM 2360-SCAN-GAME THRU 2360-EXIT
026516         VARYING WS-GM-IX FROM 1 BY 1
026518         UNTIL WS-GM-IX > WS-GAME-COUNT
026520            OR WS-MATCH-IX > ZERO
026522     IF WS-MATCH-IX = ZERO
026524         AND WS-GAME-COUNT < WS-GAME-MAX
026526         ADD 1 TO WS-GAME-COUNT
026528         MOVE WS-GAME-COUNT TO WS-MATCH-IX
026530         MOVE RI-PLAYER-ID TO WS-GM-PLAYER-ID(WS-MATCH-IX)
026532         MOVE RI-SESSION-ID TO WS-GM-SESSION-ID(WS-MATCH-IX)
026534         MOVE ZERO TO WS-GM-POINTS(WS-MATCH-IX)
026536         MOVE ZERO TO WS-GM-TURNS(WS-MATCH-IX)
026538         MOVE ZERO TO WS-GM-BEST(WS-MATCH-IX)
026540     END-IF
026542     IF WS-MATCH-IX > ZERO
026544         ADD WS-SCORE-RESULT TO WS-GM-POINTS(WS-MATCH-IX)
026546         ADD 1 TO WS-GM-TURNS(WS-MATCH-IX)
026548         IF WS-SCORE-RESULT > WS-GM-BEST(WS-MATCH-IX)
026550             MOVE WS-SCORE-RESULT TO WS-GM-BEST(WS-MATCH-IX)
026552         END-IF
026554     END-IF.
026556 2350-EXIT.
026558     EXIT.
026560 2360-SCAN-GAME.
026562     IF WS-GM-PLAYER-ID(WS-GM-IX) = RI-PLAYER-ID
026564         AND WS-GM-SESSION-ID(WS-GM-IX) = RI-SESSION-ID
026566         MOVE WS-GM-IX TO WS-MATCH-IX
026568     END-IF.
026570 2360-EXIT.
026572     EXIT.
026600 2400-WRITE-TURN-DETAIL.
026700     MOVE RI-PLAYER-ID TO WS-TD-PLAYER
026800     MOVE RI-SESSION-ID TO WS-TD-SESSION
030100     EXIT.
030200 4000-WRITE-LEADERBOARD.
030300     WRITE LB-RECORD FROM WS-LEADER-HEADER
030310     MOVE "WEIGHTTB" TO RTV-TABLE-NAME
030320     CALL "REFTAB-VERSION" USING REFTAB-VERSION-REQUEST
030330     WRITE LB-RECORD FROM RTV-HEADER-LINE
030400     PERFORM 4100-WRITE-ONE-PLAYER THRU 4100-EXIT
030500         VARYING WS-PL-IX FROM 1 BY 1
030600         UNTIL WS-PL-IX > WS-PLAYER-COUNT
032200     WRITE LB-RECORD FROM WS-SESSION-LINE.
032300 4200-EXIT.
032400     EXIT.
032410*--------------------------------------------------------------
032420* POST EACH GAME TO THE PLAYER'S SEASON RECORD. A PLAYER NEW TO
032430* THE MASTER, OR LAST SEEN IN ANOTHER SEASON, STARTS FROM ZERO.
032440*--------------------------------------------------------------
032450 5000-POST-SEASON.
032460     OPEN I-O PLAYER-SEASON-FILE
032470     IF NOT WS-SEASON-OK
032480         CLOSE PLAYER-SEASON-FILE
032490         OPEN OUTPUT PLAYER-SEASON-FILE
032500         CLOSE PLAYER-SEASON-FILE
032510         OPEN I-O PLAYER-SEASON-FILE
032520     END-IF
032530     PERFORM 5100-POST-ONE-GAME THRU 5100-EXIT
032540         VARYING WS-GM-IX FROM 1 BY 1
032550         UNTIL WS-GM-IX > WS-GAME-COUNT
032560     CLOSE PLAYER-SEASON-FILE
032570     MOVE WS-SEASON-ID TO WS-SN-SEASON
032580     MOVE WS-GAMES-POSTED TO WS-SN-POSTED
032590     MOVE WS-GAMES-REPEATED TO WS-SN-REPEATED
032600     WRITE LB-RECORD FROM WS-SEASON-LINE.
032610 5000-EXIT.
032620     EXIT.
032630 5100-POST-ONE-GAME.
032640     MOVE 'N' TO WS-NEW-PLAYER-SW
032650     MOVE WS-GM-PLAYER-ID(WS-GM-IX) TO PS-PLAYER-ID
032660     READ PLAYER-SEASON-FILE KEY IS PS-PLAYER-ID
032670         INVALID KEY
032680             SET WS-NEW-PLAYER TO TRUE
032690     END-READ
032700     IF WS-NEW-PLAYER OR PS-SEASON-ID NOT = WS-SEASON-ID
032710         PERFORM 5200-START-SEASON-RECORD THRU 5200-EXIT
032720     END-IF
032730     MOVE 'N' TO WS-ALREADY-POSTED-SW
032740     PERFORM 5110-CHECK-RECENT THRU 5110-EXIT
032750         VARYING WS-RC-IX FROM 1 BY 1
032760         UNTIL WS-RC-IX > PS-RECENT-COUNT
032770     IF WS-ALREADY-POSTED
032780         ADD 1 TO WS-GAMES-REPEATED
032790         GO TO 5100-EXIT
032800     END-IF
032810     ADD 1 TO PS-GAMES-PLAYED
032820     ADD WS-GM-TURNS(WS-GM-IX) TO PS-TURNS-PLAYED
032830     ADD WS-GM-POINTS(WS-GM-IX) TO PS-TOTAL-POINTS
032840     IF WS-GM-BEST(WS-GM-IX) > PS-BEST-TURN
032850         MOVE WS-GM-BEST(WS-GM-IX) TO PS-BEST-TURN
032860     END-IF
032870     PERFORM 5300-ROLL-RECENT-GAMES THRU 5300-EXIT
032880     PERFORM 5400-WORK-HANDICAP THRU 5400-EXIT
032890     MOVE WS-RUN-DATE TO PS-LAST-UPDATED
032900     IF WS-NEW-PLAYER
032910         WRITE PLAYER-SEASON-RECORD
032920             INVALID KEY
032930                 DISPLAY "SCORE-SESSION-BATCH: WRITE FAILED "
032940                     "FOR " PS-PLAYER-ID
032950                 MOVE 8 TO RETURN-CODE
032960                 GO TO 5100-EXIT
032970         END-WRITE
032980     ELSE
032990         REWRITE PLAYER-SEASON-RECORD
033000             INVALID KEY
033010                 DISPLAY "SCORE-SESSION-BATCH: REWRITE FAILED "
033020                     "FOR " PS-PLAYER-ID
033030                 MOVE 8 TO RETURN-CODE
033040                 GO TO 5100-EXIT
033050         END-REWRITE
033060     END-IF
033070     ADD 1 TO WS-GAMES-POSTED.
033080 5100-EXIT.
033090     EXIT.
033100 5110-CHECK-RECENT.
033110     IF PS-RECENT-SESSION(WS-RC-IX) = WS-GM-SESSION-ID(WS-GM-IX)
033120         SET WS-ALREADY-POSTED TO TRUE
033130     END-IF.
033140 5110-EXIT.
033150     EXIT.
033160 5200-START-SEASON-RECORD.
033165     MOVE WS-GM-PLAYER-ID(WS-GM-IX) TO PS-PLAYER-ID
033170     MOVE WS-SEASON-ID TO PS-SEASON-ID
033180     MOVE ZERO TO PS-GAMES-PLAYED
033190     MOVE ZERO TO PS-TURNS-PLAYED
033200     MOVE ZERO TO PS-TOTAL-POINTS
033210     MOVE ZERO TO PS-BEST-TURN
033220     MOVE ZERO TO PS-RECENT-COUNT
033230     PERFORM 5210-CLEAR-ONE-RECENT THRU 5210-EXIT
033240         VARYING WS-RC-IX FROM 1 BY 1
033250         UNTIL WS-RC-IX > 5
033260     MOVE ZERO TO PS-ROLLING-AVERAGE
033270     MOVE ZERO TO PS-HANDICAP
033280     MOVE ZERO TO PS-LAST-UPDATED.
033290 5200-EXIT.
033300     EXIT.
033310 5210-CLEAR-ONE-RECENT.
033320     MOVE SPACES TO PS-RECENT-SESSION(WS-RC-IX)
033330     MOVE ZERO TO PS-RECENT-POINTS(WS-RC-IX).
033340 5210-EXIT.
033350     EXIT.
033360*--------------------------------------------------------------
033370* THE LAST FIVE GAMES SLIDE DOWN ONE PLACE WHEN THE LIST IS
033380* FULL, THE OLDEST DROPPING OFF, AND THE ROLLING AVERAGE IS
033390* TAKEN OVER WHAT IS KEPT.
033400*--------------------------------------------------------------
033410 5300-ROLL-RECENT-GAMES.
033420     IF PS-RECENT-COUNT < 5
033430         ADD 1 TO PS-RECENT-COUNT
033440     ELSE
033450         PERFORM 5310-SHIFT-ONE-RECENT THRU 5310-EXIT
033460             VARYING WS-RC-IX FROM 1 BY 1
033470             UNTIL WS-RC-IX > 4
033480     END-IF
033490     MOVE WS-GM-SESSION-ID(WS-GM-IX)
033500         TO PS-RECENT-SESSION(PS-RECENT-COUNT)
033510     MOVE WS-GM-POINTS(WS-GM-IX)
033520         TO PS-RECENT-POINTS(PS-RECENT-COUNT)
033530     MOVE ZERO TO WS-RECENT-SUM
033540     PERFORM 5320-ADD-ONE-RECENT THRU 5320-EXIT
033550         VARYING WS-RC-IX FROM 1 BY 1
033560         UNTIL WS-RC-IX > PS-RECENT-COUNT
033570     COMPUTE PS-ROLLING-AVERAGE ROUNDED =
033580         WS-RECENT-SUM / PS-RECENT-COUNT.
033590 5300-EXIT.
033600     EXIT.
033610 5310-SHIFT-ONE-RECENT.
033620     MOVE PS-RECENT-GAME(WS-RC-IX + 1)
033630         TO PS-RECENT-GAME(WS-RC-IX).
033640 5310-EXIT.
033650     EXIT.
033660 5320-ADD-ONE-RECENT.
033670     ADD PS-RECENT-POINTS(WS-RC-IX) TO WS-RECENT-SUM.
033680 5320-EXIT.
033690     EXIT.
033700*--------------------------------------------------------------
033710* HANDICAP = ALLOWANCE PERCENT X (BASIS - ROLLING AVERAGE),
033720* ROUNDED TO WHOLE POINTS; ZERO FOR A PLAYER AT OR OVER BASIS.
033730*--------------------------------------------------------------
033740 5400-WORK-HANDICAP.
033750     MOVE ZERO TO PS-HANDICAP
033760     IF PS-ROLLING-AVERAGE < WS-HANDICAP-BASIS
033770         COMPUTE WS-SHORTFALL =
033780             WS-HANDICAP-BASIS - PS-ROLLING-AVERAGE
033790         COMPUTE PS-HANDICAP ROUNDED =
033800             WS-SHORTFALL * WS-ALLOWANCE-PCT / 100
033810     END-IF.
033820 5400-EXIT.
033830     EXIT.
033840 9000-TERMINATE.
033850     CLOSE ROLL-INPUT-FILE
033860     CLOSE LEADERBOARD-FILE
033870     CLOSE TURN-DETAIL-FILE.
033880 9000-EXIT.
033890     EXIT.
033900 END PROGRAM SCORE-SESSION-BATCH.
