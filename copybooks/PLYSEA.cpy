000100*--------------------------------------------------------------
000200* PLYSEA.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF THE PLYSEA PLAYER SEASON MASTER, KEYED BY
000500* PLAYER. SCORE-SESSION-BATCH POSTS EVERY SESSION A PLAYER
000600* TAKES PART IN AS ONE GAME: GAMES AND TURNS PLAYED, SEASON
000700* POINTS, THE BEST SINGLE TURN, AND THE LAST FIVE GAMES (BY
000800* SESSION) THE ROLLING AVERAGE IS TAKEN OVER. THE HANDICAP IS
000900* THE SEASCTL ALLOWANCE PERCENT OF HOW FAR THE ROLLING AVERAGE
001000* FALLS SHORT OF THE HANDICAP BASIS, NEVER BELOW ZERO. A
001100* RECORD LEFT FROM AN EARLIER SEASON STARTS OVER ON ITS FIRST
001200* GAME OF THE NEW ONE. SEASON-STANDINGS-BATCH PRINTS THE TABLE.
001300*--------------------------------------------------------------
001400 01  PLAYER-SEASON-RECORD.
001500     05  PS-PLAYER-ID            PIC X(08).
001600     05  PS-SEASON-ID            PIC X(08).
001700     05  PS-GAMES-PLAYED         PIC 9(05).
001800     05  PS-TURNS-PLAYED         PIC 9(07).
001900     05  PS-TOTAL-POINTS         PIC 9(09).
002000     05  PS-BEST-TURN            PIC 9(04).
002100     05  PS-RECENT-COUNT         PIC 9(01).
002200     05  PS-RECENT-GAME OCCURS 5.
002300         10  PS-RECENT-SESSION   PIC X(08).
002400         10  PS-RECENT-POINTS    PIC 9(07).
002500     05  PS-ROLLING-AVERAGE      PIC 9(07)V99.
002600     05  PS-HANDICAP             PIC 9(07).
002700     05  PS-LAST-UPDATED         PIC 9(08).
