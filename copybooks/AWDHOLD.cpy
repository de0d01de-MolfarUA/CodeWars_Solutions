000100*--------------------------------------------------------------
000200* AWDHOLD.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF THE AWDHOLD AWARD-HOLD MASTER, KEYED BY BID.
000500* BID-PROTEST-BATCH WRITES ONE WHEN AN UNSUCCESSFUL BIDDER'S
000600* PROTEST AGAINST AN AWARD IS ACCEPTED INSIDE THE PROTEST
000700* WINDOW (STATUS 'H' HELD) AND SETS THE OUTCOME WHEN THE
000800* RESOLUTION ARRIVES: 'U' UPHELD (THE BID IS DISQUALIFIED AND
000900* THE ROUND RE-AWARDED), 'D' DENIED OR 'W' WITHDRAWN (THE
001000* AWARD STANDS). A BID THE RE-AWARD LIFTS INTO THE MONEY IS
001100* RECORDED AS 'R' WITH THE AMOUNT POSTED FOR IT. VENDOR-WIN-
001200* REPORT TAKES HELD AND UPHELD AWARDS BACK OUT OF THE VENDHIST
001300* TOTALS FOR THE AWARD DATE AND LISTS THE AWARDS STILL HELD.
001400*--------------------------------------------------------------
001500 01  AWARD-HOLD-RECORD.
001600     05  AH-BID-ID               PIC X(10).
001700     05  AH-VENDOR-ID            PIC X(08).
001800     05  AH-AWARD-RANK           PIC 9(04).
001900     05  AH-AWARD-AMOUNT         PIC 9(10).
002000     05  AH-AWARD-DATE           PIC 9(08).
002100     05  AH-PROTEST-ID           PIC X(08).
002200     05  AH-PROTESTOR-BID        PIC X(10).
002300     05  AH-FILED-DATE           PIC 9(08).
002400     05  AH-STATUS               PIC X(01).
002500         88  AH-HELD                         VALUE 'H'.
002600         88  AH-UPHELD                       VALUE 'U'.
002700         88  AH-DENIED                       VALUE 'D'.
002800         88  AH-WITHDRAWN                    VALUE 'W'.
002900         88  AH-REAWARDED                    VALUE 'R'.
003000     05  AH-RESOLVED-DATE        PIC 9(08).
