000100*--------------------------------------------------------------
000200* INGSTK.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF THE INGSTK TOAST LINE INGREDIENT STOCK
000500* MASTER, KEYED BY INGREDIENT. QUANTITIES ARE IN THE
000600* INGREDIENT'S OWN STOCKING UNIT TO THREE DECIMALS. TOAST-
000700* CONSUMPTION-BATCH DRAWS THE ON-HAND QUANTITY DOWN BY EACH
000800* DAY'S ACTUAL USAGE (STAMPING THE DATE SO A REPEATED RUN DOES
000900* NOT DRAW TWICE) AND PUTS ON THE REORDER LIST ANY INGREDIENT
001000* THE NEXT PLANNED RUN WOULD TAKE BELOW ITS REORDER POINT. ON
001100* HAND IS SIGNED: A NEGATIVE FIGURE MEANS THE BOOKS ARE BEHIND
001200* THE SHELF AND A STOCK COUNT IS DUE.
001300*--------------------------------------------------------------
001400 01  INGREDIENT-STOCK-RECORD.
001500     05  IS-INGREDIENT-ID        PIC X(08).
001600     05  IS-DESCRIPTION          PIC X(20).
001700     05  IS-STOCK-UNIT           PIC X(04).
001800     05  IS-ON-HAND              PIC S9(07)V999.
001900     05  IS-REORDER-POINT        PIC 9(07)V999.
002000     05  IS-REORDER-QTY          PIC 9(07)V999.
002100     05  IS-LAST-USAGE           PIC 9(07)V999.
002200     05  IS-LAST-DRAWN-DATE      PIC 9(08).
