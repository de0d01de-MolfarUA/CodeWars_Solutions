000100*--------------------------------------------------------------
000200* RMNSTK.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF THE RMNSTK OFF-CUT REMNANT STOCK MASTER,
000500* KEYED BY REMNANT ID - THE DATE THE REMNANT WAS CUT AND A
000600* SEQUENCE WITHIN THAT DAY. SHEET-CUT-ORDERS FILES EVERY
000700* USABLE OFFCUT AND TRIM STRIP HERE WITH ITS SIZE AND THE
000800* ORDER IT CAME OFF, AND DELETES A REMNANT WHEN A LATER ORDER
000900* IS CUT FROM IT.
001000*--------------------------------------------------------------
001100 01  REMNANT-STOCK-RECORD.
001200     05  RM-REMNANT-ID.
001300         10  RM-ID-DATE          PIC 9(08).
001400         10  RM-ID-SEQUENCE      PIC 9(04).
001500     05  RM-LENGTH               PIC 9(04).
001600     05  RM-WIDTH                PIC 9(04).
001700     05  RM-SOURCE-ORDER         PIC X(08).
001800     05  RM-CUT-DATE             PIC 9(08).
