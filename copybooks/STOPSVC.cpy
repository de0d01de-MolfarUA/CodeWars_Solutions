000100*--------------------------------------------------------------
000200* STOPSVC.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF ONE LINE OF THE STOPSVC STOP-SERVICE LIST.
000500* CUSTOMER-STATEMENT-BATCH REWRITES THE LIST IN FULL ON EVERY
000600* RUN WITH EACH MASTER CUSTOMER WHOSE DUNNING LEVEL CARRIES THE
000700* STOP-SERVICE FLAG: THE LEVEL AND LETTER REACHED, THE AMOUNT
000800* OVERDUE, THE DAYS THE OLDEST OVERDUE ITEM IS PAST DUE, AND
000900* THE STATEMENT DATE. A CUSTOMER WHO HAS BROUGHT THE ACCOUNT
001000* CURRENT DROPS OFF AT THE NEXT RUN. RATE-QUOTE-BATCH ISSUES
001100* NO QUOTE TO A CUSTOMER ON THE LIST.
001200*--------------------------------------------------------------
001300 01  STOP-SERVICE-RECORD.
001400     05  SS-MASTER-ID            PIC X(10).
001500     05  FILLER                  PIC X(01).
001600     05  SS-LEVEL                PIC 9(02).
001700     05  FILLER                  PIC X(01).
001800     05  SS-LETTER-ID            PIC X(08).
001900     05  FILLER                  PIC X(01).
002000     05  SS-OVERDUE-AMOUNT       PIC 9(11)V99.
002100     05  FILLER                  PIC X(01).
002200     05  SS-DAYS-OVERDUE         PIC 9(05).
002300     05  FILLER                  PIC X(01).
002400     05  SS-STATEMENT-DATE       PIC 9(08).
