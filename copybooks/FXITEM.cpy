000100*--------------------------------------------------------------
000200* FXITEM.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF ONE LINE OF THE FXITEMS FOREIGN-CURRENCY
000500* RECEIVABLES REGISTER. EVERY INVOICE BILLED IN A CURRENCY
000600* OTHER THAN OUR BASE CURRENCY IS APPENDED HERE BY THE BILLING
000700* RUN THAT RAISED IT (RETURN-INVOICE-BATCH UNDER SOURCE
000800* RENTAL, KEYED BY BOOKING ID; STORAGE-BILLING-BATCH UNDER
000900* SOURCE STORAGE, KEYED BY STORAGE CUSTOMER ID AND BILLING
001000* MONTH) WITH THE AMOUNT IN THE CUSTOMER'S CURRENCY, ITS BASE
001100* EQUIVALENT, AND THE FXRATE RATE AND RATE DATE IT WAS BOOKED
001200* AT. FX-REVALUATION REVALUES THE ITEMS STILL OPEN AT EACH
001300* MONTH END.
001400*--------------------------------------------------------------
001500 01  FX-ITEM-RECORD.
001600     05  FO-SOURCE               PIC X(08).
001700     05  FILLER                  PIC X(01).
001800     05  FO-DOCUMENT-ID          PIC X(16).
001900     05  FILLER                  PIC X(01).
002000     05  FO-CUSTOMER-ID          PIC X(10).
002100     05  FILLER                  PIC X(01).
002200     05  FO-MASTER-ID            PIC X(10).
002300     05  FILLER                  PIC X(01).
002400     05  FO-DOCUMENT-DATE        PIC 9(08).
002500     05  FILLER                  PIC X(01).
002600     05  FO-CURRENCY             PIC X(03).
002700     05  FILLER                  PIC X(01).
002800     05  FO-FOREIGN-AMOUNT       PIC 9(11)V99.
002900     05  FILLER                  PIC X(01).
003000     05  FO-BASE-AMOUNT          PIC 9(11)V99.
003100     05  FILLER                  PIC X(01).
003200     05  FO-FX-RATE              PIC 9(05)V9(06).
003300     05  FILLER                  PIC X(01).
003400     05  FO-RATE-DATE            PIC 9(08).
