000100*--------------------------------------------------------------
000200* ARITEM.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF ONE LINE OF THE ARITEMS RECEIVABLES
000500* REGISTER. EVERY INVOICE RAISED ON A CUSTOMER IS APPENDED
000600* HERE, IN ANY CURRENCY, BY THE BILLING RUN THAT RAISED IT:
000700* RETURN-INVOICE-BATCH UNDER SOURCE RENTAL, KEYED BY BOOKING
000800* ID; STORAGE-BILLING-BATCH UNDER SOURCE STORAGE, KEYED BY
000900* STORAGE CUSTOMER ID AND BILLING MONTH. THE FREIGHT DESK'S
001000* CUSTOMER FREIGHT CHARGES (FRTCHG) COME IN THIS SAME LAYOUT
001100* UNDER SOURCE FREIGHT. EACH LINE CARRIES THE SOURCE SYSTEM'S
001200* OWN CUSTOMER ID, THE SHARED MASTER CUSTOMER ID (BLANK UNTIL
001300* CUSTOMER-MATCH HAS REGISTERED THE CUSTOMER), THE DOCUMENT
001400* DATE, THE AMOUNT IN BASE CURRENCY, AND THE COMPANY (SEE
001500* COMPANY.CPY). THE ARCASH CASH APPLICATION EXTRACT SAYS WHAT
001600* HAS BEEN PAID AGAINST EACH ONE; CUSTOMER-STATEMENT-BATCH
001700* STATES AND DUNS WHAT IS LEFT.
001800*--------------------------------------------------------------
001900 01  AR-ITEM-RECORD.
002000     05  AR-SOURCE               PIC X(08).
002100         88  AR-SOURCE-RENTAL                VALUE "RENTAL  ".
002200         88  AR-SOURCE-STORAGE               VALUE "STORAGE ".
002300         88  AR-SOURCE-FREIGHT               VALUE "FREIGHT ".
002400     05  FILLER                  PIC X(01).
002500     05  AR-DOCUMENT-ID          PIC X(16).
002600     05  FILLER                  PIC X(01).
002700     05  AR-CUSTOMER-ID          PIC X(10).
002800     05  FILLER                  PIC X(01).
002900     05  AR-MASTER-ID            PIC X(10).
003000     05  FILLER                  PIC X(01).
003100     05  AR-DOCUMENT-DATE        PIC 9(08).
003200     05  FILLER                  PIC X(01).
003300     05  AR-AMOUNT               PIC 9(11)V99.
003400     05  FILLER                  PIC X(01).
003500     05  AR-COMPANY              PIC X(02).
