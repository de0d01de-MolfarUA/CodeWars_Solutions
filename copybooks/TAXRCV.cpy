000100*--------------------------------------------------------------
000200* TAXRCV.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF THE TAXRECV PROPERTY-TAX RECEIVABLES
000500* MASTER, KEYED BY PARCEL, TAX YEAR, AND INSTALMENT NUMBER.
000600* PROPERTY-TAX-BILLING WRITES ONE RECORD PER INSTALMENT WHEN
000700* IT BILLS THE ASSESSMENT ROLL (DISTRICT, BILL DATE, DUE DATE
000800* ROLLED TO A BUSINESS DAY, AMOUNT DUE); TAX-PAYMENT-POSTING
000900* APPLIES THE DAILY PAYMENTS TO THE OLDEST OPEN INSTALMENTS
001000* OF A PARCEL AND AGES WHAT IS LEFT. THE OPEN BALANCE OF AN
001100* INSTALMENT IS AMOUNT DUE LESS AMOUNT PAID.
001200*--------------------------------------------------------------
001300 01  TAX-RECEIVABLE-RECORD.
001400     05  TR-KEY.
001500         10  TR-PARCEL-ID        PIC X(10).
001600         10  TR-TAX-YEAR         PIC 9(04).
001700         10  TR-INSTALMENT       PIC 9(01).
001800     05  TR-DISTRICT             PIC X(04).
001900     05  TR-BILL-DATE            PIC 9(08).
002000     05  TR-DUE-DATE             PIC 9(08).
002100     05  TR-AMOUNT-DUE           PIC 9(09)V99.
002200     05  TR-AMOUNT-PAID          PIC 9(09)V99.
002300     05  TR-LAST-PAID-DATE       PIC 9(08).
