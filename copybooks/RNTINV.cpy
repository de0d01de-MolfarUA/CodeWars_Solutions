000100*--------------------------------------------------------------
000200* RNTINV.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF ONE LINE OF THE RENTINV FINAL RENTAL
000500* INVOICE FILE, EXACTLY AS RETURN-INVOICE-BATCH WRITES IT WHEN
000600* A CAR COMES BACK: THE BOOKING AND CUSTOMER, THE BOOKED CLASS,
000700* PICKUP AND ACTUAL RETURN DATES, BOOKED AGAINST ACTUAL DAYS,
000800* THE QUOTED AMOUNT BESIDE THE AMOUNT THE RATE ENGINE PRICES
000900* FOR THE DAYS ACTUALLY KEPT, THE SIGNED EXTRA-DAY DIFFERENCE
001000* BETWEEN THEM, THE LATE-RETURN, FUEL, AND DAMAGE SURCHARGES
001100* FROM THE CHGCODE TABLE, AND THE INVOICE TOTAL. RENTAL
001200* AMOUNTS ARE WHOLE UNITS, AS THE RATE ENGINE RETURNS THEM;
001210* SURCHARGES CARRY CENTS. THE LAST FIELD IS THE SHARED MASTER
001220* CUSTOMER ID THE RENTAL CUSTOMER IS REGISTERED UNDER ON
001230* CUSTXREF (BLANK UNTIL CUSTOMER-MATCH HAS REGISTERED IT).
001240* ALL OF THE ABOVE ARE IN OUR BASE CURRENCY, WHOSE CODE
001250* FOLLOWS; THEN THE CUSTOMER'S CURRENCY, THE INVOICE TOTAL IN
001260* IT, AND THE FXRATE RATE (BASE UNITS PER UNIT OF THE
001270* CUSTOMER'S CURRENCY) AND RATE DATE USED. NO RATE ON FILE
001280* LEAVES THE CUSTOMER TOTAL AND RATE ZERO. THE COMPANY CODE
001290* OF THE BOOKING CLOSES THE LINE (SEE COMPANY.CPY).
001400*--------------------------------------------------------------
001500 01  RENTAL-INVOICE-RECORD.
001600     05  RI-RECORD-TYPE          PIC X(04).
001700         88  RI-INVOICE-LINE                 VALUE "INV ".
001800     05  RI-INVOICE-DATE         PIC 9(08).
001900     05  FILLER                  PIC X(01).
002000     05  RI-BOOKING-ID           PIC X(10).
002100     05  FILLER                  PIC X(01).
002200     05  RI-CUSTOMER-ID          PIC X(10).
002300     05  FILLER                  PIC X(01).
002400     05  RI-RENTAL-CLASS         PIC X(04).
002500     05  FILLER                  PIC X(01).
002600     05  RI-PICKUP-DATE          PIC 9(08).
002700     05  FILLER                  PIC X(01).
002800     05  RI-RETURN-DATE          PIC 9(08).
002900     05  FILLER                  PIC X(01).
003000     05  RI-BOOKED-DAYS          PIC 9(04).
003100     05  FILLER                  PIC X(01).
003200     05  RI-ACTUAL-DAYS          PIC 9(04).
003300     05  FILLER                  PIC X(01).
003400     05  RI-QUOTED-AMOUNT        PIC 9(10).
003500     05  FILLER                  PIC X(01).
003600     05  RI-ACTUAL-AMOUNT        PIC 9(10).
003700     05  FILLER                  PIC X(01).
003800     05  RI-EXTRA-DAY-AMOUNT     PIC S9(10)
003900                                 SIGN LEADING SEPARATE.
004000     05  FILLER                  PIC X(01).
004100     05  RI-LATE-CHARGE          PIC 9(07)V99.
004200     05  FILLER                  PIC X(01).
004300     05  RI-FUEL-CHARGE          PIC 9(07)V99.
004400     05  FILLER                  PIC X(01).
004500     05  RI-DAMAGE-CHARGE        PIC 9(07)V99.
004600     05  FILLER                  PIC X(01).
004700     05  RI-INVOICE-TOTAL        PIC 9(10)V99.
004800     05  FILLER                  PIC X(01).
004900     05  RI-MASTER-CUSTOMER-ID   PIC X(10).
005000     05  FILLER                  PIC X(01).
005100     05  RI-BASE-CURRENCY        PIC X(03).
005200     05  FILLER                  PIC X(01).
005300     05  RI-CURRENCY             PIC X(03).
005400     05  FILLER                  PIC X(01).
005500     05  RI-CUSTOMER-TOTAL       PIC 9(10)V99.
005600     05  FILLER                  PIC X(01).
005700     05  RI-FX-RATE              PIC 9(05)V9(06).
005800     05  FILLER                  PIC X(01).
005900     05  RI-FX-RATE-DATE         PIC 9(08).
006000     05  FILLER                  PIC X(01).
006100     05  RI-COMPANY              PIC X(02).
