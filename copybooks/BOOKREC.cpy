000100*--------------------------------------------------------------
000200* BOOKREC.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF ONE LINE OF THE BOOKINGS FEED - THE QUOTES
000500* THE RENTAL DESK CONVERTED INTO A RENTAL: CUSTOMER, CLASS,
000600* AND REALIZED REVENUE, FOLLOWED BY THE BOOKING REFERENCE, THE
000700* PICKUP DATE, THE NUMBER OF DAYS BOOKED, THE PICKUP LOCATION,
000800* AND THE FLEET UNIT ASSIGNED TO THE RENTAL. QUOTE-CONVERSION-
000900* REPORT ONLY NEEDS THE LEADING THREE FIELDS; RETURN-INVOICE-
001000* BATCH PRICES THE RETURNED CAR AGAINST THE REST, AND FLEET-
001100* UNIT-POSTING ADDS THE BOOKED DAYS TO THE UNIT'S SERVICE
001200* COUNT. AN OLD-FORMAT LINE CARRIES SPACES PAST THE REVENUE,
001300* WHICH THE READERS THAT NEED THE BOOKING FIELDS TEST FOR
001400* BEFORE USING THEM. THE LAST FIELD IS THE COMPANY CODE
001410* (COLUMNS 67-68); SPACES ON AN OLDER LINE MEAN THE PARENT
001420* COMPANY (SEE COMPANY.CPY).
001500*--------------------------------------------------------------
001600 01  BOOKING-INPUT-RECORD.
001700     05  BK-CUSTOMER-ID          PIC X(10).
001800     05  FILLER                  PIC X(01).
001900     05  BK-RENTAL-CLASS         PIC X(04).
002000     05  FILLER                  PIC X(01).
002100     05  BK-REVENUE              PIC 9(10).
002200     05  FILLER                  PIC X(01).
002300     05  BK-BOOKING-ID           PIC X(10).
002400     05  FILLER                  PIC X(01).
002500     05  BK-PICKUP-DATE          PIC 9(08).
002600     05  FILLER                  PIC X(01).
002700     05  BK-BOOKED-DAYS          PIC 9(04).
002800     05  FILLER                  PIC X(01).
002900     05  BK-LOCATION             PIC X(04).
003000     05  FILLER                  PIC X(01).
003100     05  BK-UNIT-ID              PIC X(08).
003200     05  FILLER                  PIC X(01).
003300     05  BK-COMPANY              PIC X(02).
