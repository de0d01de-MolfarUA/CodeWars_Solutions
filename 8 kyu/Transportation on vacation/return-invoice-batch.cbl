000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RETURN-INVOICE-BATCH.
000300 AUTHOR. RATE-DESK-MAINTENANCE.
000400 INSTALLATION. FLEET-BILLING.
000500 DATE-WRITTEN. 2026-09-17.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-09-17  RDM  INITIAL VERSION - FINAL INVOICING WHEN THE
001000*                    CAR COMES BACK. THE QUOTE WAS THE ONLY
001100*                    NUMBER THE SYSTEM HELD AND DISPUTES WERE
001200*                    SETTLED FROM HAND-WRITTEN SLIPS. THIS JOB
001300*                    READS THE VEHICLE RETURN FILE (RETURNIN:
001400*                    BOOKING ID, ACTUAL RETURN DATE, FUEL AND
001500*                    DAMAGE CODES), FINDS THE BOOKING ON THE
001600*                    BOOKINGS FEED, PRICES THE DAYS ACTUALLY
001700*                    KEPT THROUGH RENTAL-CAR-COST-RATED UNDER
001800*                    THE BOOKED CLASS, AND WRITES THE FINAL
001900*                    INVOICE (RENTINV) WITH THE QUOTED AND
002000*                    ACTUAL AMOUNTS SIDE BY SIDE. LATE-RETURN,
002100*                    FUEL, AND DAMAGE SURCHARGES COME FROM THE
002200*                    CHGCODE CHARGE-CODE TABLE. RETURNS THAT
002300*                    CANNOT BE PRICED GO TO RETEXC AND THE
002400*                    RUN CLOSES WITH A TOTALS PAGE ON RETRPT.
002410*   2026-10-01  RDM  RETRPT'S HEADER IS FOLLOWED BY THE RATETAB
002420*                    VERSION THE INVOICES WERE PRICED FROM
002430*                    (REFTAB-VERSION).
002440*   2026-10-15  RDM  EACH INVOICE CARRIES THE SHARED MASTER
002450*                    CUSTOMER ID, LOOKED UP ON CUSTXREF THROUGH
002460*                    CUSTOMER-XREF UNDER SOURCE RENTAL.
002462*   2026-10-15  RDM  INVOICES IN THE CUSTOMER'S OWN CURRENCY.
002464*                    AMOUNTS ARE STILL PRICED AND TOTALLED IN
002466*                    BASE CURRENCY; EACH RENTINV LINE NOW ALSO
002468*                    CARRIES THE BASE CURRENCY CODE, THE
002470*                    CUSTOMER'S CURRENCY (CUSTMAST, THROUGH
002472*                    CUSTOMER-XREF), THE INVOICE TOTAL IN IT,
002474*                    AND THE FXRATE RATE AND RATE DATE USED AT
002476*                    THE INVOICE DATE (FX-RATE-SERVICE). A
002478*                    FOREIGN-CURRENCY INVOICE IS ALSO APPENDED
002480*                    TO THE FXITEMS RECEIVABLES REGISTER FOR
002482*                    MONTH-END REVALUATION; ONE WHOSE CURRENCY
002484*                    HAS NO RATE IS BILLED IN BASE ONLY AND
002486*                    COUNTED ON RETRPT.
002487*   2026-10-15  RDM  EACH RENTINV LINE ENDS WITH THE BOOKING'S
002488*                    COMPANY CODE (BLANK ON AN OLD-FORMAT
002489*                    BOOKING IS THE PARENT COMPANY).
002490*   2026-10-15  RDM  AN INVOICE DATE IN A HARD-CLOSED ACCOUNTING
002491*                    PERIOD (CALENDAR-SERVICE PERIOD STATUS)
002492*                    INVOICES NOTHING: EACH RETURN IS APPENDED
002493*                    TO PRIORADJ AS A PRIOR-PERIOD ADJUSTMENT
002494*                    AND COUNTED ON RETRPT.
002495*   2026-10-15  RDM  EVERY INVOICE, IN ANY CURRENCY, IS ALSO
002496*                    APPENDED TO THE ARITEMS RECEIVABLES
002497*                    REGISTER (SOURCE RENTAL, KEYED BY BOOKING
002498*                    ID, AMOUNT IN BASE) FOR THE MONTHLY
002499*                    CUSTOMER STATEMENTS AND DUNNING.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT RETURN-CONTROL-FILE ASSIGN TO "RETCTL"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-CONTROL-STATUS.
003300     SELECT VEHICLE-RETURN-FILE ASSIGN TO "RETURNIN"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-RETURN-STATUS.
003600     SELECT BOOKING-INPUT-FILE ASSIGN TO "BOOKINGS"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-BOOKING-STATUS.
003900     SELECT CHARGE-CODE-FILE ASSIGN TO "CHGCODE"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-CHARGE-STATUS.
004200     SELECT RENTAL-INVOICE-FILE ASSIGN TO "RENTINV"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-INVOICE-STATUS.
004500     SELECT RETURN-EXCEPTION-FILE ASSIGN TO "RETEXC"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-EXCEPT-STATUS.
004800     SELECT RETURN-REPORT-FILE ASSIGN TO "RETRPT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-REPORT-STATUS.
005010     SELECT FX-ITEM-FILE ASSIGN TO "FXITEMS"
005020         ORGANIZATION IS LINE SEQUENTIAL
005030         FILE STATUS IS WS-ITEM-STATUS.
005040     SELECT PRIOR-ADJUSTMENT-FILE ASSIGN TO "PRIORADJ"
005050         ORGANIZATION IS LINE SEQUENTIAL
005060         FILE STATUS IS WS-ADJUST-STATUS.
005070     SELECT AR-ITEM-FILE ASSIGN TO "ARITEMS"
005080         ORGANIZATION IS LINE SEQUENTIAL
005090         FILE STATUS IS WS-AR-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  RETURN-CONTROL-FILE.
005400 01  RETURN-CONTROL-CARD.
005500     05  RC-INVOICE-DATE         PIC 9(08).
005600 FD  VEHICLE-RETURN-FILE.
005700 01  VEHICLE-RETURN-RECORD.
005800     05  VR-BOOKING-ID           PIC X(10).
005900     05  FILLER                  PIC X(01).
006000     05  VR-RETURN-DATE          PIC X(08).
006100     05  FILLER                  PIC X(01).
006200     05  VR-FUEL-CODE            PIC X(04).
006300     05  FILLER                  PIC X(01).
006400     05  VR-DAMAGE-CODE          PIC X(04).
006500 FD  BOOKING-INPUT-FILE.
006600 COPY BOOKREC.
006700 FD  CHARGE-CODE-FILE.
006800 01  CHARGE-CODE-RECORD.
006900     05  CC-CODE                 PIC X(04).
007000     05  FILLER                  PIC X(01).
007100     05  CC-TYPE                 PIC X(01).
007200     05  FILLER                  PIC X(01).
007300     05  CC-BASIS                PIC X(01).
007400     05  FILLER                  PIC X(01).
007500     05  CC-AMOUNT               PIC 9(05)V99.
007600     05  FILLER                  PIC X(01).
007700     05  CC-DESCRIPTION          PIC X(20).
007800 FD  RENTAL-INVOICE-FILE.
007900 COPY RNTINV.
008000 FD  RETURN-EXCEPTION-FILE.
008100 01  RX-RECORD                   PIC X(80).
008200 FD  RETURN-REPORT-FILE.
008300 01  RR-RECORD                   PIC X(80).
008310 FD  FX-ITEM-FILE.
008320 COPY FXITEM.
008330 FD  PRIOR-ADJUSTMENT-FILE.
008340 01  PJ-RECORD                   PIC X(268).
008350 FD  AR-ITEM-FILE.
008360 COPY ARITEM.
008400 WORKING-STORAGE SECTION.
008500 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
008600     88  WS-CONTROL-OK                           VALUE '00'.
008700 77  WS-RETURN-STATUS            PIC X(02)       VALUE SPACES.
008800     88  WS-RETURN-OK                            VALUE '00'.
008900     88  WS-RETURN-EOF                           VALUE '10'.
009000 77  WS-BOOKING-STATUS           PIC X(02)       VALUE SPACES.
009100     88  WS-BOOKING-OK                           VALUE '00'.
009200     88  WS-BOOKING-EOF                          VALUE '10'.
009300 77  WS-CHARGE-STATUS            PIC X(02)       VALUE SPACES.
009400     88  WS-CHARGE-OK                            VALUE '00'.
009500     88  WS-CHARGE-EOF                           VALUE '10'.
009600 77  WS-INVOICE-STATUS           PIC X(02)       VALUE SPACES.
009700     88  WS-INVOICE-OK                           VALUE '00'.
009800 77  WS-EXCEPT-STATUS            PIC X(02)       VALUE SPACES.
009900     88  WS-EXCEPT-OK                            VALUE '00'.
010000 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
010100     88  WS-REPORT-OK                            VALUE '00'.
010110 77  WS-ITEM-STATUS              PIC X(02)       VALUE SPACES.
010120     88  WS-ITEM-OK                              VALUE '00'.
010124 77  WS-AR-STATUS                PIC X(02)       VALUE SPACES.
010126     88  WS-AR-OK                                VALUE '00'.
010130 77  WS-ADJUST-STATUS            PIC X(02)       VALUE SPACES.
010140     88  WS-ADJUST-OK                            VALUE '00'.
010150 77  WS-ADJUST-OPEN-SW           PIC X(01)       VALUE 'N'.
010160     88  WS-ADJUST-OPEN                          VALUE 'Y'.
010170 77  WS-INVOICE-LOCK-SW          PIC X(01)       VALUE 'N'.
010180     88  WS-INVOICE-LOCKED                       VALUE 'Y'.
010200 77  WS-RETURN-OPEN-SW           PIC X(01)       VALUE 'N'.
010300     88  WS-RETURN-OPEN                          VALUE 'Y'.
010400 77  WS-BOOKING-COUNT            PIC 9(04)       VALUE ZERO COMP.
010500 77  WS-BOOKING-MAX              PIC 9(04)       VALUE 2000 COMP.
010600 77  WS-BK-IX                    PIC 9(04)       VALUE ZERO COMP.
010700 77  WS-MATCH-IX                 PIC 9(04)       VALUE ZERO COMP.
010800 77  WS-CHARGE-COUNT             PIC 9(03)       VALUE ZERO COMP.
010900 77  WS-CHARGE-MAX               PIC 9(03)       VALUE 100 COMP.
011000 77  WS-CC-IX                    PIC 9(03)       VALUE ZERO COMP.
011100 77  WS-CHARGE-IX                PIC 9(03)       VALUE ZERO COMP.
011200 77  WS-LATE-IX                  PIC 9(03)       VALUE ZERO COMP.
011300 77  WS-INVOICE-DATE             PIC 9(08)       VALUE ZERO.
011400 77  WS-RETURN-DATE              PIC 9(08)       VALUE ZERO.
011500 77  WS-ACTUAL-DAYS              PIC 9(04)       VALUE ZERO.
011600 77  WS-LATE-DAYS                PIC 9(04)       VALUE ZERO.
011700 77  WS-DAY-SPAN                 PIC S9(09)      VALUE ZERO COMP.
011800 77  WS-REJECT-REASON            PIC X(20)       VALUE SPACES.
011900 77  WS-LOOKUP-CODE              PIC X(04)       VALUE SPACES.
012000 77  WS-LOOKUP-TYPE              PIC X(01)       VALUE SPACE.
012100 77  WS-RETURNS-READ             PIC 9(07)       VALUE ZERO.
012200 77  WS-INVOICES-WRITTEN         PIC 9(07)       VALUE ZERO.
012300 77  WS-RETURNS-REJECTED         PIC 9(07)       VALUE ZERO.
012400 77  WS-LATE-RETURNS             PIC 9(07)       VALUE ZERO.
012410 77  WS-FOREIGN-INVOICES         PIC 9(07)       VALUE ZERO.
012420 77  WS-NO-RATE-INVOICES         PIC 9(07)       VALUE ZERO.
012425 77  WS-RETURNS-DIVERTED         PIC 9(07)       VALUE ZERO.
012430 77  WS-BASE-CURRENCY            PIC X(03)       VALUE SPACES.
012500 01  WS-ENGINE-DAYS              PIC 9(08)       VALUE ZERO.
012600 01  WS-ENGINE-CLASS             PIC X(04)       VALUE SPACES.
012700 01  WS-ENGINE-RESULT            PIC 9(10)       VALUE ZERO.
012800 01  WS-SURCHARGE                PIC 9(07)V99    VALUE ZERO.
012900 01  WS-RUN-TOTALS.
013000     05  WS-TOT-QUOTED           PIC 9(12)       VALUE ZERO.
013100     05  WS-TOT-ACTUAL           PIC 9(12)       VALUE ZERO.
013200     05  WS-TOT-LATE             PIC 9(10)V99    VALUE ZERO.
013300     05  WS-TOT-FUEL             PIC 9(10)V99    VALUE ZERO.
013400     05  WS-TOT-DAMAGE           PIC 9(10)V99    VALUE ZERO.
013500     05  WS-TOT-INVOICED         PIC 9(12)V99    VALUE ZERO.
013600 01  WS-BOOKING-TABLE.
013700     05  WS-BT-ENTRY OCCURS 2000.
013800         10  WS-BT-BOOKING-ID    PIC X(10).
013900         10  WS-BT-CUSTOMER-ID   PIC X(10).
014000         10  WS-BT-CLASS         PIC X(04).
014100         10  WS-BT-REVENUE       PIC 9(10).
014200         10  WS-BT-PICKUP-DATE   PIC 9(08).
014300         10  WS-BT-BOOKED-DAYS   PIC 9(04).
014310         10  WS-BT-COMPANY       PIC X(02).
014400         10  WS-BT-INVOICED      PIC X(01).
014500 01  WS-CHARGE-TABLE.
014600     05  WS-CT-ENTRY OCCURS 100.
014700         10  WS-CT-CODE          PIC X(04).
014800         10  WS-CT-TYPE          PIC X(01).
014900         10  WS-CT-BASIS         PIC X(01).
015000         10  WS-CT-AMOUNT        PIC 9(05)V99.
015100 01  WS-EXCEPTION-LINE.
015200     05  FILLER                  PIC X(07)       VALUE
015300             "RETURN ".
015400     05  WS-EX-BOOKING-ID        PIC X(10).
015500     05  FILLER                  PIC X(06)       VALUE
015600             " DATE=".
015700     05  WS-EX-RETURN-DATE       PIC X(08).
015800     05  FILLER                  PIC X(08)       VALUE
015900             " REASON=".
016000     05  WS-EX-REASON            PIC X(20).
016100 01  WS-REPORT-HEADER.
016200     05  FILLER                  PIC X(36)       VALUE
016300             "RENTAL RETURN INVOICING - RUN DATE ".
016400     05  WS-RH-DATE              PIC 9(08).
016410 01  WS-BASE-LINE.
016420     05  FILLER                  PIC X(25)       VALUE
016430             "AMOUNTS IN BASE CURRENCY ".
016440     05  WS-BL-CURRENCY          PIC X(03).
016500 01  WS-COUNT-LINE.
016600     05  WS-CL-LABEL             PIC X(24).
016700     05  WS-CL-COUNT             PIC Z(06)9.
016800 01  WS-AMOUNT-LINE.
016900     05  WS-AL-LABEL             PIC X(24).
017000     05  WS-AL-AMOUNT            PIC Z(11)9.99.
017010 COPY REFTVER.
017020 COPY CUSTLKP.
017030 COPY FXLKP.
017040 COPY COMPANY.
017050 COPY CALSVC.
017060 COPY PRIORADJ.
017100 PROCEDURE DIVISION.
017200 0000-MAINLINE.
017300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017400     PERFORM 2000-INVOICE-ONE-RETURN THRU 2000-EXIT
017500         UNTIL WS-RETURN-EOF.
017600     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
017700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017800     STOP RUN.
017900 0000-EXIT.
018000     EXIT.
018100 1000-INITIALIZE.
018200     OPEN INPUT RETURN-CONTROL-FILE
018300     IF WS-CONTROL-OK
018400         READ RETURN-CONTROL-FILE
018500             AT END MOVE ZERO TO RC-INVOICE-DATE
018600         END-READ
018700         CLOSE RETURN-CONTROL-FILE
018800     ELSE
018900         MOVE ZERO TO RC-INVOICE-DATE
019000     END-IF
019100     IF RC-INVOICE-DATE IS NUMERIC
019200         AND RC-INVOICE-DATE > ZERO
019300         MOVE RC-INVOICE-DATE TO WS-INVOICE-DATE
019400     ELSE
019500         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-INVOICE-DATE
019600     END-IF
019610     SET CAL-SVC-GET-PERIOD TO TRUE
019620     MOVE WS-INVOICE-DATE TO CAL-SVC-ARGUMENT
019630     CALL "CALENDAR-SERVICE" USING CALENDAR-SERVICE-REQUEST
019640     IF CAL-SVC-PERIOD-HARD-CLOSED
019650         SET WS-INVOICE-LOCKED TO TRUE
019660     END-IF
019700     PERFORM 1100-LOAD-BOOKINGS THRU 1100-EXIT
019800     PERFORM 1200-LOAD-CHARGE-CODES THRU 1200-EXIT
019900     OPEN OUTPUT RENTAL-INVOICE-FILE
020000     OPEN OUTPUT RETURN-EXCEPTION-FILE
020100     OPEN OUTPUT RETURN-REPORT-FILE
020200     MOVE WS-INVOICE-DATE TO WS-RH-DATE
020300     WRITE RR-RECORD FROM WS-REPORT-HEADER
020310     MOVE "RATETAB" TO RTV-TABLE-NAME
020320     CALL "REFTAB-VERSION" USING REFTAB-VERSION-REQUEST
020330     WRITE RR-RECORD FROM RTV-HEADER-LINE
020335     MOVE SPACES TO FXL-CURRENCY
020340     MOVE WS-INVOICE-DATE TO FXL-AS-OF-DATE
020345     SET FXL-TO-FOREIGN TO TRUE
020350     MOVE ZERO TO FXL-BASE-AMOUNT
020355     CALL "FX-RATE-SERVICE" USING FX-RATE-REQUEST
020360     MOVE FXL-BASE-CURRENCY TO WS-BASE-CURRENCY
020365     MOVE WS-BASE-CURRENCY TO WS-BL-CURRENCY
020370     WRITE RR-RECORD FROM WS-BASE-LINE
020375     MOVE SPACES TO WS-ITEM-STATUS
020380     OPEN EXTEND FX-ITEM-FILE
020385     IF NOT WS-ITEM-OK
020390         OPEN OUTPUT FX-ITEM-FILE
020395     END-IF
020396     OPEN EXTEND AR-ITEM-FILE
020397     IF NOT WS-AR-OK
020398         OPEN OUTPUT AR-ITEM-FILE
020399     END-IF
020400     OPEN INPUT VEHICLE-RETURN-FILE
020500     IF NOT WS-RETURN-OK
020600         SET WS-RETURN-EOF TO TRUE
020700         GO TO 1000-EXIT
020800     END-IF
020900     SET WS-RETURN-OPEN TO TRUE
021000     PERFORM 1500-READ-RETURN THRU 1500-EXIT.
021100 1000-EXIT.
021200     EXIT.
021300*--------------------------------------------------------------
021400* ONLY BOOKINGS THAT CARRY THE BOOKING REFERENCE AND PICKUP
021500* FIELDS CAN BE INVOICED; OLD-FORMAT LINES ARE PASSED OVER.
021600*--------------------------------------------------------------
021700 1100-LOAD-BOOKINGS.
021800     OPEN INPUT BOOKING-INPUT-FILE
021900     IF NOT WS-BOOKING-OK
022000         GO TO 1100-EXIT
022100     END-IF
022200     PERFORM 1110-READ-BOOKING THRU 1110-EXIT
022300     PERFORM 1120-STORE-BOOKING THRU 1120-EXIT
022400         UNTIL WS-BOOKING-EOF
022500            OR WS-BOOKING-COUNT >= WS-BOOKING-MAX
022600     CLOSE BOOKING-INPUT-FILE.
022700 1100-EXIT.
022800     EXIT.
022900 1110-READ-BOOKING.
023000     READ BOOKING-INPUT-FILE
023100         AT END SET WS-BOOKING-EOF TO TRUE
023200     END-READ.
023300 1110-EXIT.
023400     EXIT.
023500 1120-STORE-BOOKING.
023600     IF BK-BOOKING-ID = SPACES
023700         OR BK-PICKUP-DATE IS NOT NUMERIC
023800         OR BK-BOOKED-DAYS IS NOT NUMERIC
023900         PERFORM 1110-READ-BOOKING THRU 1110-EXIT
024000         GO TO 1120-EXIT
024100     END-IF
024200     ADD 1 TO WS-BOOKING-COUNT
024300     MOVE BK-BOOKING-ID TO WS-BT-BOOKING-ID(WS-BOOKING-COUNT)
024400     MOVE BK-CUSTOMER-ID
024500         TO WS-BT-CUSTOMER-ID(WS-BOOKING-COUNT)
024600     MOVE BK-RENTAL-CLASS TO WS-BT-CLASS(WS-BOOKING-COUNT)
024700     IF BK-REVENUE IS NUMERIC
024800         MOVE BK-REVENUE TO WS-BT-REVENUE(WS-BOOKING-COUNT)
024900     ELSE
025000         MOVE ZERO TO WS-BT-REVENUE(WS-BOOKING-COUNT)
025100     END-IF
025200     MOVE BK-PICKUP-DATE
025300         TO WS-BT-PICKUP-DATE(WS-BOOKING-COUNT)
025400     MOVE BK-BOOKED-DAYS
025500         TO WS-BT-BOOKED-DAYS(WS-BOOKING-COUNT)
025600     MOVE 'N' TO WS-BT-INVOICED(WS-BOOKING-COUNT)
025610     IF BK-COMPANY = SPACES
025620         MOVE CMP-PARENT-COMPANY
025630             TO WS-BT-COMPANY(WS-BOOKING-COUNT)
025640     ELSE
025650         MOVE BK-COMPANY TO WS-BT-COMPANY(WS-BOOKING-COUNT)
025660     END-IF
025700     PERFORM 1110-READ-BOOKING THRU 1110-EXIT.
025800 1120-EXIT.
025900     EXIT.
026000 1200-LOAD-CHARGE-CODES.
026100     OPEN INPUT CHARGE-CODE-FILE
026200     IF NOT WS-CHARGE-OK
026300         GO TO 1200-EXIT
026400     END-IF
026500     PERFORM 1210-READ-CHARGE THRU 1210-EXIT
026600     PERFORM 1220-STORE-CHARGE THRU 1220-EXIT
026700         UNTIL WS-CHARGE-EOF
026800            OR WS-CHARGE-COUNT >= WS-CHARGE-MAX
026900     CLOSE CHARGE-CODE-FILE.
027000 1200-EXIT.
027100     EXIT.
027200 1210-READ-CHARGE.
027300     READ CHARGE-CODE-FILE
027400         AT END SET WS-CHARGE-EOF TO TRUE
027500     END-READ.
027600 1210-EXIT.
027700     EXIT.
027800 1220-STORE-CHARGE.
027900     ADD 1 TO WS-CHARGE-COUNT
028000     MOVE CC-CODE TO WS-CT-CODE(WS-CHARGE-COUNT)
028100     MOVE CC-TYPE TO WS-CT-TYPE(WS-CHARGE-COUNT)
028200     MOVE CC-BASIS TO WS-CT-BASIS(WS-CHARGE-COUNT)
028300     IF CC-AMOUNT IS NUMERIC
028400         MOVE CC-AMOUNT TO WS-CT-AMOUNT(WS-CHARGE-COUNT)
028500     ELSE
028600         MOVE ZERO TO WS-CT-AMOUNT(WS-CHARGE-COUNT)
028700     END-IF
028800     IF CC-TYPE = 'L' AND WS-LATE-IX = ZERO
028900         MOVE WS-CHARGE-COUNT TO WS-LATE-IX
029000     END-IF
029100     PERFORM 1210-READ-CHARGE THRU 1210-EXIT.
029200 1220-EXIT.
029300     EXIT.
029400 1500-READ-RETURN.
029500     READ VEHICLE-RETURN-FILE
029600         AT END SET WS-RETURN-EOF TO TRUE
029700     END-READ
029800     IF NOT WS-RETURN-EOF
029900         ADD 1 TO WS-RETURNS-READ
030000     END-IF.
030100 1500-EXIT.
030200     EXIT.
030300*--------------------------------------------------------------
030400* ONE RETURN: FIND THE BOOKING, COUNT THE DAYS KEPT (A SAME-
030500* DAY RETURN STILL BILLS ONE DAY), PRICE THEM UNDER THE BOOKED
030600* CLASS, AND ADD THE SURCHARGES. A RETURN PAST PICKUP PLUS
030700* BOOKED DAYS IS LATE BY THE DIFFERENCE. AN INVOICE DATE IN A
030710* HARD-CLOSED ACCOUNTING PERIOD WOULD ADD REVENUE TO FIGURES
030720* FINANCE HAS ALREADY REPORTED, SO THEN THE RETURN GOES TO
030730* PRIORADJ FOR FINANCE TO BOOK AS A PRIOR-PERIOD ADJUSTMENT.
030800*--------------------------------------------------------------
030900 2000-INVOICE-ONE-RETURN.
030910     IF WS-INVOICE-LOCKED
030920         PERFORM 2950-DIVERT-RETURN THRU 2950-EXIT
030930         GO TO 2090-NEXT
030940     END-IF
031000     MOVE SPACES TO WS-REJECT-REASON
031100     PERFORM 2100-FIND-BOOKING THRU 2100-EXIT
031200     IF WS-REJECT-REASON NOT = SPACES
031300         PERFORM 2900-REJECT-RETURN THRU 2900-EXIT
031400         GO TO 2090-NEXT
031500     END-IF
031600     MOVE SPACES TO RENTAL-INVOICE-RECORD
031700     SET RI-INVOICE-LINE TO TRUE
031800     MOVE WS-INVOICE-DATE TO RI-INVOICE-DATE
031900     MOVE WS-BT-BOOKING-ID(WS-MATCH-IX) TO RI-BOOKING-ID
032000     MOVE WS-BT-CUSTOMER-ID(WS-MATCH-IX) TO RI-CUSTOMER-ID
032100     MOVE WS-BT-CLASS(WS-MATCH-IX) TO RI-RENTAL-CLASS
032200     MOVE WS-BT-PICKUP-DATE(WS-MATCH-IX) TO RI-PICKUP-DATE
032300     MOVE WS-RETURN-DATE TO RI-RETURN-DATE
032400     MOVE WS-BT-BOOKED-DAYS(WS-MATCH-IX) TO RI-BOOKED-DAYS
032500     MOVE WS-ACTUAL-DAYS TO RI-ACTUAL-DAYS
032510     MOVE WS-BT-COMPANY(WS-MATCH-IX) TO RI-COMPANY
032600     PERFORM 2200-PRICE-RENTAL THRU 2200-EXIT
032700     PERFORM 2300-PRICE-SURCHARGES THRU 2300-EXIT
032800     IF WS-REJECT-REASON NOT = SPACES
032900         PERFORM 2900-REJECT-RETURN THRU 2900-EXIT
033000         GO TO 2090-NEXT
033100     END-IF
033200     COMPUTE RI-INVOICE-TOTAL = RI-ACTUAL-AMOUNT
033300         + RI-LATE-CHARGE + RI-FUEL-CHARGE + RI-DAMAGE-CHARGE
033310     MOVE "RENTAL  " TO CL-SOURCE
033320     MOVE RI-CUSTOMER-ID TO CL-SOURCE-ID
033330     CALL "CUSTOMER-XREF" USING CUSTOMER-LOOKUP-REQUEST
033340     MOVE CL-CUSTOMER-ID TO RI-MASTER-CUSTOMER-ID
033350     PERFORM 2400-CONVERT-INVOICE THRU 2400-EXIT
033400     WRITE RENTAL-INVOICE-RECORD
033450     PERFORM 2500-REGISTER-RECEIVABLE THRU 2500-EXIT
033500     MOVE 'Y' TO WS-BT-INVOICED(WS-MATCH-IX)
033600     ADD 1 TO WS-INVOICES-WRITTEN
033700     ADD RI-QUOTED-AMOUNT TO WS-TOT-QUOTED
033800     ADD RI-ACTUAL-AMOUNT TO WS-TOT-ACTUAL
033900     ADD RI-LATE-CHARGE TO WS-TOT-LATE
034000     ADD RI-FUEL-CHARGE TO WS-TOT-FUEL
034100     ADD RI-DAMAGE-CHARGE TO WS-TOT-DAMAGE
034200     ADD RI-INVOICE-TOTAL TO WS-TOT-INVOICED.
034300 2090-NEXT.
034400     PERFORM 1500-READ-RETURN THRU 1500-EXIT.
034500 2000-EXIT.
034600     EXIT.
034700 2100-FIND-BOOKING.
034800     MOVE ZERO TO WS-MATCH-IX
034900     PERFORM 2110-SCAN-BOOKING THRU 2110-EXIT
035000         VARYING WS-BK-IX FROM 1 BY 1
035100         UNTIL WS-BK-IX > WS-BOOKING-COUNT
035200            OR WS-MATCH-IX > ZERO
035300     EVALUATE TRUE
035400         WHEN WS-MATCH-IX = ZERO
035500             MOVE "BOOKING NOT FOUND" TO WS-REJECT-REASON
035600         WHEN WS-BT-INVOICED(WS-MATCH-IX) = 'Y'
035700             MOVE "ALREADY INVOICED" TO WS-REJECT-REASON
035800         WHEN VR-RETURN-DATE IS NOT NUMERIC
035900             MOVE "BAD RETURN DATE" TO WS-REJECT-REASON
036000         WHEN OTHER
036100             MOVE VR-RETURN-DATE TO WS-RETURN-DATE
036200             IF WS-RETURN-DATE
036300                 < WS-BT-PICKUP-DATE(WS-MATCH-IX)
036400                 MOVE "RETURN BEFORE PICKUP"
036500                     TO WS-REJECT-REASON
036600             END-IF
036700     END-EVALUATE.
036800 2100-EXIT.
036900     EXIT.
037000 2110-SCAN-BOOKING.
037100     IF WS-BT-BOOKING-ID(WS-BK-IX) = VR-BOOKING-ID
037200         MOVE WS-BK-IX TO WS-MATCH-IX
037300     END-IF.
037400 2110-EXIT.
037500     EXIT.
037600*--------------------------------------------------------------
037700* THE QUOTED AMOUNT IS THE BOOKING'S REVENUE, OR THE BOOKED
037800* DAYS RE-PRICED WHEN THE FEED CARRIED NONE. THE ACTUAL AMOUNT
037900* IS THE DAYS KEPT THROUGH THE SAME ENGINE AND CLASS, SO THE
038000* EXTRA-DAY COLUMN IS WHAT THE CUSTOMER'S CHANGE OF PLAN COST
038100* (NEGATIVE ON AN EARLY RETURN).
038200*--------------------------------------------------------------
038300 2200-PRICE-RENTAL.
038400     COMPUTE WS-DAY-SPAN =
038500         FUNCTION INTEGER-OF-DATE(WS-RETURN-DATE)
038600         - FUNCTION INTEGER-OF-DATE(
038700             WS-BT-PICKUP-DATE(WS-MATCH-IX))
038800     IF WS-DAY-SPAN < 1
038900         MOVE 1 TO WS-DAY-SPAN
039000     END-IF
039100     MOVE WS-DAY-SPAN TO WS-ACTUAL-DAYS
039200     MOVE WS-ACTUAL-DAYS TO RI-ACTUAL-DAYS
039300     MOVE WS-BT-CLASS(WS-MATCH-IX) TO WS-ENGINE-CLASS
039400     IF WS-BT-REVENUE(WS-MATCH-IX) > ZERO
039500         MOVE WS-BT-REVENUE(WS-MATCH-IX) TO RI-QUOTED-AMOUNT
039600     ELSE
039700         MOVE WS-BT-BOOKED-DAYS(WS-MATCH-IX) TO WS-ENGINE-DAYS
039800         MOVE ZERO TO WS-ENGINE-RESULT
039900         CALL "RENTAL-CAR-COST-RATED" USING WS-ENGINE-DAYS
040000             WS-ENGINE-CLASS WS-ENGINE-RESULT
040100         MOVE WS-ENGINE-RESULT TO RI-QUOTED-AMOUNT
040200     END-IF
040300     MOVE WS-ACTUAL-DAYS TO WS-ENGINE-DAYS
040400     MOVE ZERO TO WS-ENGINE-RESULT
040500     CALL "RENTAL-CAR-COST-RATED" USING WS-ENGINE-DAYS
040600         WS-ENGINE-CLASS WS-ENGINE-RESULT
040700     MOVE WS-ENGINE-RESULT TO RI-ACTUAL-AMOUNT
040800     COMPUTE RI-EXTRA-DAY-AMOUNT =
040900         RI-ACTUAL-AMOUNT - RI-QUOTED-AMOUNT.
041000 2200-EXIT.
041100     EXIT.
041200*--------------------------------------------------------------
041300* CHGCODE ROWS: TYPE 'L' LATE RETURN, 'F' FUEL, 'D' DAMAGE;
041400* BASIS 'D' CHARGES THE AMOUNT PER LATE DAY, ANYTHING ELSE IS
041500* A FLAT CHARGE. THE FIRST 'L' ROW PRICES EVERY LATE RETURN.
041600* A FUEL OR DAMAGE CODE NOT ON THE TABLE STOPS THE INVOICE -
041700* A GUESSED SURCHARGE IS EXACTLY THE DISPUTE WE ARE ENDING.
041800*--------------------------------------------------------------
041900 2300-PRICE-SURCHARGES.
042000     MOVE ZERO TO RI-LATE-CHARGE
042100     MOVE ZERO TO RI-FUEL-CHARGE
042200     MOVE ZERO TO RI-DAMAGE-CHARGE
042300     MOVE ZERO TO WS-LATE-DAYS
042400     IF WS-ACTUAL-DAYS > WS-BT-BOOKED-DAYS(WS-MATCH-IX)
042500         COMPUTE WS-LATE-DAYS = WS-ACTUAL-DAYS
042600             - WS-BT-BOOKED-DAYS(WS-MATCH-IX)
042700         ADD 1 TO WS-LATE-RETURNS
042800         IF WS-LATE-IX > ZERO
042900             MOVE WS-LATE-IX TO WS-CHARGE-IX
043000             PERFORM 2350-APPLY-BASIS THRU 2350-EXIT
043100             MOVE WS-SURCHARGE TO RI-LATE-CHARGE
043200         END-IF
043300     END-IF
043400     IF VR-FUEL-CODE NOT = SPACES
043500         MOVE VR-FUEL-CODE TO WS-LOOKUP-CODE
043600         MOVE 'F' TO WS-LOOKUP-TYPE
043700         PERFORM 2310-FIND-CHARGE THRU 2310-EXIT
043800         IF WS-CHARGE-IX = ZERO
043900             MOVE "UNKNOWN FUEL CODE" TO WS-REJECT-REASON
044000             GO TO 2300-EXIT
044100         END-IF
044200         PERFORM 2350-APPLY-BASIS THRU 2350-EXIT
044300         MOVE WS-SURCHARGE TO RI-FUEL-CHARGE
044400     END-IF
044500     IF VR-DAMAGE-CODE NOT = SPACES
044600         MOVE VR-DAMAGE-CODE TO WS-LOOKUP-CODE
044700         MOVE 'D' TO WS-LOOKUP-TYPE
044800         PERFORM 2310-FIND-CHARGE THRU 2310-EXIT
044900         IF WS-CHARGE-IX = ZERO
045000             MOVE "UNKNOWN DAMAGE CODE" TO WS-REJECT-REASON
045100             GO TO 2300-EXIT
045200         END-IF
045300         PERFORM 2350-APPLY-BASIS THRU 2350-EXIT
045400         MOVE WS-SURCHARGE TO RI-DAMAGE-CHARGE
045500     END-IF.
045600 2300-EXIT.
045700     EXIT.
045800 2310-FIND-CHARGE.
045900     MOVE ZERO TO WS-CHARGE-IX
046000     PERFORM 2320-SCAN-CHARGE THRU 2320-EXIT
046100         VARYING WS-CC-IX FROM 1 BY 1
046200         UNTIL WS-CC-IX > WS-CHARGE-COUNT
046300            OR WS-CHARGE-IX > ZERO.
046400 2310-EXIT.
046500     EXIT.
046600 2320-SCAN-CHARGE.
046700     IF WS-CT-CODE(WS-CC-IX) = WS-LOOKUP-CODE
046800         AND WS-CT-TYPE(WS-CC-IX) = WS-LOOKUP-TYPE
046900         MOVE WS-CC-IX TO WS-CHARGE-IX
047000     END-IF.
047100 2320-EXIT.
047200     EXIT.
047300 2350-APPLY-BASIS.
047400     IF WS-CT-BASIS(WS-CHARGE-IX) = 'D'
047500         COMPUTE WS-SURCHARGE =
047600             WS-CT-AMOUNT(WS-CHARGE-IX) * WS-LATE-DAYS
047700     ELSE
047800         MOVE WS-CT-AMOUNT(WS-CHARGE-IX) TO WS-SURCHARGE
047900     END-IF.
048000 2350-EXIT.
048100     EXIT.
048102*--------------------------------------------------------------
048104* THE INVOICE TOTAL IN THE CUSTOMER'S CURRENCY AT THE INVOICE
048106* DATE'S RATE. A CUSTOMER NOT YET ON CUSTMAST IS BILLED IN
048108* BASE. A FOREIGN-CURRENCY INVOICE GOES ON THE FXITEMS
048110* REGISTER AT THE RATE IT WAS BILLED AT.
048112*--------------------------------------------------------------
048114 2400-CONVERT-INVOICE.
048116     MOVE CL-CURRENCY TO FXL-CURRENCY
048118     MOVE WS-INVOICE-DATE TO FXL-AS-OF-DATE
048120     SET FXL-TO-FOREIGN TO TRUE
048122     MOVE RI-INVOICE-TOTAL TO FXL-BASE-AMOUNT
048124     CALL "FX-RATE-SERVICE" USING FX-RATE-REQUEST
048126     MOVE WS-BASE-CURRENCY TO RI-BASE-CURRENCY
048128     IF CL-CURRENCY = SPACES
048130         MOVE WS-BASE-CURRENCY TO RI-CURRENCY
048132     ELSE
048134         MOVE CL-CURRENCY TO RI-CURRENCY
048136     END-IF
048138     MOVE FXL-FOREIGN-AMOUNT TO RI-CUSTOMER-TOTAL
048140     MOVE FXL-RATE TO RI-FX-RATE
048142     MOVE FXL-RATE-DATE TO RI-FX-RATE-DATE
048144     IF FXL-NOT-FOUND
048146         ADD 1 TO WS-NO-RATE-INVOICES
048148         GO TO 2400-EXIT
048150     END-IF
048152     IF RI-CURRENCY = WS-BASE-CURRENCY
048154         GO TO 2400-EXIT
048156     END-IF
048158     MOVE SPACES TO FX-ITEM-RECORD
048160     MOVE "RENTAL  " TO FO-SOURCE
048162     MOVE RI-BOOKING-ID TO FO-DOCUMENT-ID
048164     MOVE RI-CUSTOMER-ID TO FO-CUSTOMER-ID
048166     MOVE RI-MASTER-CUSTOMER-ID TO FO-MASTER-ID
048168     MOVE RI-INVOICE-DATE TO FO-DOCUMENT-DATE
048170     MOVE RI-CURRENCY TO FO-CURRENCY
048172     MOVE RI-CUSTOMER-TOTAL TO FO-FOREIGN-AMOUNT
048174     MOVE RI-INVOICE-TOTAL TO FO-BASE-AMOUNT
048176     MOVE RI-FX-RATE TO FO-FX-RATE
048178     MOVE RI-FX-RATE-DATE TO FO-RATE-DATE
048180     WRITE FX-ITEM-RECORD
048182     ADD 1 TO WS-FOREIGN-INVOICES.
048184 2400-EXIT.
048186     EXIT.
048187 2500-REGISTER-RECEIVABLE.
048188     MOVE SPACES TO AR-ITEM-RECORD
048189     SET AR-SOURCE-RENTAL TO TRUE
048190     MOVE RI-BOOKING-ID TO AR-DOCUMENT-ID
048191     MOVE RI-CUSTOMER-ID TO AR-CUSTOMER-ID
048192     MOVE RI-MASTER-CUSTOMER-ID TO AR-MASTER-ID
048193     MOVE RI-INVOICE-DATE TO AR-DOCUMENT-DATE
048194     MOVE RI-INVOICE-TOTAL TO AR-AMOUNT
048195     MOVE RI-COMPANY TO AR-COMPANY
048196     WRITE AR-ITEM-RECORD.
048197 2500-EXIT.
048198     EXIT.
048200 2900-REJECT-RETURN.
048300     MOVE VR-BOOKING-ID TO WS-EX-BOOKING-ID
048400     MOVE VR-RETURN-DATE TO WS-EX-RETURN-DATE
048500     MOVE WS-REJECT-REASON TO WS-EX-REASON
048600     WRITE RX-RECORD FROM WS-EXCEPTION-LINE
048700     ADD 1 TO WS-RETURNS-REJECTED.
048800 2900-EXIT.
048900     EXIT.
048910 2950-DIVERT-RETURN.
048915     IF NOT WS-ADJUST-OPEN
048920         MOVE SPACES TO WS-ADJUST-STATUS
048925         OPEN EXTEND PRIOR-ADJUSTMENT-FILE
048930         IF NOT WS-ADJUST-OK
048935             OPEN OUTPUT PRIOR-ADJUSTMENT-FILE
048940         END-IF
048945         SET WS-ADJUST-OPEN TO TRUE
048950     END-IF
048955     DIVIDE WS-INVOICE-DATE BY 100 GIVING PA-PERIOD
048960     MOVE WS-INVOICE-DATE TO PA-TRANSACTION-DATE
048965     MOVE "RETURN-INVOICE-BATCH" TO PA-SOURCE-PROGRAM
048970     MOVE "RETURNIN" TO PA-SOURCE-FILE
048975     MOVE SPACES TO PA-COMPANY
048980     MOVE FUNCTION CURRENT-DATE(1:8) TO PA-DIVERTED-DATE
048985     MOVE VEHICLE-RETURN-RECORD TO PA-IMAGE
048990     WRITE PJ-RECORD FROM PRIOR-PERIOD-ADJUSTMENT
048995     ADD 1 TO WS-RETURNS-DIVERTED.
048996 2950-EXIT.
048997     EXIT.
049000 8000-WRITE-TOTALS.
049100     MOVE "RETURNS READ" TO WS-CL-LABEL
049200     MOVE WS-RETURNS-READ TO WS-CL-COUNT
049300     WRITE RR-RECORD FROM WS-COUNT-LINE
049400     MOVE "INVOICES WRITTEN" TO WS-CL-LABEL
049500     MOVE WS-INVOICES-WRITTEN TO WS-CL-COUNT
049600     WRITE RR-RECORD FROM WS-COUNT-LINE
049700     MOVE "RETURNS REJECTED" TO WS-CL-LABEL
049800     MOVE WS-RETURNS-REJECTED TO WS-CL-COUNT
049900     WRITE RR-RECORD FROM WS-COUNT-LINE
050000     MOVE "LATE RETURNS" TO WS-CL-LABEL
050100     MOVE WS-LATE-RETURNS TO WS-CL-COUNT
050200     WRITE RR-RECORD FROM WS-COUNT-LINE
050210     MOVE "FOREIGN-CCY INVOICES" TO WS-CL-LABEL
050220     MOVE WS-FOREIGN-INVOICES TO WS-CL-COUNT
050230     WRITE RR-RECORD FROM WS-COUNT-LINE
050240     MOVE "INVOICES WITH NO FX RATE" TO WS-CL-LABEL
050250     MOVE WS-NO-RATE-INVOICES TO WS-CL-COUNT
050260     WRITE RR-RECORD FROM WS-COUNT-LINE
050300     MOVE "QUOTED AMOUNT" TO WS-AL-LABEL
050400     MOVE WS-TOT-QUOTED TO WS-AL-AMOUNT
050500     WRITE RR-RECORD FROM WS-AMOUNT-LINE
050600     MOVE "ACTUAL RENTAL AMOUNT" TO WS-AL-LABEL
050700     MOVE WS-TOT-ACTUAL TO WS-AL-AMOUNT
050800     WRITE RR-RECORD FROM WS-AMOUNT-LINE
050900     MOVE "LATE-RETURN SURCHARGES" TO WS-AL-LABEL
051000     MOVE WS-TOT-LATE TO WS-AL-AMOUNT
051100     WRITE RR-RECORD FROM WS-AMOUNT-LINE
051200     MOVE "FUEL SURCHARGES" TO WS-AL-LABEL
051300     MOVE WS-TOT-FUEL TO WS-AL-AMOUNT
051400     WRITE RR-RECORD FROM WS-AMOUNT-LINE
051500     MOVE "DAMAGE SURCHARGES" TO WS-AL-LABEL
051600     MOVE WS-TOT-DAMAGE TO WS-AL-AMOUNT
051700     WRITE RR-RECORD FROM WS-AMOUNT-LINE
051800     MOVE "TOTAL INVOICED" TO WS-AL-LABEL
051900     MOVE WS-TOT-INVOICED TO WS-AL-AMOUNT
052000     WRITE RR-RECORD FROM WS-AMOUNT-LINE
052010     IF WS-INVOICE-LOCKED
052020         MOVE "RETURNS TO PRIORADJ" TO WS-CL-LABEL
052030         MOVE WS-RETURNS-DIVERTED TO WS-CL-COUNT
052040         WRITE RR-RECORD FROM WS-COUNT-LINE
052050     END-IF.
052100 8000-EXIT.
052200     EXIT.
052300 9000-TERMINATE.
052400     IF WS-RETURN-OPEN
052500         CLOSE VEHICLE-RETURN-FILE
052600     END-IF
052700     CLOSE RENTAL-INVOICE-FILE
052800     CLOSE RETURN-EXCEPTION-FILE
052810     CLOSE RETURN-REPORT-FILE
052820     CLOSE FX-ITEM-FILE
052825     CLOSE AR-ITEM-FILE
052830     IF WS-ADJUST-OPEN
052840         CLOSE PRIOR-ADJUSTMENT-FILE
052850     END-IF.
053000 9000-EXIT.
053100     EXIT.
053200 END PROGRAM RETURN-INVOICE-BATCH.
