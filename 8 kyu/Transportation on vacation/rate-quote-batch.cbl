002293*                    SUPPLY. THE QUOTE RECORD WIDENED TO 100
002294*                    BYTES FOR THE NEW FIELDS; THE BRANCH
002295*                    STOPS FINDING OUT AT THE COUNTER.
002296*   2026-09-17  RDM  FLEETAVL LAYOUT TAKEN FROM THE SHARED
002297*                    FLTAVL COPYBOOK; THE FILE IS NOW WRITTEN
002298*                    BY FLEET-MAINT-BATCH NET OF UNITS HELD
002299*                    IN THE SHOP FOR SERVICE.
002300*   2026-10-01  RDM  RUNS AS BUS010 OF THE SCHEDULED BUSINESS
002301*                    JOB STREAM. QUOTEOUT, QUOTESUM, AND
002302*                    SHORTRPT ARE REGISTERED IN THE CYCLE
002303*                    LINEAGE LOG THROUGH CYCLE-STAMP (NO HEADER
002304*                    RECORD - QUOTEOUT IS READ LINE FOR LINE
002305*                    DOWNSTREAM), STEP COMPLETION AND THE QUOTE
002306*                    COUNT GO TO STEPSTAT FOR THE RESTART
002307*                    ADVISOR, AND END OF STEP LEAVES CHAINBAL
002308*                    TRAILERS FOR RESVIN (CONSUMED) AND
002309*                    QUOTEOUT (PRODUCED, COUNT AND ORDINAL HASH).
002310*   2026-10-01  RDM  QUOTESUM OPENS WITH THE RATETAB VERSION THE
002311*                    RUN PRICED FROM (REFTAB-VERSION, AS LAST
002312*                    PUBLISHED BY REFTAB-PUBLISH), SO AN OLD
002313*                    SUMMARY SAYS WHICH RATES IT WAS BUILT ON.
002314*   2026-10-15  RDM  EACH QUOTE LINE ENDS (COLUMNS 91-100) WITH
002315*                    THE SHARED MASTER CUSTOMER ID, LOOKED UP ON
002316*                    CUSTXREF THROUGH CUSTOMER-XREF UNDER SOURCE
002317*                    RENTAL; BLANK UNTIL CUSTOMER-MATCH HAS
002318*                    REGISTERED THE CUSTOMER.
002319*   2026-10-15  RDM  QUOTES IN THE CUSTOMER'S OWN CURRENCY. THE
002320*                    RATE ENGINE STILL PRICES IN BASE CURRENCY;
002321*                    EACH QUOTE LINE NOW GOES ON PAST COLUMN 100
002322*                    WITH THE BASE CURRENCY CODE, THE CUSTOMER'S
002323*                    CURRENCY (CUSTMAST, THROUGH CUSTOMER-XREF),
002324*                    THE PRICE CONVERTED INTO IT, AND THE FXRATE
002325*                    RATE AND RATE DATE USED (FX-RATE-SERVICE AT
002326*                    THE RUN DATE). A CURRENCY WITH NO RATE ON
002327*                    FILE QUOTES ZERO THERE AND IS COUNTED ON
002328*                    QUOTESUM, WHOSE TOTALS STAY IN BASE
002329*                    CURRENCY AND NOW SAY SO.
002330*   2026-10-15  RDM  RESVIN CARRIES THE COMPANY CODE (COLUMNS
002331*                    31-32; BLANK ON AN OLD-FORMAT LINE IS THE
002332*                    PARENT COMPANY - SEE COMPANY.CPY) AND EACH
002333*                    QUOTE LINE ENDS WITH IT (CO=, COLUMNS
002334*                    180-181). QUOTESUM TOTALS EACH COMPANY'S
002335*                    CLASSES SEPARATELY, WITH A COMPANY TOTAL,
002336*                    AND CLOSES WITH THE CONSOLIDATED PAGE OVER
002337*                    ALL COMPANIES. SHORTRPT STAYS CONSOLIDATED.
002338*   2026-10-15  RDM  NO QUOTE FOR A CUSTOMER ON STOP-SERVICE.
002339*                    STOPSVC (WRITTEN BY CUSTOMER-STATEMENT-BATCH
002340*                    FOR EVERY MASTER CUSTOMER DUNNED TO A
002341*                    STOP-SERVICE LEVEL) IS LOADED AT START; A
002342*                    REQUEST WHOSE MASTER CUSTOMER IS ON IT GETS
002343*                    NO QUOTE LINE AND STAYS OUT OF THE TOTALS,
002344*                    AND QUOTESUM LISTS IT AS REFUSED WITH A
002345*                    COUNT. NO STOPSVC, NO REFUSALS.
002346*   2026-10-15  RDM  A STOPSVC LONGER THAN THE 500-ENTRY STOP
002347*                    TABLE IS NO LONGER CUT OFF SILENTLY: THE
002348*                    ENTRIES LEFT OUT ARE COUNTED, QUOTESUM
002349*                    CLOSES WITH A WARNING LINE, BUS010 IS NOT
002350*                    RECORDED COMPLETE AND THE RUN ENDS RC 8, AS
002351*                    A STOPPED CUSTOMER MAY HAVE BEEN QUOTED.
002355*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 INPUT-OUTPUT SECTION.
003640     SELECT SHORTAGE-REPORT-FILE ASSIGN TO "SHORTRPT"
003650         ORGANIZATION IS LINE SEQUENTIAL
003660         FILE STATUS IS WS-SHORT-STATUS.
003661     SELECT STOP-SERVICE-FILE ASSIGN TO "STOPSVC"
003662         ORGANIZATION IS LINE SEQUENTIAL
003663         FILE STATUS IS WS-STOP-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  RESERVATION-INPUT-FILE.
004300     05  RV-RENTAL-DAYS      PIC 9(04).
004310     05  RV-LOCATION         PIC X(04).
004320     05  RV-START-DATE       PIC X(08).
004330     05  RV-COMPANY          PIC X(02).
004400 FD  QUOTE-OUTPUT-FILE.
004500 01  QO-RECORD               PIC X(181).
004600 FD  QUOTE-SUMMARY-FILE.
004700 01  QS-RECORD               PIC X(80).
004710 FD  FLEET-AVAIL-FILE.
004720 COPY FLTAVL.
004793 FD  SHORTAGE-REPORT-FILE.
004794 01  SH-RECORD               PIC X(80).
004795 FD  STOP-SERVICE-FILE.
004796 COPY STOPSVC.
004800 WORKING-STORAGE SECTION.
004900 77  WS-INPUT-STATUS         PIC X(02)   VALUE SPACES.
005000     88  WS-INPUT-OK                     VALUE '00'.
005593 77  WS-ALT-CLASS            PIC X(04)   VALUE SPACES.
005594 01  WS-ALT-PRICE            PIC 9(10)   VALUE ZERO.
005595 01  WS-ALT-CLASS-FIELD      PIC X(04)   VALUE SPACES.
005596 77  WS-REQUESTS-READ        PIC 9(09)   VALUE ZERO COMP.
005597 77  WS-QUOTES-WRITTEN       PIC 9(09)   VALUE ZERO COMP.
005598 77  WS-QUOTE-HASH           PIC 9(12)   VALUE ZERO COMP.
005608 77  WS-NO-RATE-QUOTES       PIC 9(06)   VALUE ZERO COMP.
005613 77  WS-REFUSED-QUOTES       PIC 9(06)   VALUE ZERO COMP.
005615 77  WS-STOP-LEFT-OFF        PIC 9(06)   VALUE ZERO COMP.
005618 77  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
005628 77  WS-CLASS-COUNT          PIC 9(02)   VALUE ZERO COMP.
005700 77  WS-CLASS-MAX            PIC 9(02)   VALUE 20 COMP.
005800 77  WS-CL-IX                PIC 9(02)   VALUE ZERO COMP.
005900 77  WS-MATCH-IX             PIC 9(02)   VALUE ZERO COMP.
005910 77  WS-COMPANY              PIC X(02)   VALUE SPACES.
005920 77  WS-COMPANY-COUNT        PIC 9(02)   VALUE ZERO COMP.
005930 77  WS-COMPANY-MAX          PIC 9(02)   VALUE 10 COMP.
005940 77  WS-CO-IX                PIC 9(02)   VALUE ZERO COMP.
005950 77  WS-CO-MATCH-IX          PIC 9(02)   VALUE ZERO COMP.
005960 77  WS-CC-COUNT             PIC 9(03)   VALUE ZERO COMP.
005970 77  WS-CC-MAX               PIC 9(03)   VALUE 100 COMP.
005980 77  WS-CC-IX                PIC 9(03)   VALUE ZERO COMP.
005990 77  WS-CC-MATCH-IX          PIC 9(03)   VALUE ZERO COMP.
005991 77  WS-ALL-QUOTES           PIC 9(06)   VALUE ZERO.
005992 77  WS-ALL-TOTAL            PIC 9(12)   VALUE ZERO.
005993 77  WS-STOP-STATUS          PIC X(02)   VALUE SPACES.
005994     88  WS-STOP-OK                      VALUE '00'.
005995     88  WS-STOP-EOF                     VALUE '10'.
005996 77  WS-STOP-COUNT           PIC 9(03)   VALUE ZERO COMP.
005997 77  WS-STOP-MAX             PIC 9(03)   VALUE 500 COMP.
005998 77  WS-SS-IX                PIC 9(03)   VALUE ZERO COMP.
005999 77  WS-STOP-MATCH-IX        PIC 9(03)   VALUE ZERO COMP.
006000 01  WS-RENTAL-DAYS          PIC 9(08)   VALUE ZERO.
006100 01  WS-RENTAL-CLASS         PIC X(04)   VALUE SPACES.
006200 01  WS-QUOTE-RESULT         PIC 9(10)   VALUE ZERO.
006600         10  WS-CT-QUOTES    PIC 9(06).
006700         10  WS-CT-TOTAL     PIC 9(12).
006710         10  WS-CT-SOLD-OUT  PIC 9(06).
006711 01  WS-COMPANY-TABLE.
006712     05  WS-CO-ENTRY OCCURS 10.
006713         10  WS-CO-COMPANY   PIC X(02).
006714         10  WS-CO-QUOTES    PIC 9(06).
006715         10  WS-CO-TOTAL     PIC 9(12).
006716 01  WS-COMPANY-CLASS-TABLE.
006717     05  WS-CC-ENTRY OCCURS 100.
006718         10  WS-CC-COMPANY   PIC X(02).
006719         10  WS-CC-CLASS     PIC X(04).
006720         10  WS-CC-QUOTES    PIC 9(06).
006721         10  WS-CC-TOTAL     PIC 9(12).
006723 01  WS-FLEET-TABLE.
006730     05  WS-FT-ENTRY OCCURS 200.
006740         10  WS-FT-CLASS     PIC X(04).
006750         10  WS-FT-LOCATION  PIC X(04).
006760         10  WS-FT-START     PIC 9(08).
006770         10  WS-FT-END       PIC 9(08).
006780         10  WS-FT-UNITS     PIC 9(04).
006781 01  WS-STOP-TABLE.
006782     05  WS-ST-ENTRY OCCURS 500.
006783         10  WS-ST-MASTER-ID PIC X(10).
006784         10  WS-ST-LEVEL     PIC 9(02).
006785 01  WS-REFUSED-COUNT-LINE.
006786     05  FILLER              PIC X(29)   VALUE
006787             "QUOTES REFUSED - STOP SERVICE".
006788     05  FILLER              PIC X(01)   VALUE "=".
006789     05  WS-RC-QUOTES        PIC Z(05)9.
006790 01  WS-STOP-FULL-LINE.
006791     05  FILLER              PIC X(29)   VALUE
006792             "STOPSVC LEFT OFF - TABLE FULL".
006793     05  FILLER              PIC X(01)   VALUE "=".
006794     05  WS-SF-ENTRIES       PIC Z(05)9.
006795     05  FILLER              PIC X(34)   VALUE
006796             " - STOPPED CUSTOMERS MAY BE QUOTED".
006800 01  WS-QUOTE-LINE.
006900     05  FILLER              PIC X(06)   VALUE "QUOTE ".
007000     05  WS-QL-CUSTOMER      PIC X(10).
007640     05  WS-QL-ALT-CLASS     PIC X(04).
007650     05  FILLER              PIC X(07)   VALUE " ALTPR=".
007660     05  WS-QL-ALT-PRICE     PIC Z(09)9.
007670     05  FILLER              PIC X(01)   VALUE SPACE.
007680     05  WS-QL-MASTER-ID     PIC X(10).
007681     05  FILLER              PIC X(06)   VALUE " BASE=".
007682     05  WS-QL-BASE-CURRENCY PIC X(03).
007683     05  FILLER              PIC X(05)   VALUE " CUR=".
007684     05  WS-QL-CURRENCY      PIC X(03).
007685     05  FILLER              PIC X(08)   VALUE " CPRICE=".
007686     05  WS-QL-CUST-PRICE    PIC Z(10)9.99.
007687     05  FILLER              PIC X(08)   VALUE " FXRATE=".
007688     05  WS-QL-FX-RATE       PIC Z(04)9.9(06).
007689     05  FILLER              PIC X(08)   VALUE " FXDATE=".
007690     05  WS-QL-FX-DATE       PIC 9(08).
007691     05  FILLER              PIC X(04)   VALUE " CO=".
007692     05  WS-QL-COMPANY       PIC X(02).
007700 01  WS-SUMMARY-LINE.
007800     05  FILLER              PIC X(06)   VALUE "CLASS ".
007900     05  WS-SL-CLASS         PIC X(04).
008350     05  WS-SO-QUOTES        PIC Z(05)9.
008360     05  FILLER              PIC X(10)   VALUE " SOLDOUT=".
008370     05  WS-SO-SOLD-OUT      PIC Z(05)9.
008371 01  WS-BASE-LINE.
008372     05  FILLER              PIC X(29)   VALUE
008373             "TOTALS IN BASE CURRENCY      ".
008374     05  WS-BL-CURRENCY      PIC X(03).
008375 01  WS-NO-RATE-LINE.
008376     05  FILLER              PIC X(29)   VALUE
008377             "QUOTES WITH NO EXCHANGE RATE=".
008378     05  WS-NR-QUOTES        PIC Z(05)9.
008379 01  WS-COMPANY-HEADER.
008380     05  FILLER              PIC X(08)   VALUE "COMPANY ".
008381     05  WS-CH-COMPANY       PIC X(02).
008382 01  WS-CONSOLIDATED-HEADER.
008383     05  FILLER              PIC X(28)   VALUE
008384             "CONSOLIDATED - ALL COMPANIES".
008385 01  WS-COMPANY-TOTAL-LINE.
008386     05  WS-CTL-LABEL        PIC X(08).
008387     05  WS-CTL-COMPANY      PIC X(02).
008388     05  FILLER              PIC X(14)   VALUE
008389             " TOTAL QUOTES=".
008390     05  WS-CTL-QUOTES       PIC Z(05)9.
008391     05  FILLER              PIC X(07)   VALUE " TOTAL=".
008392     05  WS-CTL-TOTAL        PIC Z(11)9.
008397 01  WS-REFUSED-LINE.
008402     05  FILLER              PIC X(08)   VALUE "REFUSED ".
008407     05  WS-RF-CUSTOMER      PIC X(10).
008412     05  FILLER              PIC X(08)   VALUE " MASTER=".
008417     05  WS-RF-MASTER-ID     PIC X(10).
008422     05  FILLER              PIC X(16)   VALUE " STOP-SVC LEVEL=".
008427     05  WS-RF-LEVEL         PIC 9(02).
008432 COPY STEPSTAT.
008437 COPY CYCSTAMP.
008442 COPY CHNTRLR.
008447 COPY REFTVER.
008452 COPY CUSTLKP.
008457 COPY FXLKP.
008462 COPY COMPANY.
008467 PROCEDURE DIVISION.
008500 0000-MAINLINE.
008600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008700     PERFORM 2000-QUOTE-ONE-REQUEST THRU 2000-EXIT
009300     EXIT.
009400 1000-INITIALIZE.
009500     MOVE ZERO TO WS-CLASS-TABLE
009510     MOVE ZERO TO WS-COMPANY-TABLE
009520     MOVE ZERO TO WS-COMPANY-CLASS-TABLE
009600     OPEN INPUT RESERVATION-INPUT-FILE
009700     OPEN OUTPUT QUOTE-OUTPUT-FILE
009800     OPEN OUTPUT QUOTE-SUMMARY-FILE
009810     OPEN OUTPUT SHORTAGE-REPORT-FILE
009811     MOVE "RATEQUOT" TO CYC-PROGRAM-ID
009812     MOVE "QUOTEOUT" TO CYC-FILE-NAME
009813     CALL "CYCLE-STAMP" USING CYCLE-STAMP-REQUEST
009814     MOVE "QUOTESUM" TO CYC-FILE-NAME
009815     CALL "CYCLE-STAMP" USING CYCLE-STAMP-REQUEST
009816     MOVE "SHORTRPT" TO CYC-FILE-NAME
009817     CALL "CYCLE-STAMP" USING CYCLE-STAMP-REQUEST
009820     PERFORM 1200-LOAD-FLEET-MASTER THRU 1200-EXIT
009825     PERFORM 1300-LOAD-STOP-LIST THRU 1300-EXIT
009830     MOVE "RATETAB" TO RTV-TABLE-NAME
009840     CALL "REFTAB-VERSION" USING REFTAB-VERSION-REQUEST
009850     WRITE QS-RECORD FROM RTV-HEADER-LINE
009855     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
009860     MOVE SPACES TO FXL-CURRENCY
009865     MOVE WS-RUN-DATE TO FXL-AS-OF-DATE
009870     SET FXL-TO-FOREIGN TO TRUE
009875     MOVE ZERO TO FXL-BASE-AMOUNT
009880     CALL "FX-RATE-SERVICE" USING FX-RATE-REQUEST
009885     MOVE FXL-BASE-CURRENCY TO WS-BL-CURRENCY
009890     WRITE QS-RECORD FROM WS-BASE-LINE
009900     PERFORM 1100-READ-RESERVATION THRU 1100-EXIT.
010000 1000-EXIT.
010100     EXIT.
010200 1100-READ-RESERVATION.
010300     READ RESERVATION-INPUT-FILE
010400         AT END SET WS-INPUT-EOF TO TRUE
010410             NOT AT END ADD 1 TO WS-REQUESTS-READ
010500     END-READ.
010600 1100-EXIT.
010700     EXIT.
010808     PERFORM 1210-READ-FLEET THRU 1210-EXIT.
010809 1220-EXIT.
010810     EXIT.
010811 1300-LOAD-STOP-LIST.
010812     OPEN INPUT STOP-SERVICE-FILE
010813     IF NOT WS-STOP-OK
010814         GO TO 1300-EXIT
010815     END-IF
010816     PERFORM 1310-READ-STOP THRU 1310-EXIT
010817     PERFORM 1330-TAKE-ONE-STOP THRU 1330-EXIT
010818         UNTIL WS-STOP-EOF
010820     CLOSE STOP-SERVICE-FILE.
010821 1300-EXIT.
010822     EXIT.
010823 1310-READ-STOP.
010824     READ STOP-SERVICE-FILE
010825         AT END SET WS-STOP-EOF TO TRUE
010826     END-READ.
010827 1310-EXIT.
010828     EXIT.
010829 1320-STORE-STOP.
010830     ADD 1 TO WS-STOP-COUNT
010831     MOVE SS-MASTER-ID TO WS-ST-MASTER-ID(WS-STOP-COUNT)
010832     MOVE SS-LEVEL TO WS-ST-LEVEL(WS-STOP-COUNT)
010833     PERFORM 1310-READ-STOP THRU 1310-EXIT.
010834 1320-EXIT.
010835     EXIT.
010836 1330-TAKE-ONE-STOP.
010837     IF WS-STOP-COUNT >= WS-STOP-MAX
010838         ADD 1 TO WS-STOP-LEFT-OFF
010839         PERFORM 1310-READ-STOP THRU 1310-EXIT
010840     ELSE
010841         PERFORM 1320-STORE-STOP THRU 1320-EXIT
010842     END-IF.
010843 1330-EXIT.
010844     EXIT.
010845 2000-QUOTE-ONE-REQUEST.
010900     MOVE RV-RENTAL-DAYS TO WS-RENTAL-DAYS
011000     MOVE RV-RENTAL-CLASS TO WS-RENTAL-CLASS
011100     MOVE ZERO TO WS-QUOTE-RESULT
011110     IF RV-COMPANY = SPACES
011120         MOVE CMP-PARENT-COMPANY TO WS-COMPANY
011130     ELSE
011140         MOVE RV-COMPANY TO WS-COMPANY
011150     END-IF
011160     MOVE WS-COMPANY TO WS-QL-COMPANY
011161     MOVE "RENTAL  " TO CL-SOURCE
011162     MOVE RV-CUSTOMER-ID TO CL-SOURCE-ID
011163     CALL "CUSTOMER-XREF" USING CUSTOMER-LOOKUP-REQUEST
011164     PERFORM 2600-CHECK-STOP-LIST THRU 2600-EXIT
011165     IF WS-STOP-MATCH-IX > ZERO
011166         PERFORM 2610-REFUSE-QUOTE THRU 2610-EXIT
011167         PERFORM 1100-READ-RESERVATION THRU 1100-EXIT
011168         GO TO 2000-EXIT
011169     END-IF
011200     CALL "RENTAL-CAR-COST-RATED" USING WS-RENTAL-DAYS
011300         WS-RENTAL-CLASS WS-QUOTE-RESULT
011400     MOVE RV-CUSTOMER-ID TO WS-QL-CUSTOMER
011720     MOVE WS-AVAIL-STATUS TO WS-QL-AVAIL
011730     MOVE WS-ALT-CLASS TO WS-QL-ALT-CLASS
011740     MOVE WS-ALT-PRICE TO WS-QL-ALT-PRICE
011780     MOVE CL-CUSTOMER-ID TO WS-QL-MASTER-ID
011790     PERFORM 2400-CONVERT-PRICE THRU 2400-EXIT
011800     WRITE QO-RECORD FROM WS-QUOTE-LINE
011810     ADD 1 TO WS-QUOTES-WRITTEN
011820     COMPUTE WS-QUOTE-HASH = FUNCTION MOD(
011830         WS-QUOTE-HASH + WS-QUOTES-WRITTEN
011840             * FUNCTION ORD(QO-RECORD(1:1))
011850         1000000000000)
011900     PERFORM 2100-ACCUMULATE-CLASS THRU 2100-EXIT
011910     PERFORM 2500-ACCUMULATE-COMPANY THRU 2500-EXIT
012000     PERFORM 1100-READ-RESERVATION THRU 1100-EXIT.
012100 2000-EXIT.
012200     EXIT.
012210*--------------------------------------------------------------
012220* A MASTER CUSTOMER DUNNED TO A STOP-SERVICE LEVEL IS NOT
012230* QUOTED UNTIL THE ACCOUNT IS BROUGHT BACK INTO TERMS AND THE
012240* NEXT STATEMENT RUN DROPS IT FROM STOPSVC.
012250*--------------------------------------------------------------
012260 2600-CHECK-STOP-LIST.
012261     MOVE ZERO TO WS-STOP-MATCH-IX
012262     IF NOT CL-FOUND
012263         GO TO 2600-EXIT
012264     END-IF
012265     PERFORM 2605-SCAN-STOP THRU 2605-EXIT
012266         VARYING WS-SS-IX FROM 1 BY 1
012267         UNTIL WS-SS-IX > WS-STOP-COUNT
012268            OR WS-STOP-MATCH-IX > ZERO.
012269 2600-EXIT.
012270     EXIT.
012271 2605-SCAN-STOP.
012272     IF WS-ST-MASTER-ID(WS-SS-IX) = CL-CUSTOMER-ID
012273         MOVE WS-SS-IX TO WS-STOP-MATCH-IX
012274     END-IF.
012275 2605-EXIT.
012276     EXIT.
012277 2610-REFUSE-QUOTE.
012278     MOVE RV-CUSTOMER-ID TO WS-RF-CUSTOMER
012279     MOVE CL-CUSTOMER-ID TO WS-RF-MASTER-ID
012280     MOVE WS-ST-LEVEL(WS-STOP-MATCH-IX) TO WS-RF-LEVEL
012281     WRITE QS-RECORD FROM WS-REFUSED-LINE
012282     ADD 1 TO WS-REFUSED-QUOTES.
012283 2610-EXIT.
012284     EXIT.
012300 2100-ACCUMULATE-CLASS.
012400     MOVE ZERO TO WS-MATCH-IX
012500     PERFORM 2110-SCAN-CLASS THRU 2110-EXIT
014242     END-IF.
014243 2310-EXIT.
014244     EXIT.
014245*--------------------------------------------------------------
014246* THE QUOTED PRICE IN THE CUSTOMER'S CURRENCY AT THE RUN DATE'S
014247* RATE. A CUSTOMER NOT YET ON CUSTMAST IS QUOTED IN BASE.
014248*--------------------------------------------------------------
014249 2400-CONVERT-PRICE.
014250     MOVE CL-CURRENCY TO FXL-CURRENCY
014251     MOVE WS-RUN-DATE TO FXL-AS-OF-DATE
014252     SET FXL-TO-FOREIGN TO TRUE
014253     MOVE WS-QUOTE-RESULT TO FXL-BASE-AMOUNT
014254     CALL "FX-RATE-SERVICE" USING FX-RATE-REQUEST
014255     MOVE FXL-BASE-CURRENCY TO WS-QL-BASE-CURRENCY
014256     IF CL-CURRENCY = SPACES
014257         MOVE FXL-BASE-CURRENCY TO WS-QL-CURRENCY
014258     ELSE
014259         MOVE CL-CURRENCY TO WS-QL-CURRENCY
014260     END-IF
014261     MOVE FXL-FOREIGN-AMOUNT TO WS-QL-CUST-PRICE
014262     MOVE FXL-RATE TO WS-QL-FX-RATE
014263     MOVE FXL-RATE-DATE TO WS-QL-FX-DATE
014264     IF FXL-NOT-FOUND
014265         ADD 1 TO WS-NO-RATE-QUOTES
014266     END-IF.
014267 2400-EXIT.
014268     EXIT.
014278 2110-SCAN-CLASS.
014300     IF WS-CT-CLASS(WS-CL-IX) = RV-RENTAL-CLASS
014400         MOVE WS-CL-IX TO WS-MATCH-IX
014500     END-IF.
014600 2110-EXIT.
014700     EXIT.
014710*--------------------------------------------------------------
014720* THE SAME TOTALS KEPT PER COMPANY: ONE ROW PER COMPANY AND
014730* ONE PER COMPANY AND CLASS, FOR THE COMPANY PAGES OF
014740* QUOTESUM. THE CLASS TABLE ABOVE IS THE CONSOLIDATED PAGE.
014750*--------------------------------------------------------------
014760 2500-ACCUMULATE-COMPANY.
014761     MOVE ZERO TO WS-CO-MATCH-IX
014762     PERFORM 2510-SCAN-COMPANY THRU 2510-EXIT
014763         VARYING WS-CO-IX FROM 1 BY 1
014764         UNTIL WS-CO-IX > WS-COMPANY-COUNT
014765            OR WS-CO-MATCH-IX > ZERO
014766     IF WS-CO-MATCH-IX = ZERO
014767         AND WS-COMPANY-COUNT < WS-COMPANY-MAX
014768         ADD 1 TO WS-COMPANY-COUNT
014769         MOVE WS-COMPANY-COUNT TO WS-CO-MATCH-IX
014770         MOVE WS-COMPANY TO WS-CO-COMPANY(WS-CO-MATCH-IX)
014771     END-IF
014772     IF WS-CO-MATCH-IX > ZERO
014773         ADD 1 TO WS-CO-QUOTES(WS-CO-MATCH-IX)
014774         ADD WS-QUOTE-RESULT TO WS-CO-TOTAL(WS-CO-MATCH-IX)
014775     END-IF
014776     MOVE ZERO TO WS-CC-MATCH-IX
014777     PERFORM 2520-SCAN-COMPANY-CLASS THRU 2520-EXIT
014778         VARYING WS-CC-IX FROM 1 BY 1
014779         UNTIL WS-CC-IX > WS-CC-COUNT
014780            OR WS-CC-MATCH-IX > ZERO
014781     IF WS-CC-MATCH-IX = ZERO
014782         AND WS-CC-COUNT < WS-CC-MAX
014783         ADD 1 TO WS-CC-COUNT
014784         MOVE WS-CC-COUNT TO WS-CC-MATCH-IX
014785         MOVE WS-COMPANY TO WS-CC-COMPANY(WS-CC-MATCH-IX)
014786         MOVE RV-RENTAL-CLASS TO WS-CC-CLASS(WS-CC-MATCH-IX)
014787     END-IF
014788     IF WS-CC-MATCH-IX > ZERO
014789         ADD 1 TO WS-CC-QUOTES(WS-CC-MATCH-IX)
014790         ADD WS-QUOTE-RESULT TO WS-CC-TOTAL(WS-CC-MATCH-IX)
014791     END-IF.
014792 2500-EXIT.
014793     EXIT.
014794 2510-SCAN-COMPANY.
014795     IF WS-CO-COMPANY(WS-CO-IX) = WS-COMPANY
014796         MOVE WS-CO-IX TO WS-CO-MATCH-IX
014797     END-IF.
014798 2510-EXIT.
014799     EXIT.
014800 2520-SCAN-COMPANY-CLASS.
014801     IF WS-CC-COMPANY(WS-CC-IX) = WS-COMPANY
014802         AND WS-CC-CLASS(WS-CC-IX) = RV-RENTAL-CLASS
014803         MOVE WS-CC-IX TO WS-CC-MATCH-IX
014804     END-IF.
014805 2520-EXIT.
014806     EXIT.
014807*--------------------------------------------------------------
014808* QUOTESUM: A PAGE PER COMPANY (ITS CLASSES AND ITS TOTAL),
014809* THEN THE CONSOLIDATED PAGE - EVERY CLASS ACROSS ALL
014810* COMPANIES AND THE GRAND TOTAL.
014811*--------------------------------------------------------------
014812 3000-WRITE-SUMMARY.
014813     PERFORM 3200-WRITE-ONE-COMPANY THRU 3200-EXIT
014814         VARYING WS-CO-IX FROM 1 BY 1
014815         UNTIL WS-CO-IX > WS-COMPANY-COUNT
014816     WRITE QS-RECORD FROM WS-CONSOLIDATED-HEADER
014900     PERFORM 3100-WRITE-ONE-CLASS THRU 3100-EXIT
015000         VARYING WS-CL-IX FROM 1 BY 1
015010         UNTIL WS-CL-IX > WS-CLASS-COUNT
015011     MOVE ZERO TO WS-ALL-QUOTES
015012     MOVE ZERO TO WS-ALL-TOTAL
015013     PERFORM 3300-ADD-COMPANY-TOTAL THRU 3300-EXIT
015014         VARYING WS-CO-IX FROM 1 BY 1
015015         UNTIL WS-CO-IX > WS-COMPANY-COUNT
015016     MOVE "ALL     " TO WS-CTL-LABEL
015017     MOVE CMP-ALL-COMPANIES TO WS-CTL-COMPANY
015018     MOVE WS-ALL-QUOTES TO WS-CTL-QUOTES
015020     MOVE WS-ALL-TOTAL TO WS-CTL-TOTAL
015022     WRITE QS-RECORD FROM WS-COMPANY-TOTAL-LINE
015024     IF WS-NO-RATE-QUOTES > ZERO
015030         MOVE WS-NO-RATE-QUOTES TO WS-NR-QUOTES
015040         WRITE QS-RECORD FROM WS-NO-RATE-LINE
015050     END-IF
015060     IF WS-REFUSED-QUOTES > ZERO
015070         MOVE WS-REFUSED-QUOTES TO WS-RC-QUOTES
015080         WRITE QS-RECORD FROM WS-REFUSED-COUNT-LINE
015085     END-IF
015086     IF WS-STOP-LEFT-OFF > ZERO
015087         MOVE WS-STOP-LEFT-OFF TO WS-SF-ENTRIES
015088         WRITE QS-RECORD FROM WS-STOP-FULL-LINE
015090     END-IF.
015200 3000-EXIT.
015300     EXIT.
015400 3100-WRITE-ONE-CLASS.
015860     END-IF.
015900 3100-EXIT.
016000     EXIT.
016001 3200-WRITE-ONE-COMPANY.
016002     MOVE WS-CO-COMPANY(WS-CO-IX) TO WS-CH-COMPANY
016003     WRITE QS-RECORD FROM WS-COMPANY-HEADER
016004     PERFORM 3210-WRITE-COMPANY-CLASS THRU 3210-EXIT
016005         VARYING WS-CC-IX FROM 1 BY 1
016006         UNTIL WS-CC-IX > WS-CC-COUNT
016007     MOVE "COMPANY " TO WS-CTL-LABEL
016008     MOVE WS-CO-COMPANY(WS-CO-IX) TO WS-CTL-COMPANY
016009     MOVE WS-CO-QUOTES(WS-CO-IX) TO WS-CTL-QUOTES
016010     MOVE WS-CO-TOTAL(WS-CO-IX) TO WS-CTL-TOTAL
016011     WRITE QS-RECORD FROM WS-COMPANY-TOTAL-LINE.
016012 3200-EXIT.
016013     EXIT.
016014 3210-WRITE-COMPANY-CLASS.
016015     IF WS-CC-COMPANY(WS-CC-IX) NOT = WS-CO-COMPANY(WS-CO-IX)
016016         GO TO 3210-EXIT
016017     END-IF
016018     MOVE WS-CC-CLASS(WS-CC-IX) TO WS-SL-CLASS
016019     MOVE WS-CC-QUOTES(WS-CC-IX) TO WS-SL-QUOTES
016020     MOVE WS-CC-TOTAL(WS-CC-IX) TO WS-SL-TOTAL
016021     WRITE QS-RECORD FROM WS-SUMMARY-LINE.
016022 3210-EXIT.
016023     EXIT.
016024 3300-ADD-COMPANY-TOTAL.
016025     ADD WS-CO-QUOTES(WS-CO-IX) TO WS-ALL-QUOTES
016026     ADD WS-CO-TOTAL(WS-CO-IX) TO WS-ALL-TOTAL.
016027 3300-EXIT.
016028     EXIT.
016100 9000-TERMINATE.
016200     CLOSE RESERVATION-INPUT-FILE
016300     CLOSE QUOTE-OUTPUT-FILE
016400     CLOSE QUOTE-SUMMARY-FILE
016405     CLOSE SHORTAGE-REPORT-FILE
016406     IF WS-STOP-LEFT-OFF > ZERO
016407         DISPLAY "RATE-QUOTE-BATCH: STOPSVC TABLE FULL - RC 8"
016408         MOVE 8 TO RETURN-CODE
016409     ELSE
016410         MOVE "BUS010  " TO STEP-STATUS-STEP-NAME
016415         MOVE "RATEQUOT" TO STEP-STATUS-PROGRAM-ID
016420         MOVE WS-QUOTES-WRITTEN TO STEP-STATUS-RECORD-COUNT
016425         CALL "STEP-STATUS-RECORDER" USING STEP-STATUS-ENTRY
016426     END-IF
016430     MOVE "RESVIN  " TO CHN-FILE-NAME
016435     MOVE "CONS" TO CHN-ROLE
016440     MOVE "RATEQUOT" TO CHN-PROGRAM-ID
016445     MOVE WS-REQUESTS-READ TO CHN-RECORD-COUNT
016450     MOVE ZERO TO CHN-HASH-TOTAL
016455     CALL "CHAIN-TRAILER" USING CHAIN-TRAILER-REQUEST
016460     MOVE "QUOTEOUT" TO CHN-FILE-NAME
016465     MOVE "PROD" TO CHN-ROLE
016470     MOVE WS-QUOTES-WRITTEN TO CHN-RECORD-COUNT
016475     MOVE WS-QUOTE-HASH TO CHN-HASH-TOTAL
016480     CALL "CHAIN-TRAILER" USING CHAIN-TRAILER-REQUEST.
016500 9000-EXIT.
016600     EXIT.
016700 END PROGRAM RATE-QUOTE-BATCH.
