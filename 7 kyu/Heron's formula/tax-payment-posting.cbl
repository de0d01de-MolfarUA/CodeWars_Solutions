000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TAX-PAYMENT-POSTING.
000300 AUTHOR. SURVEY-SERVICES.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-09-17.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-09-17  SVY  INITIAL VERSION - DAILY PROPERTY-TAX
001000*                    PAYMENT POSTING AND DELINQUENCY AGING.
001100*                    EACH TAXPAYMT PAYMENT (PARCEL, PAYMENT
001200*                    DATE, AMOUNT, RECEIPT) IS APPLIED TO THE
001300*                    PARCEL'S OPEN INSTALMENTS ON THE TAXRECV
001400*                    MASTER OLDEST FIRST (KEY ORDER - TAX YEAR,
001500*                    THEN INSTALMENT). A PAYMENT FOR A PARCEL
001600*                    WITH NOTHING BILLED, A BAD AMOUNT OR DATE,
001700*                    OR MONEY LEFT OVER ONCE EVERY INSTALMENT
001800*                    IS PAID GOES TO TAXPEXC FOR THE CASHIER.
001900*                    THE WHOLE MASTER IS THEN AGED AS OF THE
002000*                    TAXPCTL DATE (TODAY WHEN ABSENT): TAXAGE
002100*                    LISTS EVERY PAST-DUE INSTALMENT AND GIVES
002200*                    EACH DISTRICT ITS OPEN BALANCE NOT YET
002300*                    DUE, 1-30, 31-60, 61-90, AND OVER 90 DAYS
002400*                    PAST DUE.
002410*   2026-10-15  SVY  A PAYMENT DATED INTO A HARD-CLOSED
002420*                    ACCOUNTING PERIOD (CALENDAR-SERVICE PERIOD
002430*                    STATUS) IS NOT APPLIED TO TAXRECV BUT
002440*                    APPENDED TO PRIORADJ AS A PRIOR-PERIOD
002450*                    ADJUSTMENT; TAXAGE COUNTS AND TOTALS THEM.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT POSTING-CONTROL-FILE ASSIGN TO "TAXPCTL"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-CONTROL-STATUS.
003300     SELECT PAYMENT-FILE ASSIGN TO "TAXPAYMT"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-PAYMENT-STATUS.
003600     SELECT RECEIVABLE-FILE ASSIGN TO "TAXRECV"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS TR-KEY
004000         FILE STATUS IS WS-RECV-STATUS.
004100     SELECT AGING-REPORT-FILE ASSIGN TO "TAXAGE"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-REPORT-STATUS.
004400     SELECT POSTING-EXCEPTION-FILE ASSIGN TO "TAXPEXC"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-EXCEPT-STATUS.
004610     SELECT PRIOR-ADJUSTMENT-FILE ASSIGN TO "PRIORADJ"
004620         ORGANIZATION IS LINE SEQUENTIAL
004630         FILE STATUS IS WS-ADJUST-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  POSTING-CONTROL-FILE.
005000 01  POSTING-CONTROL-CARD.
005100     05  PC-AS-OF-DATE           PIC 9(08).
005200 FD  PAYMENT-FILE.
005300 01  PAYMENT-RECORD.
005400     05  TP-PARCEL-ID            PIC X(10).
005500     05  FILLER                  PIC X(01).
005600     05  TP-PAY-DATE             PIC X(08).
005700     05  FILLER                  PIC X(01).
005800     05  TP-AMOUNT               PIC 9(09)V99.
005900     05  FILLER                  PIC X(01).
006000     05  TP-RECEIPT              PIC X(10).
006100 FD  RECEIVABLE-FILE.
006200 COPY TAXRCV.
006300 FD  AGING-REPORT-FILE.
006400 01  AG-RECORD                   PIC X(100).
006500 FD  POSTING-EXCEPTION-FILE.
006600 01  PX-RECORD                   PIC X(80).
006610 FD  PRIOR-ADJUSTMENT-FILE.
006620 01  PJ-RECORD                   PIC X(268).
006700 WORKING-STORAGE SECTION.
006800 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
006900     88  WS-CONTROL-OK                           VALUE '00'.
007000 77  WS-PAYMENT-STATUS           PIC X(02)       VALUE SPACES.
007100     88  WS-PAYMENT-OK                           VALUE '00'.
007200     88  WS-PAYMENT-EOF                          VALUE '10'.
007300 77  WS-RECV-STATUS              PIC X(02)       VALUE SPACES.
007400     88  WS-RECV-OK                              VALUE '00'.
007500 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
007600     88  WS-REPORT-OK                            VALUE '00'.
007700 77  WS-EXCEPT-STATUS            PIC X(02)       VALUE SPACES.
007800     88  WS-EXCEPT-OK                            VALUE '00'.
007810 77  WS-ADJUST-STATUS            PIC X(02)       VALUE SPACES.
007820     88  WS-ADJUST-OK                            VALUE '00'.
007830 77  WS-ADJUST-OPEN-SW           PIC X(01)       VALUE 'N'.
007840     88  WS-ADJUST-OPEN                          VALUE 'Y'.
007900 77  WS-MASTER-OPEN-SW           PIC X(01)       VALUE 'N'.
008000     88  WS-MASTER-OPEN                          VALUE 'Y'.
008100 77  WS-PARCEL-DONE-SW           PIC X(01)       VALUE 'N'.
008200     88  WS-PARCEL-DONE                          VALUE 'Y'.
008300 77  WS-WALK-DONE-SW             PIC X(01)       VALUE 'N'.
008400     88  WS-WALK-DONE                            VALUE 'Y'.
008500 77  WS-DISTRICT-COUNT           PIC 9(03)       VALUE ZERO COMP.
008600 77  WS-DISTRICT-MAX             PIC 9(03)       VALUE 50 COMP.
008700 77  WS-DS-IX                    PIC 9(03)       VALUE ZERO COMP.
008800 77  WS-BK-IX                    PIC 9(01)       VALUE ZERO COMP.
008900 77  WS-MATCH-IX                 PIC 9(03)       VALUE ZERO COMP.
009000 77  WS-AS-OF-DATE               PIC 9(08)       VALUE ZERO.
009100 77  WS-REMAINING                PIC 9(09)V99    VALUE ZERO.
009200 77  WS-OPEN-BALANCE             PIC 9(09)V99    VALUE ZERO.
009300 77  WS-APPLIED                  PIC 9(09)V99    VALUE ZERO.
009400 77  WS-DAYS-PAST-DUE            PIC S9(07)      VALUE ZERO.
009500 77  WS-INSTALMENTS-FOUND        PIC 9(03)       VALUE ZERO.
009600 77  WS-PAYMENTS-READ            PIC 9(07)       VALUE ZERO.
009700 77  WS-PAYMENTS-POSTED          PIC 9(07)       VALUE ZERO.
009800 77  WS-PAYMENTS-REJECTED        PIC 9(07)       VALUE ZERO.
009810 77  WS-PAYMENTS-DIVERTED        PIC 9(07)       VALUE ZERO.
009820 77  WS-TOTAL-DIVERTED           PIC 9(11)V99    VALUE ZERO.
009900 77  WS-TOTAL-POSTED             PIC 9(11)V99    VALUE ZERO.
010000 77  WS-TOTAL-UNAPPLIED          PIC 9(11)V99    VALUE ZERO.
010100 01  WS-DISTRICT-TABLE.
010200     05  WS-DS-ENTRY OCCURS 50.
010300         10  WS-DS-DISTRICT      PIC X(04).
010400         10  WS-DS-BUCKET        PIC 9(11)V99    OCCURS 5.
010500 01  WS-GRAND-TOTALS.
010600     05  WS-GT-BUCKET            PIC 9(11)V99    OCCURS 5.
010700 01  WS-AGING-HEADER.
010800     05  FILLER                  PIC X(36)       VALUE
010900             "PROPERTY TAX DELINQUENCY AGING AS OF".
011000     05  FILLER                  PIC X(01)       VALUE SPACE.
011100     05  WS-AH-DATE              PIC 9(08).
011200 01  WS-DETAIL-LINE.
011300     05  FILLER                  PIC X(09)       VALUE
011400             "PAST DUE ".
011500     05  WS-DL-DISTRICT          PIC X(04).
011600     05  FILLER                  PIC X(08)       VALUE
011700             " PARCEL ".
011800     05  WS-DL-PARCEL            PIC X(10).
011900     05  FILLER                  PIC X(01)       VALUE SPACE.
012000     05  WS-DL-YEAR              PIC 9(04).
012100     05  FILLER                  PIC X(05)       VALUE " INST".
012200     05  WS-DL-INSTALMENT        PIC 9(01).
012300     05  FILLER                  PIC X(05)       VALUE " DUE ".
012400     05  WS-DL-DUE-DATE          PIC 9(08).
012500     05  FILLER                  PIC X(06)       VALUE " DAYS ".
012600     05  WS-DL-DAYS              PIC Z(04)9.
012700     05  FILLER                  PIC X(05)       VALUE " BAL ".
012800     05  WS-DL-BALANCE           PIC Z(08)9.99.
012900 01  WS-BUCKET-HEADER.
013000     05  FILLER                  PIC X(09)       VALUE
013100             "DISTRICT ".
013200     05  FILLER                  PIC X(13)       VALUE
013300             "      NOT DUE".
013400     05  FILLER                  PIC X(13)       VALUE
013500             "         1-30".
013600     05  FILLER                  PIC X(13)       VALUE
013700             "        31-60".
013800     05  FILLER                  PIC X(13)       VALUE
013900             "        61-90".
014000     05  FILLER                  PIC X(13)       VALUE
014100             "      OVER 90".
014200     05  FILLER                  PIC X(13)       VALUE
014300             "   TOTAL OPEN".
014400 01  WS-BUCKET-LINE.
014500     05  WS-BL-DISTRICT          PIC X(09).
014600     05  WS-BL-AMOUNT            PIC Z(09)9.99   OCCURS 6.
014700 01  WS-EXCEPTION-LINE.
014800     05  FILLER                  PIC X(07)       VALUE "PARCEL ".
014900     05  WS-EL-PARCEL            PIC X(10).
015000     05  FILLER                  PIC X(09)       VALUE
015100             " RECEIPT ".
015200     05  WS-EL-RECEIPT           PIC X(10).
015300     05  FILLER                  PIC X(05)       VALUE " AMT ".
015400     05  WS-EL-AMOUNT            PIC Z(08)9.99.
015500     05  FILLER                  PIC X(01)       VALUE SPACE.
015600     05  WS-EL-REASON            PIC X(24).
015700 01  WS-TOTAL-LINE.
015800     05  WS-TL-LABEL             PIC X(24).
015900     05  WS-TL-COUNT             PIC Z(06)9.
016000     05  FILLER                  PIC X(02)       VALUE SPACES.
016100     05  WS-TL-AMOUNT            PIC Z(10)9.99.
016110 COPY CALSVC.
016120 COPY PRIORADJ.
016200 PROCEDURE DIVISION.
016300 0000-MAINLINE.
016400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016500     IF WS-MASTER-OPEN
016600         PERFORM 2000-POST-PAYMENTS THRU 2000-EXIT
016700         PERFORM 3000-AGE-RECEIVABLES THRU 3000-EXIT
016800     END-IF
016900     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
017000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017100     STOP RUN.
017200 0000-EXIT.
017300     EXIT.
017400 1000-INITIALIZE.
017500     OPEN INPUT POSTING-CONTROL-FILE
017600     IF WS-CONTROL-OK
017700         READ POSTING-CONTROL-FILE
017800             AT END MOVE ZERO TO PC-AS-OF-DATE
017900         END-READ
018000         CLOSE POSTING-CONTROL-FILE
018100         IF PC-AS-OF-DATE IS NUMERIC
018200             MOVE PC-AS-OF-DATE TO WS-AS-OF-DATE
018300         END-IF
018400     END-IF
018500     IF WS-AS-OF-DATE = ZERO
018600         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
018700     END-IF
018800     MOVE ZERO TO WS-DISTRICT-TABLE
018900     MOVE ZERO TO WS-GRAND-TOTALS
019000     OPEN OUTPUT AGING-REPORT-FILE
019100     OPEN OUTPUT POSTING-EXCEPTION-FILE
019200     MOVE WS-AS-OF-DATE TO WS-AH-DATE
019300     WRITE AG-RECORD FROM WS-AGING-HEADER
019400     OPEN I-O RECEIVABLE-FILE
019500     IF WS-RECV-OK
019600         SET WS-MASTER-OPEN TO TRUE
019700     ELSE
019800         MOVE "TAXRECV NOT AVAILABLE - NOTHING POSTED OR AGED"
019900             TO AG-RECORD
020000         WRITE AG-RECORD
020100     END-IF.
020200 1000-EXIT.
020300     EXIT.
020400 2000-POST-PAYMENTS.
020500     OPEN INPUT PAYMENT-FILE
020600     IF NOT WS-PAYMENT-OK
020700         GO TO 2000-EXIT
020800     END-IF
020900     PERFORM 2100-READ-PAYMENT THRU 2100-EXIT
021000     PERFORM 2200-POST-ONE-PAYMENT THRU 2200-EXIT
021100         UNTIL WS-PAYMENT-EOF
021200     CLOSE PAYMENT-FILE.
021300 2000-EXIT.
021400     EXIT.
021500 2100-READ-PAYMENT.
021600     READ PAYMENT-FILE
021700         AT END SET WS-PAYMENT-EOF TO TRUE
021800     END-READ
021900     IF NOT WS-PAYMENT-EOF
022000         ADD 1 TO WS-PAYMENTS-READ
022100     END-IF.
022200 2100-EXIT.
022300     EXIT.
022400*--------------------------------------------------------------
022500* POSITION AT THE PARCEL'S LOWEST KEY AND WALK ITS
022600* INSTALMENTS IN KEY ORDER UNTIL THE MONEY RUNS OUT OR THE
022700* PARCEL DOES. A PAYMENT DATED INTO A HARD-CLOSED PERIOD GOES
022710* TO PRIORADJ INSTEAD - FINANCE HAS ALREADY REPORTED THAT
022720* PERIOD'S RECEIPTS.
022800*--------------------------------------------------------------
022900 2200-POST-ONE-PAYMENT.
023000     IF TP-AMOUNT IS NOT NUMERIC OR TP-AMOUNT = ZERO
023100         MOVE "BAD PAYMENT AMOUNT" TO WS-EL-REASON
023200         PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT
023300         PERFORM 2100-READ-PAYMENT THRU 2100-EXIT
023400         GO TO 2200-EXIT
023500     END-IF
023600     IF TP-PAY-DATE IS NOT NUMERIC
023700         MOVE "BAD PAYMENT DATE" TO WS-EL-REASON
023800         PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT
023900         PERFORM 2100-READ-PAYMENT THRU 2100-EXIT
024000         GO TO 2200-EXIT
024100     END-IF
024110     SET CAL-SVC-GET-PERIOD TO TRUE
024120     MOVE TP-PAY-DATE TO CAL-SVC-ARGUMENT
024130     CALL "CALENDAR-SERVICE" USING CALENDAR-SERVICE-REQUEST
024140     IF CAL-SVC-PERIOD-HARD-CLOSED
024150         PERFORM 2500-DIVERT-PAYMENT THRU 2500-EXIT
024160         PERFORM 2100-READ-PAYMENT THRU 2100-EXIT
024170         GO TO 2200-EXIT
024180     END-IF
024200     MOVE TP-AMOUNT TO WS-REMAINING
024300     MOVE ZERO TO WS-INSTALMENTS-FOUND
024400     MOVE 'N' TO WS-PARCEL-DONE-SW
024500     MOVE TP-PARCEL-ID TO TR-PARCEL-ID
024600     MOVE ZERO TO TR-TAX-YEAR
024700     MOVE ZERO TO TR-INSTALMENT
024800     START RECEIVABLE-FILE KEY IS NOT LESS THAN TR-KEY
024900         INVALID KEY SET WS-PARCEL-DONE TO TRUE
025000     END-START
025100     PERFORM 2300-APPLY-TO-INSTALMENT THRU 2300-EXIT
025200         UNTIL WS-PARCEL-DONE
025300            OR WS-REMAINING = ZERO
025400     EVALUATE TRUE
025500         WHEN WS-INSTALMENTS-FOUND = ZERO
025600             MOVE "PARCEL NOT BILLED" TO WS-EL-REASON
025700             PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT
025800         WHEN WS-REMAINING > ZERO
025900             MOVE "OVERPAID - UNAPPLIED" TO WS-EL-REASON
026000             MOVE WS-REMAINING TO WS-EL-AMOUNT
026100             MOVE TP-PARCEL-ID TO WS-EL-PARCEL
026200             MOVE TP-RECEIPT TO WS-EL-RECEIPT
026300             WRITE PX-RECORD FROM WS-EXCEPTION-LINE
026400             ADD WS-REMAINING TO WS-TOTAL-UNAPPLIED
026500             ADD 1 TO WS-PAYMENTS-POSTED
026600             COMPUTE WS-TOTAL-POSTED =
026700                 WS-TOTAL-POSTED + TP-AMOUNT - WS-REMAINING
026800         WHEN OTHER
026900             ADD 1 TO WS-PAYMENTS-POSTED
027000             ADD TP-AMOUNT TO WS-TOTAL-POSTED
027100     END-EVALUATE
027200     PERFORM 2100-READ-PAYMENT THRU 2100-EXIT.
027300 2200-EXIT.
027400     EXIT.
027500 2300-APPLY-TO-INSTALMENT.
027600     READ RECEIVABLE-FILE NEXT RECORD
027700         AT END SET WS-PARCEL-DONE TO TRUE
027800     END-READ
027900     IF WS-PARCEL-DONE
028000         GO TO 2300-EXIT
028100     END-IF
028200     IF TR-PARCEL-ID NOT = TP-PARCEL-ID
028300         SET WS-PARCEL-DONE TO TRUE
028400         GO TO 2300-EXIT
028500     END-IF
028600     ADD 1 TO WS-INSTALMENTS-FOUND
028700     COMPUTE WS-OPEN-BALANCE = TR-AMOUNT-DUE - TR-AMOUNT-PAID
028800     IF WS-OPEN-BALANCE = ZERO
028900         GO TO 2300-EXIT
029000     END-IF
029100     IF WS-REMAINING < WS-OPEN-BALANCE
029200         MOVE WS-REMAINING TO WS-APPLIED
029300     ELSE
029400         MOVE WS-OPEN-BALANCE TO WS-APPLIED
029500     END-IF
029600     ADD WS-APPLIED TO TR-AMOUNT-PAID
029700     SUBTRACT WS-APPLIED FROM WS-REMAINING
029800     MOVE TP-PAY-DATE TO TR-LAST-PAID-DATE
029900     REWRITE TAX-RECEIVABLE-RECORD.
030000 2300-EXIT.
030100     EXIT.
030200 2400-WRITE-EXCEPTION.
030300     MOVE TP-PARCEL-ID TO WS-EL-PARCEL
030400     MOVE TP-RECEIPT TO WS-EL-RECEIPT
030500     IF TP-AMOUNT IS NUMERIC
030600         MOVE TP-AMOUNT TO WS-EL-AMOUNT
030700     ELSE
030800         MOVE ZERO TO WS-EL-AMOUNT
030900     END-IF
031000     WRITE PX-RECORD FROM WS-EXCEPTION-LINE
031100     ADD 1 TO WS-PAYMENTS-REJECTED.
031200 2400-EXIT.
031300     EXIT.
031310 2500-DIVERT-PAYMENT.
031320     IF NOT WS-ADJUST-OPEN
031330         MOVE SPACES TO WS-ADJUST-STATUS
031340         OPEN EXTEND PRIOR-ADJUSTMENT-FILE
031350         IF NOT WS-ADJUST-OK
031360             OPEN OUTPUT PRIOR-ADJUSTMENT-FILE
031370         END-IF
031380         SET WS-ADJUST-OPEN TO TRUE
031390     END-IF
031391     MOVE TP-PAY-DATE TO PA-TRANSACTION-DATE
031392     DIVIDE PA-TRANSACTION-DATE BY 100 GIVING PA-PERIOD
031393     MOVE "TAX-PAYMENT-POSTING" TO PA-SOURCE-PROGRAM
031394     MOVE "TAXPAYMT" TO PA-SOURCE-FILE
031395     MOVE SPACES TO PA-COMPANY
031396     MOVE FUNCTION CURRENT-DATE(1:8) TO PA-DIVERTED-DATE
031397     MOVE PAYMENT-RECORD TO PA-IMAGE
031398     WRITE PJ-RECORD FROM PRIOR-PERIOD-ADJUSTMENT
031399     ADD 1 TO WS-PAYMENTS-DIVERTED
031400     ADD TP-AMOUNT TO WS-TOTAL-DIVERTED.
031401 2500-EXIT.
031402     EXIT.
031403*--------------------------------------------------------------
031500* AGING WALK. BUCKET 1 IS NOT YET DUE, 2 IS 1-30 DAYS PAST
031600* DUE, 3 IS 31-60, 4 IS 61-90, 5 IS OVER 90.
031700*--------------------------------------------------------------
031800 3000-AGE-RECEIVABLES.
031900     MOVE LOW-VALUES TO TR-KEY
032000     START RECEIVABLE-FILE KEY IS NOT LESS THAN TR-KEY
032100         INVALID KEY SET WS-WALK-DONE TO TRUE
032200     END-START
032300     PERFORM 3100-AGE-ONE-INSTALMENT THRU 3100-EXIT
032400         UNTIL WS-WALK-DONE
032500     PERFORM 3300-WRITE-DISTRICT-BUCKETS THRU 3300-EXIT.
032600 3000-EXIT.
032700     EXIT.
032800 3100-AGE-ONE-INSTALMENT.
032900     READ RECEIVABLE-FILE NEXT RECORD
033000         AT END SET WS-WALK-DONE TO TRUE
033100     END-READ
033200     IF WS-WALK-DONE
033300         GO TO 3100-EXIT
033400     END-IF
033500     COMPUTE WS-OPEN-BALANCE = TR-AMOUNT-DUE - TR-AMOUNT-PAID
033600     IF WS-OPEN-BALANCE = ZERO
033700         GO TO 3100-EXIT
033800     END-IF
033900     COMPUTE WS-DAYS-PAST-DUE =
034000         FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
034100         - FUNCTION INTEGER-OF-DATE(TR-DUE-DATE)
034200     EVALUATE TRUE
034300         WHEN WS-DAYS-PAST-DUE <= ZERO
034400             MOVE 1 TO WS-BK-IX
034500         WHEN WS-DAYS-PAST-DUE <= 30
034600             MOVE 2 TO WS-BK-IX
034700         WHEN WS-DAYS-PAST-DUE <= 60
034800             MOVE 3 TO WS-BK-IX
034900         WHEN WS-DAYS-PAST-DUE <= 90
035000             MOVE 4 TO WS-BK-IX
035100         WHEN OTHER
035200             MOVE 5 TO WS-BK-IX
035300     END-EVALUATE
035400     IF WS-BK-IX > 1
035500         MOVE TR-DISTRICT TO WS-DL-DISTRICT
035600         MOVE TR-PARCEL-ID TO WS-DL-PARCEL
035700         MOVE TR-TAX-YEAR TO WS-DL-YEAR
035800         MOVE TR-INSTALMENT TO WS-DL-INSTALMENT
035900         MOVE TR-DUE-DATE TO WS-DL-DUE-DATE
036000         MOVE WS-DAYS-PAST-DUE TO WS-DL-DAYS
036100         MOVE WS-OPEN-BALANCE TO WS-DL-BALANCE
036200         WRITE AG-RECORD FROM WS-DETAIL-LINE
036300     END-IF
036400     PERFORM 3200-POST-DISTRICT THRU 3200-EXIT
036500     ADD WS-OPEN-BALANCE TO WS-GT-BUCKET(WS-BK-IX).
036600 3100-EXIT.
036700     EXIT.
036800 3200-POST-DISTRICT.
036900     MOVE ZERO TO WS-MATCH-IX
037000     PERFORM 3210-SCAN-DISTRICTS THRU 3210-EXIT
037100         VARYING WS-DS-IX FROM 1 BY 1
037200         UNTIL WS-DS-IX > WS-DISTRICT-COUNT
037300            OR WS-MATCH-IX > ZERO
037400     IF WS-MATCH-IX = ZERO
037500         AND WS-DISTRICT-COUNT < WS-DISTRICT-MAX
037600         ADD 1 TO WS-DISTRICT-COUNT
037700         MOVE WS-DISTRICT-COUNT TO WS-MATCH-IX
037800         MOVE TR-DISTRICT TO WS-DS-DISTRICT(WS-MATCH-IX)
037900     END-IF
038000     IF WS-MATCH-IX > ZERO
038100         ADD WS-OPEN-BALANCE
038200             TO WS-DS-BUCKET(WS-MATCH-IX, WS-BK-IX)
038300     END-IF.
038400 3200-EXIT.
038500     EXIT.
038600 3210-SCAN-DISTRICTS.
038700     IF WS-DS-DISTRICT(WS-DS-IX) = TR-DISTRICT
038800         MOVE WS-DS-IX TO WS-MATCH-IX
038900     END-IF.
039000 3210-EXIT.
039100     EXIT.
039200 3300-WRITE-DISTRICT-BUCKETS.
039300     MOVE SPACES TO AG-RECORD
039400     WRITE AG-RECORD
039500     WRITE AG-RECORD FROM WS-BUCKET-HEADER
039600     PERFORM 3310-WRITE-ONE-DISTRICT THRU 3310-EXIT
039700         VARYING WS-DS-IX FROM 1 BY 1
039800         UNTIL WS-DS-IX > WS-DISTRICT-COUNT
039900     MOVE "ALL" TO WS-BL-DISTRICT
040000     MOVE ZERO TO WS-BL-AMOUNT(6)
040100     PERFORM 3330-MOVE-GRAND-BUCKET THRU 3330-EXIT
040200         VARYING WS-BK-IX FROM 1 BY 1
040300         UNTIL WS-BK-IX > 5
040400     WRITE AG-RECORD FROM WS-BUCKET-LINE.
040500 3300-EXIT.
040600     EXIT.
040700 3310-WRITE-ONE-DISTRICT.
040800     MOVE WS-DS-DISTRICT(WS-DS-IX) TO WS-BL-DISTRICT
040900     MOVE ZERO TO WS-OPEN-BALANCE
041000     PERFORM 3320-MOVE-ONE-BUCKET THRU 3320-EXIT
041100         VARYING WS-BK-IX FROM 1 BY 1
041200         UNTIL WS-BK-IX > 5
041300     MOVE WS-OPEN-BALANCE TO WS-BL-AMOUNT(6)
041400     WRITE AG-RECORD FROM WS-BUCKET-LINE.
041500 3310-EXIT.
041600     EXIT.
041700 3320-MOVE-ONE-BUCKET.
041800     MOVE WS-DS-BUCKET(WS-DS-IX, WS-BK-IX)
041900         TO WS-BL-AMOUNT(WS-BK-IX)
042000     ADD WS-DS-BUCKET(WS-DS-IX, WS-BK-IX) TO WS-OPEN-BALANCE.
042100 3320-EXIT.
042200     EXIT.
042300 3330-MOVE-GRAND-BUCKET.
042400     MOVE WS-GT-BUCKET(WS-BK-IX) TO WS-BL-AMOUNT(WS-BK-IX)
042500     COMPUTE WS-BL-AMOUNT(6) =
042600         WS-GT-BUCKET(1) + WS-GT-BUCKET(2) + WS-GT-BUCKET(3)
042700         + WS-GT-BUCKET(4) + WS-GT-BUCKET(5).
042800 3330-EXIT.
042900     EXIT.
043000 8000-WRITE-TOTALS.
043100     MOVE SPACES TO AG-RECORD
043200     WRITE AG-RECORD
043300     MOVE "PAYMENTS READ" TO WS-TL-LABEL
043400     MOVE WS-PAYMENTS-READ TO WS-TL-COUNT
043500     MOVE ZERO TO WS-TL-AMOUNT
043600     WRITE AG-RECORD FROM WS-TOTAL-LINE
043700     MOVE "PAYMENTS POSTED" TO WS-TL-LABEL
043800     MOVE WS-PAYMENTS-POSTED TO WS-TL-COUNT
043900     MOVE WS-TOTAL-POSTED TO WS-TL-AMOUNT
044000     WRITE AG-RECORD FROM WS-TOTAL-LINE
044100     MOVE "PAYMENTS REJECTED" TO WS-TL-LABEL
044200     MOVE WS-PAYMENTS-REJECTED TO WS-TL-COUNT
044300     MOVE ZERO TO WS-TL-AMOUNT
044400     WRITE AG-RECORD FROM WS-TOTAL-LINE
044500     MOVE "UNAPPLIED OVERPAYMENT" TO WS-TL-LABEL
044600     MOVE ZERO TO WS-TL-COUNT
044700     MOVE WS-TOTAL-UNAPPLIED TO WS-TL-AMOUNT
044800     WRITE AG-RECORD FROM WS-TOTAL-LINE
044810     MOVE "CLOSED PERIOD - PRIORADJ" TO WS-TL-LABEL
044820     MOVE WS-PAYMENTS-DIVERTED TO WS-TL-COUNT
044830     MOVE WS-TOTAL-DIVERTED TO WS-TL-AMOUNT
044840     WRITE AG-RECORD FROM WS-TOTAL-LINE.
044900 8000-EXIT.
045000     EXIT.
045100 9000-TERMINATE.
045200     IF WS-MASTER-OPEN
045300         CLOSE RECEIVABLE-FILE
045400     END-IF
045500     CLOSE AGING-REPORT-FILE
045600     CLOSE POSTING-EXCEPTION-FILE
045610     IF WS-ADJUST-OPEN
045620         CLOSE PRIOR-ADJUSTMENT-FILE
045630     END-IF.
045700 9000-EXIT.
045800     EXIT.
045900 END PROGRAM TAX-PAYMENT-POSTING.
