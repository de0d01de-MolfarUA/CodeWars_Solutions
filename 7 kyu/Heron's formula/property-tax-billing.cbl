000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROPERTY-TAX-BILLING.
000300 AUTHOR. SURVEY-SERVICES.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-09-17.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-09-17  SVY  INITIAL VERSION - TAX BILLS OFF THE
001000*                    ASSESSMENT ROLL. THE TREASURER'S OFFICE
001100*                    RE-KEYED THE PRINTED ASMTROLL INTO A
001200*                    SPREADSHEET TO SEND BILLS. EACH PARCEL
001300*                    LINE OF ASMTROLL WITH TAX TO PAY IS SPLIT
001400*                    INTO THE TAXCTL NUMBER OF INSTALMENTS (ANY
001500*                    ODD CENTS ON THE FIRST). THE FIRST FALLS
001600*                    DUE THE TAXCTL FIRST-DUE DAYS AFTER THE
001700*                    BILL DATE, EACH LATER ONE THE INTERVAL
001800*                    DAYS AFTER THE LAST; A DUE DATE THAT LANDS
001900*                    ON A NON-BUSINESS DAY MOVES TO THE NEXT
002000*                    BUSINESS DAY THROUGH CALENDAR-SERVICE. THE
002100*                    BILL PRINTS ON TAXBILL AND EACH INSTALMENT
002200*                    OPENS A RECEIVABLE ON THE KEYED TAXRECV
002300*                    MASTER FOR TAX-PAYMENT-POSTING. A PARCEL
002400*                    ALREADY BILLED FOR THE YEAR IS LEFT ALONE
002500*                    AND LISTED ON TAXBEXC, SO A RERUN CANNOT
002600*                    BILL TWICE.
002610*   2026-10-15  SVY  A TAXCTL BILL DATE IN A HARD-CLOSED
002620*                    ACCOUNTING PERIOD (CALENDAR-SERVICE PERIOD
002630*                    STATUS) BILLS NOTHING: EACH PARCEL LINE
002640*                    THAT WOULD HAVE BEEN BILLED IS APPENDED TO
002650*                    PRIORADJ AS A PRIOR-PERIOD ADJUSTMENT, NO
002660*                    RECEIVABLE IS OPENED, AND TAXBILL COUNTS
002670*                    AND TOTALS THEM.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT BILLING-CONTROL-FILE ASSIGN TO "TAXCTL"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-CONTROL-STATUS.
003500     SELECT ASSESSMENT-ROLL-FILE ASSIGN TO "ASMTROLL"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-ROLL-STATUS.
003800     SELECT RECEIVABLE-FILE ASSIGN TO "TAXRECV"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS TR-KEY
004200         FILE STATUS IS WS-RECV-STATUS.
004300     SELECT TAX-BILL-FILE ASSIGN TO "TAXBILL"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-BILL-STATUS.
004600     SELECT BILLING-EXCEPTION-FILE ASSIGN TO "TAXBEXC"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-EXCEPT-STATUS.
004810     SELECT PRIOR-ADJUSTMENT-FILE ASSIGN TO "PRIORADJ"
004820         ORGANIZATION IS LINE SEQUENTIAL
004830         FILE STATUS IS WS-ADJUST-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  BILLING-CONTROL-FILE.
005200 01  BILLING-CONTROL-CARD.
005300     05  TC-TAX-YEAR             PIC 9(04).
005400     05  FILLER                  PIC X(01).
005500     05  TC-BILL-DATE            PIC 9(08).
005600     05  FILLER                  PIC X(01).
005700     05  TC-INSTALMENTS          PIC 9(01).
005800     05  FILLER                  PIC X(01).
005900     05  TC-FIRST-DUE-DAYS       PIC 9(03).
006000     05  FILLER                  PIC X(01).
006100     05  TC-INTERVAL-DAYS        PIC 9(03).
006200 FD  ASSESSMENT-ROLL-FILE.
006300 01  ROLL-RECORD                 PIC X(100).
006400 FD  RECEIVABLE-FILE.
006500 COPY TAXRCV.
006600 FD  TAX-BILL-FILE.
006700 01  TB-RECORD                   PIC X(80).
006800 FD  BILLING-EXCEPTION-FILE.
006900 01  BX-RECORD                   PIC X(80).
006910 FD  PRIOR-ADJUSTMENT-FILE.
006920 01  PJ-RECORD                   PIC X(268).
007000 WORKING-STORAGE SECTION.
007100 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
007200     88  WS-CONTROL-OK                           VALUE '00'.
007300 77  WS-ROLL-STATUS              PIC X(02)       VALUE SPACES.
007400     88  WS-ROLL-OK                              VALUE '00'.
007500     88  WS-ROLL-EOF                             VALUE '10'.
007600 77  WS-RECV-STATUS              PIC X(02)       VALUE SPACES.
007700     88  WS-RECV-OK                              VALUE '00'.
007800 77  WS-BILL-STATUS              PIC X(02)       VALUE SPACES.
007900     88  WS-BILL-OK                              VALUE '00'.
008000 77  WS-EXCEPT-STATUS            PIC X(02)       VALUE SPACES.
008100     88  WS-EXCEPT-OK                            VALUE '00'.
008110 77  WS-ADJUST-STATUS            PIC X(02)       VALUE SPACES.
008120     88  WS-ADJUST-OK                            VALUE '00'.
008130 77  WS-ADJUST-OPEN-SW           PIC X(01)       VALUE 'N'.
008140     88  WS-ADJUST-OPEN                          VALUE 'Y'.
008150 77  WS-PERIOD-CLOSED-SW         PIC X(01)       VALUE 'N'.
008160     88  WS-PERIOD-CLOSED                        VALUE 'Y'.
008200 77  WS-TAX-YEAR                 PIC 9(04)       VALUE ZERO.
008300 77  WS-BILL-DATE                PIC 9(08)       VALUE ZERO.
008400 77  WS-INSTALMENTS              PIC 9(01)       VALUE 2.
008500 77  WS-FIRST-DUE-DAYS           PIC 9(03)       VALUE 30.
008600 77  WS-INTERVAL-DAYS            PIC 9(03)       VALUE 180.
008700 77  WS-IN-IX                    PIC 9(01)       VALUE ZERO.
008800 77  WS-DUE-DATE                 PIC 9(08)       VALUE ZERO.
008900 77  WS-DATE-INTEGER             PIC 9(08)       VALUE ZERO.
009000 77  WS-PARCEL-ID                PIC X(10)       VALUE SPACES.
009100 77  WS-DISTRICT                 PIC X(04)       VALUE SPACES.
009200 77  WS-PARCEL-TAX               PIC 9(11)V99    VALUE ZERO.
009300 77  WS-INSTALMENT-AMOUNT        PIC 9(09)V99    VALUE ZERO.
009400 77  WS-FIRST-AMOUNT             PIC 9(09)V99    VALUE ZERO.
009500 77  WS-PARCELS-READ             PIC 9(07)       VALUE ZERO.
009600 77  WS-PARCELS-BILLED           PIC 9(07)       VALUE ZERO.
009700 77  WS-PARCELS-NO-TAX           PIC 9(07)       VALUE ZERO.
009800 77  WS-PARCELS-SKIPPED          PIC 9(07)       VALUE ZERO.
009900 77  WS-TOTAL-BILLED             PIC 9(12)V99    VALUE ZERO.
009910 77  WS-PARCELS-DIVERTED         PIC 9(07)       VALUE ZERO.
009920 77  WS-TOTAL-DIVERTED           PIC 9(12)V99    VALUE ZERO.
010000 COPY CALSVC.
010010 COPY PRIORADJ.
010100 01  WS-DUE-DATE-TABLE.
010200     05  WS-DUE-ENTRY OCCURS 9.
010300         10  WS-DUE-ON           PIC 9(08).
010400         10  WS-DUE-AMOUNT       PIC 9(09)V99.
010500 01  WS-BILL-HEADER.
010600     05  FILLER                  PIC X(14)       VALUE
010700             "TAX BILL YEAR ".
010800     05  WS-BH-YEAR              PIC 9(04).
010900     05  FILLER                  PIC X(08)       VALUE
011000             " PARCEL ".
011100     05  WS-BH-PARCEL            PIC X(10).
011200     05  FILLER                  PIC X(10)       VALUE
011300             " DISTRICT ".
011400     05  WS-BH-DISTRICT          PIC X(04).
011500     05  FILLER                  PIC X(11)       VALUE
011600             " TOTAL TAX ".
011700     05  WS-BH-TAX               PIC Z(10)9.99.
011800 01  WS-BILL-DATE-LINE.
011900     05  FILLER                  PIC X(14)       VALUE
012000             "    BILL DATE ".
012100     05  WS-BD-DATE              PIC 9(08).
012200 01  WS-INSTALMENT-LINE.
012300     05  FILLER                  PIC X(15)       VALUE
012400             "    INSTALMENT ".
012500     05  WS-IL-NUMBER            PIC 9(01).
012600     05  FILLER                  PIC X(05)       VALUE " DUE ".
012700     05  WS-IL-DUE-DATE          PIC 9(08).
012800     05  FILLER                  PIC X(08)       VALUE
012900             " AMOUNT ".
013000     05  WS-IL-AMOUNT            PIC Z(08)9.99.
013100 01  WS-EXCEPTION-LINE.
013200     05  FILLER                  PIC X(07)       VALUE "PARCEL ".
013300     05  WS-EL-PARCEL            PIC X(10).
013400     05  FILLER                  PIC X(06)       VALUE " YEAR ".
013500     05  WS-EL-YEAR              PIC 9(04).
013600     05  FILLER                  PIC X(01)       VALUE SPACE.
013700     05  WS-EL-REASON            PIC X(30).
013800 01  WS-TOTAL-LINE.
013900     05  WS-TL-LABEL             PIC X(24).
014000     05  WS-TL-COUNT             PIC Z(06)9.
014100     05  FILLER                  PIC X(02)       VALUE SPACES.
014200     05  WS-TL-AMOUNT            PIC Z(11)9.99.
014300 PROCEDURE DIVISION.
014400 0000-MAINLINE.
014500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014600     PERFORM 2000-BILL-ROLL THRU 2000-EXIT.
014700     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
014800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014900     STOP RUN.
015000 0000-EXIT.
015100     EXIT.
015200 1000-INITIALIZE.
015300     OPEN INPUT BILLING-CONTROL-FILE
015400     IF WS-CONTROL-OK
015500         READ BILLING-CONTROL-FILE
015600             AT END MOVE ZERO TO TC-BILL-DATE
015700         END-READ
015800         CLOSE BILLING-CONTROL-FILE
015900         IF TC-BILL-DATE IS NUMERIC
016000             MOVE TC-BILL-DATE TO WS-BILL-DATE
016100         END-IF
016200         IF TC-TAX-YEAR IS NUMERIC
016300             MOVE TC-TAX-YEAR TO WS-TAX-YEAR
016400         END-IF
016500         IF TC-INSTALMENTS IS NUMERIC AND TC-INSTALMENTS > ZERO
016600             MOVE TC-INSTALMENTS TO WS-INSTALMENTS
016700         END-IF
016800         IF TC-FIRST-DUE-DAYS IS NUMERIC
016900             MOVE TC-FIRST-DUE-DAYS TO WS-FIRST-DUE-DAYS
017000         END-IF
017100         IF TC-INTERVAL-DAYS IS NUMERIC
017200             AND TC-INTERVAL-DAYS > ZERO
017300             MOVE TC-INTERVAL-DAYS TO WS-INTERVAL-DAYS
017400         END-IF
017500     END-IF
017600     IF WS-BILL-DATE = ZERO
017700         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BILL-DATE
017800     END-IF
017900     IF WS-TAX-YEAR = ZERO
018000         MOVE WS-BILL-DATE(1:4) TO WS-TAX-YEAR
018100     END-IF
018110     SET CAL-SVC-GET-PERIOD TO TRUE
018120     MOVE WS-BILL-DATE TO CAL-SVC-ARGUMENT
018130     CALL "CALENDAR-SERVICE" USING CALENDAR-SERVICE-REQUEST
018140     IF CAL-SVC-PERIOD-HARD-CLOSED
018150         SET WS-PERIOD-CLOSED TO TRUE
018160     END-IF
018200     PERFORM 1100-SET-DUE-DATES THRU 1100-EXIT
018300     OPEN OUTPUT TAX-BILL-FILE
018400     OPEN OUTPUT BILLING-EXCEPTION-FILE
018500     OPEN I-O RECEIVABLE-FILE
018600     IF NOT WS-RECV-OK
018700         CLOSE RECEIVABLE-FILE
018800         OPEN OUTPUT RECEIVABLE-FILE
018900         CLOSE RECEIVABLE-FILE
019000         OPEN I-O RECEIVABLE-FILE
019100     END-IF.
019200 1000-EXIT.
019300     EXIT.
019400*--------------------------------------------------------------
019500* THE DUE DATES ARE THE SAME FOR EVERY BILL IN THE RUN, SO
019600* THEY ARE WORKED OUT ONCE. WITHOUT A CALENDAR COVERING THE
019700* DATE THE RAW CALENDAR DATE STANDS.
019800*--------------------------------------------------------------
019900 1100-SET-DUE-DATES.
020000     COMPUTE WS-DATE-INTEGER =
020100         FUNCTION INTEGER-OF-DATE(WS-BILL-DATE)
020200         + WS-FIRST-DUE-DAYS
020300     PERFORM 1200-SET-ONE-DUE-DATE THRU 1200-EXIT
020400         VARYING WS-IN-IX FROM 1 BY 1
020500         UNTIL WS-IN-IX > WS-INSTALMENTS.
020600 1100-EXIT.
020700     EXIT.
020800 1200-SET-ONE-DUE-DATE.
020900     COMPUTE WS-DUE-DATE =
021000         FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
021100     SET CAL-SVC-IS-BUSINESS TO TRUE
021200     MOVE WS-DUE-DATE TO CAL-SVC-ARGUMENT
021300     CALL "CALENDAR-SERVICE" USING CALENDAR-SERVICE-REQUEST
021400     IF CAL-SVC-NO
021500         SET CAL-SVC-NEXT-BUSINESS TO TRUE
021600         MOVE WS-DUE-DATE TO CAL-SVC-ARGUMENT
021700         CALL "CALENDAR-SERVICE" USING CALENDAR-SERVICE-REQUEST
021800         IF NOT CAL-SVC-OUT-OF-RANGE
021900             MOVE CAL-SVC-ANSWER TO WS-DUE-DATE
022000         END-IF
022100     END-IF
022200     MOVE WS-DUE-DATE TO WS-DUE-ON(WS-IN-IX)
022300     ADD WS-INTERVAL-DAYS TO WS-DATE-INTEGER.
022400 1200-EXIT.
022500     EXIT.
022600*--------------------------------------------------------------
022700* PARCEL LINES OF ASMTROLL: PARCEL ID AT COLUMN 8, DISTRICT
022800* AT COLUMN 24, TAX AT COLUMN 77 FOR FOURTEEN BYTES. THE
022900* DISTRICT SUBTOTAL LINES ARE PASSED OVER. WHEN THE BILL DATE
022910* IS IN A HARD-CLOSED PERIOD A BILLABLE PARCEL LINE GOES TO
022920* PRIORADJ INSTEAD OF BEING BILLED.
023000*--------------------------------------------------------------
023100 2000-BILL-ROLL.
023200     OPEN INPUT ASSESSMENT-ROLL-FILE
023300     IF NOT WS-ROLL-OK
023400         MOVE "ASMTROLL NOT AVAILABLE - NOTHING BILLED"
023500             TO TB-RECORD
023600         WRITE TB-RECORD
023700         GO TO 2000-EXIT
023800     END-IF
023900     PERFORM 2100-READ-ROLL THRU 2100-EXIT
024000     PERFORM 2200-BILL-ONE-PARCEL THRU 2200-EXIT
024100         UNTIL WS-ROLL-EOF
024200     CLOSE ASSESSMENT-ROLL-FILE.
024300 2000-EXIT.
024400     EXIT.
024500 2100-READ-ROLL.
024600     READ ASSESSMENT-ROLL-FILE
024700         AT END SET WS-ROLL-EOF TO TRUE
024800     END-READ.
024900 2100-EXIT.
025000     EXIT.
025100 2200-BILL-ONE-PARCEL.
025200     IF ROLL-RECORD(1:7) NOT = "PARCEL "
025300         PERFORM 2100-READ-ROLL THRU 2100-EXIT
025400         GO TO 2200-EXIT
025500     END-IF
025600     ADD 1 TO WS-PARCELS-READ
025700     MOVE ROLL-RECORD(8:10) TO WS-PARCEL-ID
025800     MOVE ROLL-RECORD(24:4) TO WS-DISTRICT
025900     COMPUTE WS-PARCEL-TAX =
026000         FUNCTION NUMVAL(ROLL-RECORD(77:14))
026100     IF WS-PARCEL-TAX = ZERO
026200         ADD 1 TO WS-PARCELS-NO-TAX
026300         PERFORM 2100-READ-ROLL THRU 2100-EXIT
026400         GO TO 2200-EXIT
026500     END-IF
026600     MOVE WS-PARCEL-ID TO TR-PARCEL-ID
026700     MOVE WS-TAX-YEAR TO TR-TAX-YEAR
026800     MOVE 1 TO TR-INSTALMENT
026900     READ RECEIVABLE-FILE
027000         INVALID KEY CONTINUE
027100     END-READ
027200     IF WS-RECV-OK
027300         MOVE WS-PARCEL-ID TO WS-EL-PARCEL
027400         MOVE WS-TAX-YEAR TO WS-EL-YEAR
027500         MOVE "ALREADY BILLED FOR YEAR" TO WS-EL-REASON
027600         WRITE BX-RECORD FROM WS-EXCEPTION-LINE
027700         ADD 1 TO WS-PARCELS-SKIPPED
027800         PERFORM 2100-READ-ROLL THRU 2100-EXIT
027900         GO TO 2200-EXIT
028000     END-IF
028010     IF WS-PERIOD-CLOSED
028020         PERFORM 2600-DIVERT-PARCEL THRU 2600-EXIT
028030         PERFORM 2100-READ-ROLL THRU 2100-EXIT
028040         GO TO 2200-EXIT
028050     END-IF
028100     PERFORM 2300-SPLIT-INSTALMENTS THRU 2300-EXIT
028200     PERFORM 2400-PRINT-BILL THRU 2400-EXIT
028300     PERFORM 2500-OPEN-RECEIVABLE THRU 2500-EXIT
028400         VARYING WS-IN-IX FROM 1 BY 1
028500         UNTIL WS-IN-IX > WS-INSTALMENTS
028600     ADD 1 TO WS-PARCELS-BILLED
028700     ADD WS-PARCEL-TAX TO WS-TOTAL-BILLED
028800     PERFORM 2100-READ-ROLL THRU 2100-EXIT.
028900 2200-EXIT.
029000     EXIT.
029100 2300-SPLIT-INSTALMENTS.
029200     DIVIDE WS-PARCEL-TAX BY WS-INSTALMENTS
029300         GIVING WS-INSTALMENT-AMOUNT
029400     COMPUTE WS-FIRST-AMOUNT = WS-PARCEL-TAX
029500         - WS-INSTALMENT-AMOUNT * (WS-INSTALMENTS - 1)
029600     MOVE WS-FIRST-AMOUNT TO WS-DUE-AMOUNT(1)
029700     PERFORM 2310-SET-ONE-AMOUNT THRU 2310-EXIT
029800         VARYING WS-IN-IX FROM 2 BY 1
029900         UNTIL WS-IN-IX > WS-INSTALMENTS.
030000 2300-EXIT.
030100     EXIT.
030200 2310-SET-ONE-AMOUNT.
030300     MOVE WS-INSTALMENT-AMOUNT TO WS-DUE-AMOUNT(WS-IN-IX).
030400 2310-EXIT.
030500     EXIT.
030600 2400-PRINT-BILL.
030700     MOVE WS-TAX-YEAR TO WS-BH-YEAR
030800     MOVE WS-PARCEL-ID TO WS-BH-PARCEL
030900     MOVE WS-DISTRICT TO WS-BH-DISTRICT
031000     MOVE WS-PARCEL-TAX TO WS-BH-TAX
031100     WRITE TB-RECORD FROM WS-BILL-HEADER
031200     MOVE WS-BILL-DATE TO WS-BD-DATE
031300     WRITE TB-RECORD FROM WS-BILL-DATE-LINE
031400     PERFORM 2410-PRINT-ONE-INSTALMENT THRU 2410-EXIT
031500         VARYING WS-IN-IX FROM 1 BY 1
031600         UNTIL WS-IN-IX > WS-INSTALMENTS.
031700 2400-EXIT.
031800     EXIT.
031900 2410-PRINT-ONE-INSTALMENT.
032000     MOVE WS-IN-IX TO WS-IL-NUMBER
032100     MOVE WS-DUE-ON(WS-IN-IX) TO WS-IL-DUE-DATE
032200     MOVE WS-DUE-AMOUNT(WS-IN-IX) TO WS-IL-AMOUNT
032300     WRITE TB-RECORD FROM WS-INSTALMENT-LINE.
032400 2410-EXIT.
032500     EXIT.
032600 2500-OPEN-RECEIVABLE.
032700     MOVE WS-PARCEL-ID TO TR-PARCEL-ID
032800     MOVE WS-TAX-YEAR TO TR-TAX-YEAR
032900     MOVE WS-IN-IX TO TR-INSTALMENT
033000     MOVE WS-DISTRICT TO TR-DISTRICT
033100     MOVE WS-BILL-DATE TO TR-BILL-DATE
033200     MOVE WS-DUE-ON(WS-IN-IX) TO TR-DUE-DATE
033300     MOVE WS-DUE-AMOUNT(WS-IN-IX) TO TR-AMOUNT-DUE
033400     MOVE ZERO TO TR-AMOUNT-PAID
033500     MOVE ZERO TO TR-LAST-PAID-DATE
033600     WRITE TAX-RECEIVABLE-RECORD
033700         INVALID KEY
033800             MOVE WS-PARCEL-ID TO WS-EL-PARCEL
033900             MOVE WS-TAX-YEAR TO WS-EL-YEAR
034000             MOVE "INSTALMENT ALREADY ON TAXRECV"
034100                 TO WS-EL-REASON
034200             WRITE BX-RECORD FROM WS-EXCEPTION-LINE
034300     END-WRITE.
034400 2500-EXIT.
034500     EXIT.
034510 2600-DIVERT-PARCEL.
034520     IF NOT WS-ADJUST-OPEN
034530         MOVE SPACES TO WS-ADJUST-STATUS
034540         OPEN EXTEND PRIOR-ADJUSTMENT-FILE
034550         IF NOT WS-ADJUST-OK
034560             OPEN OUTPUT PRIOR-ADJUSTMENT-FILE
034570         END-IF
034580         SET WS-ADJUST-OPEN TO TRUE
034590     END-IF
034591     DIVIDE WS-BILL-DATE BY 100 GIVING PA-PERIOD
034592     MOVE WS-BILL-DATE TO PA-TRANSACTION-DATE
034593     MOVE "PROPERTY-TAX-BILLING" TO PA-SOURCE-PROGRAM
034594     MOVE "ASMTROLL" TO PA-SOURCE-FILE
034595     MOVE SPACES TO PA-COMPANY
034596     MOVE FUNCTION CURRENT-DATE(1:8) TO PA-DIVERTED-DATE
034597     MOVE ROLL-RECORD TO PA-IMAGE
034598     WRITE PJ-RECORD FROM PRIOR-PERIOD-ADJUSTMENT
034599     ADD 1 TO WS-PARCELS-DIVERTED
034600     ADD WS-PARCEL-TAX TO WS-TOTAL-DIVERTED.
034601 2600-EXIT.
034602     EXIT.
034603 8000-WRITE-TOTALS.
034700     MOVE SPACES TO TB-RECORD
034800     WRITE TB-RECORD
034900     MOVE "PARCELS ON ROLL" TO WS-TL-LABEL
035000     MOVE WS-PARCELS-READ TO WS-TL-COUNT
035100     MOVE ZERO TO WS-TL-AMOUNT
035200     WRITE TB-RECORD FROM WS-TOTAL-LINE
035300     MOVE "PARCELS BILLED" TO WS-TL-LABEL
035400     MOVE WS-PARCELS-BILLED TO WS-TL-COUNT
035500     MOVE WS-TOTAL-BILLED TO WS-TL-AMOUNT
035600     WRITE TB-RECORD FROM WS-TOTAL-LINE
035700     MOVE "PARCELS WITH NO TAX" TO WS-TL-LABEL
035800     MOVE WS-PARCELS-NO-TAX TO WS-TL-COUNT
035900     MOVE ZERO TO WS-TL-AMOUNT
036000     WRITE TB-RECORD FROM WS-TOTAL-LINE
036100     MOVE "PARCELS ALREADY BILLED" TO WS-TL-LABEL
036200     MOVE WS-PARCELS-SKIPPED TO WS-TL-COUNT
036300     WRITE TB-RECORD FROM WS-TOTAL-LINE
036310     MOVE "CLOSED PERIOD - PRIORADJ" TO WS-TL-LABEL
036320     MOVE WS-PARCELS-DIVERTED TO WS-TL-COUNT
036330     MOVE WS-TOTAL-DIVERTED TO WS-TL-AMOUNT
036340     WRITE TB-RECORD FROM WS-TOTAL-LINE.
036400 8000-EXIT.
036500     EXIT.
036600 9000-TERMINATE.
036700     CLOSE RECEIVABLE-FILE
036800     CLOSE TAX-BILL-FILE
036900     CLOSE BILLING-EXCEPTION-FILE
036910     IF WS-ADJUST-OPEN
036920         CLOSE PRIOR-ADJUSTMENT-FILE
036930     END-IF.
037000 9000-EXIT.
037100     EXIT.
037200 END PROGRAM PROPERTY-TAX-BILLING.
