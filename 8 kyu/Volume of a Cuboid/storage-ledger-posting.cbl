000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STORAGE-LEDGER-POSTING.
000300 AUTHOR. WAREHOUSE-SYSTEMS.
000400 INSTALLATION. SHIPPING.
000500 DATE-WRITTEN. 2026-09-17.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-09-17  WHS  INITIAL VERSION - WAREHOUSE STORAGE LEDGER
001000*                    POSTING. CUSTOMER STORAGE WAS BILLED FLAT
001100*                    PER PALLET WHATEVER THE CRATE'S SIZE; THE
001200*                    LEDGER GIVES STORAGE-BILLING-BATCH THE REAL
001300*                    VOLUME AND DAYS. EACH STGMOVE RECEIPT (R)
001400*                    OPENS A STAY ON THE KEYED STGLEDG LEDGER FOR
001500*                    THE CRATE, CUSTOMER AND WAREHOUSE ZONE,
001600*                    TAKING THE VOLUME FROM THE CRATEOUT
001700*                    MANIFEST (OVERFLOW-FLAGGED CRATES ARE NOT
001800*                    ACCEPTED); EACH RELEASE (L) CLOSES THE
001900*                    CRATE'S OPEN STAY WITH THE RELEASE DATE.
002000*                    STGPOST LISTS EVERY POSTING AND EVERY
002100*                    MOVEMENT REJECTED, WITH THE REASON.
002110*   2026-10-15  WHS  EACH STAY CARRIES THE OWNING COMPANY FROM
002120*                    THE CRATEOUT MANIFEST (BLANK MEANS THE
002130*                    PARENT COMPANY) IN SL-COMPANY, AND THE
002140*                    STGPOST RECEIPT LINE SHOWS IT.
002150*   2026-10-15  WHS  A MOVEMENT DATED INTO A HARD-CLOSED
002160*                    ACCOUNTING PERIOD (CALENDAR-SERVICE PERIOD
002170*                    STATUS) IS NOT POSTED BUT APPENDED TO
002180*                    PRIORADJ AS A PRIOR-PERIOD ADJUSTMENT, AND
002190*                    STGPOST LISTS AND COUNTS IT.
002200*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT MANIFEST-OUTPUT-FILE ASSIGN TO "CRATEOUT"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-MANIFEST-STATUS.
003000     SELECT STORAGE-MOVEMENT-FILE ASSIGN TO "STGMOVE"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-MOVEMENT-STATUS.
003300     SELECT STORAGE-LEDGER-FILE ASSIGN TO "STGLEDG"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS SL-KEY
003700         FILE STATUS IS WS-LEDGER-STATUS.
003800     SELECT POSTING-REPORT-FILE ASSIGN TO "STGPOST"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-REPORT-STATUS.
004010     SELECT PRIOR-ADJUSTMENT-FILE ASSIGN TO "PRIORADJ"
004020         ORGANIZATION IS LINE SEQUENTIAL
004030         FILE STATUS IS WS-ADJUST-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  MANIFEST-OUTPUT-FILE.
004400 01  MANIFEST-OUTPUT-RECORD.
004500     05  CO-CRATE-ID         PIC X(10).
004600     05  FILLER              PIC X(02).
004700     05  CO-VOLUME-X         PIC X(08).
004800     05  FILLER              PIC X(02).
004900     05  CO-OVERFLOW-FLAG    PIC X(08).
005000     05  FILLER              PIC X(14).
005010     05  CO-COMPANY          PIC X(02).
005020     05  FILLER              PIC X(34).
005100 FD  STORAGE-MOVEMENT-FILE.
005200 01  STORAGE-MOVEMENT-RECORD.
005300     05  SM-MOVE-TYPE        PIC X(01).
005400         88  SM-RECEIPT                      VALUE 'R'.
005500         88  SM-RELEASE                      VALUE 'L'.
005600     05  FILLER              PIC X(01).
005700     05  SM-CRATE-ID         PIC X(10).
005800     05  FILLER              PIC X(01).
005900     05  SM-CUSTOMER-ID      PIC X(10).
006000     05  FILLER              PIC X(01).
006100     05  SM-ZONE             PIC X(04).
006200     05  FILLER              PIC X(01).
006300     05  SM-MOVE-DATE        PIC X(08).
006400     05  SM-MOVE-DATE-N      REDEFINES SM-MOVE-DATE
006500                             PIC 9(08).
006600 FD  STORAGE-LEDGER-FILE.
006700 COPY STGLEDG.
006800 FD  POSTING-REPORT-FILE.
006900 01  SP-RECORD               PIC X(80).
006910 FD  PRIOR-ADJUSTMENT-FILE.
006920 01  PJ-RECORD               PIC X(268).
007000 WORKING-STORAGE SECTION.
007100 77  WS-MANIFEST-STATUS      PIC X(02)       VALUE SPACES.
007200     88  WS-MANIFEST-OK                      VALUE '00'.
007300     88  WS-MANIFEST-EOF                     VALUE '10'.
007400 77  WS-MOVEMENT-STATUS      PIC X(02)       VALUE SPACES.
007500     88  WS-MOVEMENT-OK                      VALUE '00'.
007600     88  WS-MOVEMENT-EOF                     VALUE '10'.
007700 77  WS-LEDGER-STATUS        PIC X(02)       VALUE SPACES.
007800     88  WS-LEDGER-OK                        VALUE '00'.
007900 77  WS-REPORT-STATUS        PIC X(02)       VALUE SPACES.
008000     88  WS-REPORT-OK                        VALUE '00'.
008010 77  WS-ADJUST-STATUS        PIC X(02)       VALUE SPACES.
008020     88  WS-ADJUST-OK                        VALUE '00'.
008030 77  WS-ADJUST-OPEN-SW       PIC X(01)       VALUE 'N'.
008040     88  WS-ADJUST-OPEN                      VALUE 'Y'.
008100 77  WS-CRATE-COUNT          PIC 9(04)       VALUE ZERO COMP.
008200 77  WS-CRATE-MAX            PIC 9(04)       VALUE 1000 COMP.
008300 77  WS-CR-IX                PIC 9(04)       VALUE ZERO COMP.
008400 77  WS-MATCH-IX             PIC 9(04)       VALUE ZERO COMP.
008500 77  WS-CHAR-IX              PIC 9(02)       VALUE ZERO COMP.
008600 77  WS-MOVES-READ           PIC 9(06)       VALUE ZERO COMP.
008700 77  WS-RECEIPTS-POSTED      PIC 9(06)       VALUE ZERO COMP.
008800 77  WS-RELEASES-POSTED      PIC 9(06)       VALUE ZERO COMP.
008900 77  WS-MOVES-REJECTED       PIC 9(06)       VALUE ZERO COMP.
008910 77  WS-MOVES-DIVERTED       PIC 9(06)       VALUE ZERO COMP.
009000 77  WS-STAY-DAYS            PIC 9(05)       VALUE ZERO.
009100 77  WS-VOLUME-GOOD-SW       PIC X(01)       VALUE 'Y'.
009200     88  WS-VOLUME-GOOD                      VALUE 'Y'.
009300 77  WS-CRATE-DONE-SW        PIC X(01)       VALUE 'N'.
009400     88  WS-CRATE-DONE                       VALUE 'Y'.
009500 77  WS-OPEN-STAY-SW         PIC X(01)       VALUE 'N'.
009600     88  WS-OPEN-STAY-FOUND                  VALUE 'Y'.
009700 77  WS-LEDGER-OPEN-SW       PIC X(01)       VALUE 'N'.
009800     88  WS-LEDGER-OPEN                      VALUE 'Y'.
009900 01  WS-CRATE-TABLE.
010000     05  WS-CR-ENTRY OCCURS 1000.
010100         10  WS-CR-CRATE-ID  PIC X(10).
010200         10  WS-CR-VOLUME    PIC 9(08).
010210         10  WS-CR-COMPANY   PIC X(02).
010300 01  WS-POST-HEADER.
010400     05  FILLER              PIC X(40)       VALUE
010500             "STORAGE LEDGER POSTING".
010600 01  WS-RECEIPT-LINE.
010700     05  FILLER              PIC X(09)       VALUE "RECEIVED ".
010800     05  WS-RL-CRATE-ID      PIC X(10).
010900     05  FILLER              PIC X(01)       VALUE SPACE.
011000     05  WS-RL-CUSTOMER-ID   PIC X(10).
011100     05  FILLER              PIC X(01)       VALUE SPACE.
011200     05  WS-RL-ZONE          PIC X(04).
011300     05  FILLER              PIC X(01)       VALUE SPACE.
011400     05  WS-RL-DATE          PIC 9(08).
011500     05  FILLER              PIC X(05)       VALUE " VOL ".
011600     05  WS-RL-VOLUME        PIC Z(07)9.
011610     05  FILLER              PIC X(04)       VALUE " CO=".
011620     05  WS-RL-COMPANY       PIC X(02).
011700 01  WS-RELEASE-LINE.
011800     05  FILLER              PIC X(09)       VALUE "RELEASED ".
011900     05  WS-LL-CRATE-ID      PIC X(10).
012000     05  FILLER              PIC X(01)       VALUE SPACE.
012100     05  WS-LL-CUSTOMER-ID   PIC X(10).
012200     05  FILLER              PIC X(01)       VALUE SPACE.
012300     05  WS-LL-ZONE          PIC X(04).
012400     05  FILLER              PIC X(01)       VALUE SPACE.
012500     05  WS-LL-DATE          PIC 9(08).
012600     05  FILLER              PIC X(06)       VALUE " DAYS ".
012700     05  WS-LL-DAYS          PIC ZZZZ9.
012800 01  WS-REJECT-LINE.
012900     05  FILLER              PIC X(09)       VALUE "REJECTED ".
013000     05  WS-XL-MOVE-TYPE     PIC X(01).
013100     05  FILLER              PIC X(01)       VALUE SPACE.
013200     05  WS-XL-CRATE-ID      PIC X(10).
013300     05  FILLER              PIC X(01)       VALUE SPACE.
013400     05  WS-XL-DATE          PIC X(08).
013500     05  FILLER              PIC X(01)       VALUE SPACE.
013600     05  WS-XL-REASON        PIC X(30).
013610 01  WS-DIVERT-LINE.
013620     05  FILLER              PIC X(09)       VALUE "PRIORADJ ".
013630     05  WS-DL-MOVE-TYPE     PIC X(01).
013640     05  FILLER              PIC X(01)       VALUE SPACE.
013650     05  WS-DL-CRATE-ID      PIC X(10).
013660     05  FILLER              PIC X(01)       VALUE SPACE.
013670     05  WS-DL-DATE          PIC 9(08).
013680     05  FILLER              PIC X(08)       VALUE " PERIOD ".
013690     05  WS-DL-PERIOD        PIC 9(06).
013691     05  FILLER              PIC X(12)       VALUE
013692             " HARD-CLOSED".
013700 01  WS-TOTALS-LINE.
013800     05  FILLER              PIC X(06)       VALUE "MOVES ".
013900     05  WS-TL-READ          PIC ZZZZZ9.
014000     05  FILLER              PIC X(10)       VALUE
014100             "  RECEIVED".
014200     05  WS-TL-RECEIVED      PIC ZZZZZ9.
014300     05  FILLER              PIC X(10)       VALUE
014400             "  RELEASED".
014500     05  WS-TL-RELEASED      PIC ZZZZZ9.
014600     05  FILLER              PIC X(10)       VALUE
014700             "  REJECTED".
014800     05  WS-TL-REJECTED      PIC ZZZZZ9.
014801     05  FILLER              PIC X(10)       VALUE
014802             "  PRIORADJ".
014803     05  WS-TL-DIVERTED      PIC ZZZZZ9.
014810 COPY COMPANY.
014820 COPY CALSVC.
014830 COPY PRIORADJ.
014900 PROCEDURE DIVISION.
015000 0000-MAINLINE.
015100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015200     IF WS-LEDGER-OPEN
015300         PERFORM 2000-POST-MOVEMENTS THRU 2000-EXIT
015400         CLOSE STORAGE-LEDGER-FILE
015500     END-IF
015600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015700     STOP RUN.
015800 0000-EXIT.
015900     EXIT.
016000 1000-INITIALIZE.
016100     OPEN OUTPUT POSTING-REPORT-FILE
016200     WRITE SP-RECORD FROM WS-POST-HEADER
016300     PERFORM 1100-LOAD-MANIFEST THRU 1100-EXIT
016400     OPEN I-O STORAGE-LEDGER-FILE
016500     IF NOT WS-LEDGER-OK
016600         CLOSE STORAGE-LEDGER-FILE
016700         OPEN OUTPUT STORAGE-LEDGER-FILE
016800         CLOSE STORAGE-LEDGER-FILE
016900         OPEN I-O STORAGE-LEDGER-FILE
017000     END-IF
017100     IF WS-LEDGER-OK
017200         SET WS-LEDGER-OPEN TO TRUE
017300     ELSE
017400         DISPLAY "STORAGE-LEDGER-POSTING: STGLEDG WILL NOT "
017500             "OPEN, STATUS " WS-LEDGER-STATUS
017600         MOVE 8 TO RETURN-CODE
017700     END-IF.
017800 1000-EXIT.
017900     EXIT.
018000 1100-LOAD-MANIFEST.
018100     OPEN INPUT MANIFEST-OUTPUT-FILE
018200     IF NOT WS-MANIFEST-OK
018300         GO TO 1100-EXIT
018400     END-IF
018500     PERFORM 1200-READ-MANIFEST THRU 1200-EXIT
018600     PERFORM 1300-TAKE-ONE-CRATE THRU 1300-EXIT
018700         UNTIL WS-MANIFEST-EOF
018800            OR WS-CRATE-COUNT >= WS-CRATE-MAX
018900     CLOSE MANIFEST-OUTPUT-FILE.
019000 1100-EXIT.
019100     EXIT.
019200 1200-READ-MANIFEST.
019300     READ MANIFEST-OUTPUT-FILE
019400         AT END SET WS-MANIFEST-EOF TO TRUE
019500     END-READ.
019600 1200-EXIT.
019700     EXIT.
019800*--------------------------------------------------------------
019900* SAME SCREEN AS THE LOAD PLANNER: THE CYCLE HEADER AND THE
020000* GRAND-TOTAL LINE ARE SKIPPED BY NAME, THE VOLUME COLUMN MUST
020100* HOLD ONLY DIGITS AND LEADING SPACES, AND AN OVERFLOW-FLAGGED
020200* CRATE HAS NO VOLUME TO BILL.
020300*--------------------------------------------------------------
020400 1300-TAKE-ONE-CRATE.
020500     IF MANIFEST-OUTPUT-RECORD(1:6) = "*CYCLE"
020600         OR MANIFEST-OUTPUT-RECORD(1:12) = "TOTAL CRATES"
020700         GO TO 1300-NEXT
020800     END-IF
020900     PERFORM 1310-EDIT-VOLUME-COLUMN THRU 1310-EXIT
021000     IF WS-VOLUME-GOOD
021100         AND CO-OVERFLOW-FLAG = SPACES
021200         ADD 1 TO WS-CRATE-COUNT
021300         MOVE CO-CRATE-ID
021400             TO WS-CR-CRATE-ID(WS-CRATE-COUNT)
021500         COMPUTE WS-CR-VOLUME(WS-CRATE-COUNT) =
021600             FUNCTION NUMVAL(CO-VOLUME-X)
021610         IF CO-COMPANY = SPACES
021620             MOVE CMP-PARENT-COMPANY
021630                 TO WS-CR-COMPANY(WS-CRATE-COUNT)
021640         ELSE
021650             MOVE CO-COMPANY TO WS-CR-COMPANY(WS-CRATE-COUNT)
021660         END-IF
021700     END-IF.
021800 1300-NEXT.
021900     PERFORM 1200-READ-MANIFEST THRU 1200-EXIT.
022000 1300-EXIT.
022100     EXIT.
022200 1310-EDIT-VOLUME-COLUMN.
022300     MOVE 'Y' TO WS-VOLUME-GOOD-SW
022400     IF CO-VOLUME-X = SPACES
022500         MOVE 'N' TO WS-VOLUME-GOOD-SW
022600         GO TO 1310-EXIT
022700     END-IF
022800     PERFORM 1320-EDIT-ONE-CHAR THRU 1320-EXIT
022900         VARYING WS-CHAR-IX FROM 1 BY 1
023000         UNTIL WS-CHAR-IX > 8
023100            OR NOT WS-VOLUME-GOOD.
023200 1310-EXIT.
023300     EXIT.
023400 1320-EDIT-ONE-CHAR.
023500     IF CO-VOLUME-X(WS-CHAR-IX:1) NOT = SPACE
023600         AND (CO-VOLUME-X(WS-CHAR-IX:1) < '0'
023700           OR CO-VOLUME-X(WS-CHAR-IX:1) > '9')
023800         MOVE 'N' TO WS-VOLUME-GOOD-SW
023900     END-IF.
024000 1320-EXIT.
024100     EXIT.
024200 2000-POST-MOVEMENTS.
024300     OPEN INPUT STORAGE-MOVEMENT-FILE
024400     IF NOT WS-MOVEMENT-OK
024500         GO TO 2000-EXIT
024600     END-IF
024700     PERFORM 2100-READ-MOVEMENT THRU 2100-EXIT
024800     PERFORM 2200-POST-ONE-MOVEMENT THRU 2200-EXIT
024900         UNTIL WS-MOVEMENT-EOF
025000     CLOSE STORAGE-MOVEMENT-FILE.
025100 2000-EXIT.
025200     EXIT.
025300 2100-READ-MOVEMENT.
025400     READ STORAGE-MOVEMENT-FILE
025500         AT END SET WS-MOVEMENT-EOF TO TRUE
025600     END-READ
025700     IF NOT WS-MOVEMENT-EOF
025800         ADD 1 TO WS-MOVES-READ
025900     END-IF.
026000 2100-EXIT.
026100     EXIT.
026200 2200-POST-ONE-MOVEMENT.
026300     IF SM-MOVE-DATE IS NOT NUMERIC
026400         OR SM-MOVE-DATE-N = ZERO
026500         MOVE "BAD MOVEMENT DATE" TO WS-XL-REASON
026600         PERFORM 2900-REJECT-MOVEMENT THRU 2900-EXIT
026700         GO TO 2200-NEXT
026800     END-IF
026810     PERFORM 2250-CHECK-PERIOD THRU 2250-EXIT
026820     IF CAL-SVC-PERIOD-HARD-CLOSED
026830         PERFORM 2260-DIVERT-MOVEMENT THRU 2260-EXIT
026840         GO TO 2200-NEXT
026850     END-IF
026900     EVALUATE TRUE
027000         WHEN SM-RECEIPT
027100             PERFORM 2300-POST-RECEIPT THRU 2300-EXIT
027200         WHEN SM-RELEASE
027300             PERFORM 2500-POST-RELEASE THRU 2500-EXIT
027400         WHEN OTHER
027500             MOVE "UNKNOWN MOVEMENT TYPE" TO WS-XL-REASON
027600             PERFORM 2900-REJECT-MOVEMENT THRU 2900-EXIT
027700     END-EVALUATE.
027800 2200-NEXT.
027900     PERFORM 2100-READ-MOVEMENT THRU 2100-EXIT.
028000 2200-EXIT.
028100     EXIT.
028110*--------------------------------------------------------------
028120* A MOVEMENT DATED INTO A HARD-CLOSED ACCOUNTING PERIOD WOULD
028130* CHANGE STORAGE FINANCE HAS ALREADY BILLED AND REPORTED, SO
028140* IT IS NOT POSTED: IT IS APPENDED TO PRIORADJ FOR FINANCE TO
028150* BOOK AS A PRIOR-PERIOD ADJUSTMENT.
028160*--------------------------------------------------------------
028170 2250-CHECK-PERIOD.
028180     SET CAL-SVC-GET-PERIOD TO TRUE
028190     MOVE SM-MOVE-DATE-N TO CAL-SVC-ARGUMENT
028191     CALL "CALENDAR-SERVICE" USING CALENDAR-SERVICE-REQUEST.
028192 2250-EXIT.
028193     EXIT.
028194 2260-DIVERT-MOVEMENT.
028195     IF NOT WS-ADJUST-OPEN
028196         MOVE SPACES TO WS-ADJUST-STATUS
028197         OPEN EXTEND PRIOR-ADJUSTMENT-FILE
028198         IF NOT WS-ADJUST-OK
028199             OPEN OUTPUT PRIOR-ADJUSTMENT-FILE
028200         END-IF
028201         SET WS-ADJUST-OPEN TO TRUE
028202     END-IF
028203     DIVIDE SM-MOVE-DATE-N BY 100 GIVING PA-PERIOD
028204     MOVE SM-MOVE-DATE-N TO PA-TRANSACTION-DATE
028205     MOVE "STORAGE-LEDGER-POSTING" TO PA-SOURCE-PROGRAM
028206     MOVE "STGMOVE" TO PA-SOURCE-FILE
028207     MOVE SPACES TO PA-COMPANY
028208     MOVE FUNCTION CURRENT-DATE(1:8) TO PA-DIVERTED-DATE
028209     MOVE STORAGE-MOVEMENT-RECORD TO PA-IMAGE
028210     WRITE PJ-RECORD FROM PRIOR-PERIOD-ADJUSTMENT
028211     ADD 1 TO WS-MOVES-DIVERTED
028212     MOVE SM-MOVE-TYPE TO WS-DL-MOVE-TYPE
028213     MOVE SM-CRATE-ID TO WS-DL-CRATE-ID
028214     MOVE SM-MOVE-DATE-N TO WS-DL-DATE
028215     MOVE PA-PERIOD TO WS-DL-PERIOD
028216     WRITE SP-RECORD FROM WS-DIVERT-LINE.
028217 2260-EXIT.
028218     EXIT.
028219*--------------------------------------------------------------
028300* A RECEIPT NEEDS A CUSTOMER, A CRATE ON THE MANIFEST, AND NO
028400* STAY STILL OPEN FOR THE CRATE.
028500*--------------------------------------------------------------
028600 2300-POST-RECEIPT.
028700     IF SM-CUSTOMER-ID = SPACES
028800         MOVE "NO CUSTOMER ON RECEIPT" TO WS-XL-REASON
028900         PERFORM 2900-REJECT-MOVEMENT THRU 2900-EXIT
029000         GO TO 2300-EXIT
029100     END-IF
029200     MOVE ZERO TO WS-MATCH-IX
029300     PERFORM 2310-SCAN-CRATES THRU 2310-EXIT
029400         VARYING WS-CR-IX FROM 1 BY 1
029500         UNTIL WS-CR-IX > WS-CRATE-COUNT
029600            OR WS-MATCH-IX > ZERO
029700     IF WS-MATCH-IX = ZERO
029800         MOVE "CRATE NOT ON CRATEOUT" TO WS-XL-REASON
029900         PERFORM 2900-REJECT-MOVEMENT THRU 2900-EXIT
030000         GO TO 2300-EXIT
030100     END-IF
030200     PERFORM 2400-FIND-OPEN-STAY THRU 2400-EXIT
030300     IF WS-OPEN-STAY-FOUND
030400         MOVE "CRATE ALREADY IN STORE" TO WS-XL-REASON
030500         PERFORM 2900-REJECT-MOVEMENT THRU 2900-EXIT
030600         GO TO 2300-EXIT
030700     END-IF
030800     MOVE SPACES TO STORAGE-LEDGER-RECORD
030900     MOVE SM-CRATE-ID TO SL-CRATE-ID
031000     MOVE SM-MOVE-DATE-N TO SL-RECEIPT-DATE
031100     MOVE SM-CUSTOMER-ID TO SL-CUSTOMER-ID
031200     MOVE SM-ZONE TO SL-ZONE
031300     MOVE WS-CR-VOLUME(WS-MATCH-IX) TO SL-VOLUME
031310     MOVE WS-CR-COMPANY(WS-MATCH-IX) TO SL-COMPANY
031400     MOVE ZERO TO SL-RELEASE-DATE
031500     WRITE STORAGE-LEDGER-RECORD
031600         INVALID KEY
031700             MOVE "DUPLICATE RECEIPT" TO WS-XL-REASON
031800             PERFORM 2900-REJECT-MOVEMENT THRU 2900-EXIT
031900             GO TO 2300-EXIT
032000     END-WRITE
032100     ADD 1 TO WS-RECEIPTS-POSTED
032200     MOVE SL-CRATE-ID TO WS-RL-CRATE-ID
032300     MOVE SL-CUSTOMER-ID TO WS-RL-CUSTOMER-ID
032400     MOVE SL-ZONE TO WS-RL-ZONE
032500     MOVE SL-RECEIPT-DATE TO WS-RL-DATE
032600     MOVE SL-VOLUME TO WS-RL-VOLUME
032610     MOVE SL-COMPANY TO WS-RL-COMPANY
032700     WRITE SP-RECORD FROM WS-RECEIPT-LINE.
032800 2300-EXIT.
032900     EXIT.
033000 2310-SCAN-CRATES.
033100     IF WS-CR-CRATE-ID(WS-CR-IX) = SM-CRATE-ID
033200         MOVE WS-CR-IX TO WS-MATCH-IX
033300     END-IF.
033400 2310-EXIT.
033500     EXIT.
033600*--------------------------------------------------------------
033700* WALK THE CRATE'S STAYS IN KEY ORDER (OLDEST RECEIPT FIRST)
033800* AND STOP ON ONE WITH NO RELEASE DATE. THE LEDGER RECORD
033900* AREA THEN HOLDS THAT STAY, READY FOR REWRITE.
034000*--------------------------------------------------------------
034100 2400-FIND-OPEN-STAY.
034200     MOVE 'N' TO WS-OPEN-STAY-SW
034300     MOVE 'N' TO WS-CRATE-DONE-SW
034400     MOVE SM-CRATE-ID TO SL-CRATE-ID
034500     MOVE ZERO TO SL-RECEIPT-DATE
034600     START STORAGE-LEDGER-FILE KEY IS NOT LESS THAN SL-KEY
034700         INVALID KEY SET WS-CRATE-DONE TO TRUE
034800     END-START
034900     PERFORM 2410-CHECK-ONE-STAY THRU 2410-EXIT
035000         UNTIL WS-CRATE-DONE
035100            OR WS-OPEN-STAY-FOUND.
035200 2400-EXIT.
035300     EXIT.
035400 2410-CHECK-ONE-STAY.
035500     READ STORAGE-LEDGER-FILE NEXT RECORD
035600         AT END SET WS-CRATE-DONE TO TRUE
035700     END-READ
035800     IF WS-CRATE-DONE
035900         GO TO 2410-EXIT
036000     END-IF
036100     IF SL-CRATE-ID NOT = SM-CRATE-ID
036200         SET WS-CRATE-DONE TO TRUE
036300         GO TO 2410-EXIT
036400     END-IF
036500     IF SL-IN-STORE
036600         SET WS-OPEN-STAY-FOUND TO TRUE
036700     END-IF.
036800 2410-EXIT.
036900     EXIT.
037000 2500-POST-RELEASE.
037100     PERFORM 2400-FIND-OPEN-STAY THRU 2400-EXIT
037200     IF NOT WS-OPEN-STAY-FOUND
037300         MOVE "CRATE NOT IN STORE" TO WS-XL-REASON
037400         PERFORM 2900-REJECT-MOVEMENT THRU 2900-EXIT
037500         GO TO 2500-EXIT
037600     END-IF
037700     IF SM-MOVE-DATE-N < SL-RECEIPT-DATE
037800         MOVE "RELEASE BEFORE RECEIPT" TO WS-XL-REASON
037900         PERFORM 2900-REJECT-MOVEMENT THRU 2900-EXIT
038000         GO TO 2500-EXIT
038100     END-IF
038200     MOVE SM-MOVE-DATE-N TO SL-RELEASE-DATE
038300     REWRITE STORAGE-LEDGER-RECORD
038400         INVALID KEY
038500             MOVE "LEDGER REWRITE FAILED" TO WS-XL-REASON
038600             PERFORM 2900-REJECT-MOVEMENT THRU 2900-EXIT
038700             GO TO 2500-EXIT
038800     END-REWRITE
038900     ADD 1 TO WS-RELEASES-POSTED
039000     COMPUTE WS-STAY-DAYS =
039100         FUNCTION INTEGER-OF-DATE(SL-RELEASE-DATE)
039200         - FUNCTION INTEGER-OF-DATE(SL-RECEIPT-DATE)
039300     MOVE SL-CRATE-ID TO WS-LL-CRATE-ID
039400     MOVE SL-CUSTOMER-ID TO WS-LL-CUSTOMER-ID
039500     MOVE SL-ZONE TO WS-LL-ZONE
039600     MOVE SL-RELEASE-DATE TO WS-LL-DATE
039700     MOVE WS-STAY-DAYS TO WS-LL-DAYS
039800     WRITE SP-RECORD FROM WS-RELEASE-LINE.
039900 2500-EXIT.
040000     EXIT.
040100 2900-REJECT-MOVEMENT.
040200     ADD 1 TO WS-MOVES-REJECTED
040300     MOVE SM-MOVE-TYPE TO WS-XL-MOVE-TYPE
040400     MOVE SM-CRATE-ID TO WS-XL-CRATE-ID
040500     MOVE SM-MOVE-DATE TO WS-XL-DATE
040600     WRITE SP-RECORD FROM WS-REJECT-LINE.
040700 2900-EXIT.
040800     EXIT.
040900 9000-TERMINATE.
041000     MOVE WS-MOVES-READ TO WS-TL-READ
041100     MOVE WS-RECEIPTS-POSTED TO WS-TL-RECEIVED
041200     MOVE WS-RELEASES-POSTED TO WS-TL-RELEASED
041300     MOVE WS-MOVES-REJECTED TO WS-TL-REJECTED
041310     MOVE WS-MOVES-DIVERTED TO WS-TL-DIVERTED
041400     WRITE SP-RECORD FROM WS-TOTALS-LINE
041410     IF WS-ADJUST-OPEN
041420         CLOSE PRIOR-ADJUSTMENT-FILE
041430     END-IF
041500     CLOSE POSTING-REPORT-FILE.
041600 9000-EXIT.
041700     EXIT.
041800 END PROGRAM STORAGE-LEDGER-POSTING.
