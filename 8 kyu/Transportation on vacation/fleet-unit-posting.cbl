000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FLEET-UNIT-POSTING.
000300 AUTHOR. RATE-DESK-MAINTENANCE.
000400 INSTALLATION. FLEET-BILLING.
000500 DATE-WRITTEN. 2026-09-17.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-09-17  RDM  INITIAL VERSION - NIGHTLY POSTING OF THE
001000*                    CONVERTED BOOKINGS TO THE FLEETUNT FLEET
001100*                    UNIT MASTER. EACH BOOKING NAMES THE UNIT
001200*                    THE DESK ASSIGNED; ITS BOOKED DAYS ARE
001300*                    ADDED TO THE UNIT'S RENTAL DAYS SINCE LAST
001400*                    SERVICE AND TO ITS LIFETIME DAYS, SO
001500*                    FLEET-MAINT-BATCH CAN TELL WHEN THE UNIT
001600*                    IS DUE IN THE SHOP. A BOOKING AGAINST A
001700*                    UNIT NOT ON THE MASTER GOES TO FLTPEXC;
001800*                    OLD-FORMAT LINES WITHOUT A UNIT ARE
001900*                    COUNTED AND PASSED OVER. COUNTS, AND THE
002000*                    UNITS THIS POSTING TOOK PAST THEIR
002100*                    SERVICE INTERVAL, GO TO FLTPRPT.
002200*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT BOOKING-INPUT-FILE ASSIGN TO "BOOKINGS"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-BOOKING-STATUS.
003000     SELECT FLEET-UNIT-FILE ASSIGN TO "FLEETUNT"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS FU-UNIT-ID
003400         FILE STATUS IS WS-UNIT-STATUS.
003500     SELECT POSTING-EXCEPTION-FILE ASSIGN TO "FLTPEXC"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-EXCEPT-STATUS.
003800     SELECT POSTING-REPORT-FILE ASSIGN TO "FLTPRPT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-REPORT-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  BOOKING-INPUT-FILE.
004400 COPY BOOKREC.
004500 FD  FLEET-UNIT-FILE.
004600 COPY FLTUNIT.
004700 FD  POSTING-EXCEPTION-FILE.
004800 01  PX-RECORD                   PIC X(80).
004900 FD  POSTING-REPORT-FILE.
005000 01  PR-RECORD                   PIC X(80).
005100 WORKING-STORAGE SECTION.
005200 77  WS-BOOKING-STATUS           PIC X(02)       VALUE SPACES.
005300     88  WS-BOOKING-OK                           VALUE '00'.
005400     88  WS-BOOKING-EOF                          VALUE '10'.
005500 77  WS-UNIT-STATUS              PIC X(02)       VALUE SPACES.
005600     88  WS-UNIT-OK                              VALUE '00'.
005700 77  WS-EXCEPT-STATUS            PIC X(02)       VALUE SPACES.
005800     88  WS-EXCEPT-OK                            VALUE '00'.
005900 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
006000     88  WS-REPORT-OK                            VALUE '00'.
006100 77  WS-MASTER-OPEN-SW           PIC X(01)       VALUE 'N'.
006200     88  WS-MASTER-OPEN                          VALUE 'Y'.
006300 77  WS-BOOKING-OPEN-SW          PIC X(01)       VALUE 'N'.
006400     88  WS-BOOKING-OPEN                         VALUE 'Y'.
006500 77  WS-BOOKINGS-READ            PIC 9(07)       VALUE ZERO.
006600 77  WS-BOOKINGS-POSTED          PIC 9(07)       VALUE ZERO.
006700 77  WS-BOOKINGS-NO-UNIT         PIC 9(07)       VALUE ZERO.
006800 77  WS-BOOKINGS-REJECTED        PIC 9(07)       VALUE ZERO.
006900 77  WS-UNITS-NOW-DUE            PIC 9(07)       VALUE ZERO.
007000 77  WS-DAYS-BEFORE              PIC 9(05)       VALUE ZERO.
007100 77  WS-DAYS-POSTED              PIC 9(09)       VALUE ZERO.
007200 01  WS-EXCEPTION-LINE.
007300     05  FILLER                  PIC X(08)       VALUE
007400             "BOOKING ".
007500     05  WS-EX-BOOKING-ID        PIC X(10).
007600     05  FILLER                  PIC X(06)       VALUE
007700             " UNIT=".
007800     05  WS-EX-UNIT-ID           PIC X(08).
007900     05  FILLER                  PIC X(08)       VALUE
008000             " REASON=".
008100     05  WS-EX-REASON            PIC X(20).
008200 01  WS-DUE-LINE.
008300     05  FILLER                  PIC X(14)       VALUE
008400             "NOW DUE  UNIT ".
008500     05  WS-DL-UNIT-ID           PIC X(08).
008600     05  FILLER                  PIC X(07)       VALUE
008700             " CLASS=".
008800     05  WS-DL-CLASS             PIC X(04).
008900     05  FILLER                  PIC X(06)       VALUE
009000             " DAYS=".
009100     05  WS-DL-DAYS              PIC Z(04)9.
009200     05  FILLER                  PIC X(10)       VALUE
009300             " INTERVAL=".
009400     05  WS-DL-INTERVAL          PIC Z(04)9.
009500 01  WS-COUNT-LINE.
009600     05  WS-CL-LABEL             PIC X(24).
009700     05  WS-CL-COUNT             PIC Z(08)9.
009800 PROCEDURE DIVISION.
009900 0000-MAINLINE.
010000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010100     PERFORM 2000-POST-ONE-BOOKING THRU 2000-EXIT
010200         UNTIL WS-BOOKING-EOF.
010300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010400     STOP RUN.
010500 0000-EXIT.
010600     EXIT.
010700 1000-INITIALIZE.
010800     OPEN OUTPUT POSTING-EXCEPTION-FILE
010900     OPEN OUTPUT POSTING-REPORT-FILE
011000     MOVE "FLEET UNIT POSTING FROM CONVERTED BOOKINGS"
011100         TO PR-RECORD
011200     WRITE PR-RECORD
011300     OPEN I-O FLEET-UNIT-FILE
011400     IF NOT WS-UNIT-OK
011500         MOVE "FLEETUNT NOT AVAILABLE - NOTHING POSTED"
011600             TO PR-RECORD
011700         WRITE PR-RECORD
011800         SET WS-BOOKING-EOF TO TRUE
011900         GO TO 1000-EXIT
012000     END-IF
012100     SET WS-MASTER-OPEN TO TRUE
012200     OPEN INPUT BOOKING-INPUT-FILE
012300     IF NOT WS-BOOKING-OK
012400         SET WS-BOOKING-EOF TO TRUE
012500         GO TO 1000-EXIT
012600     END-IF
012700     SET WS-BOOKING-OPEN TO TRUE
012800     PERFORM 1100-READ-BOOKING THRU 1100-EXIT.
012900 1000-EXIT.
013000     EXIT.
013100 1100-READ-BOOKING.
013200     READ BOOKING-INPUT-FILE
013300         AT END SET WS-BOOKING-EOF TO TRUE
013400     END-READ
013500     IF NOT WS-BOOKING-EOF
013600         ADD 1 TO WS-BOOKINGS-READ
013700     END-IF.
013800 1100-EXIT.
013900     EXIT.
014000*--------------------------------------------------------------
014100* ONE BOOKING: READ THE UNIT BY KEY, ADD THE BOOKED DAYS, AND
014200* REWRITE. A UNIT THAT CROSSES ITS SERVICE INTERVAL ON THIS
014300* POSTING IS LISTED SO THE DESK SEES IT BEFORE THE MAINTENANCE
014400* RUN PULLS IT FROM AVAILABILITY.
014500*--------------------------------------------------------------
014600 2000-POST-ONE-BOOKING.
014700     IF BK-UNIT-ID = SPACES
014800         OR BK-BOOKED-DAYS IS NOT NUMERIC
014900         ADD 1 TO WS-BOOKINGS-NO-UNIT
015000         GO TO 2090-NEXT
015100     END-IF
015200     MOVE BK-UNIT-ID TO FU-UNIT-ID
015300     READ FLEET-UNIT-FILE
015400         INVALID KEY
015500             MOVE "UNIT NOT ON MASTER" TO WS-EX-REASON
015600             PERFORM 2900-REJECT-BOOKING THRU 2900-EXIT
015700             GO TO 2090-NEXT
015800     END-READ
015900     IF FU-CLASS NOT = BK-RENTAL-CLASS
016000         MOVE "CLASS DIFFERS" TO WS-EX-REASON
016100         PERFORM 2900-REJECT-BOOKING THRU 2900-EXIT
016200         GO TO 2090-NEXT
016300     END-IF
016400     MOVE FU-DAYS-SINCE-SERVICE TO WS-DAYS-BEFORE
016500     ADD BK-BOOKED-DAYS TO FU-DAYS-SINCE-SERVICE
016600     ADD BK-BOOKED-DAYS TO FU-TOTAL-RENTAL-DAYS
016700     ADD BK-BOOKED-DAYS TO WS-DAYS-POSTED
016800     IF BK-PICKUP-DATE IS NUMERIC
016900         AND BK-PICKUP-DATE > FU-LAST-BOOKING-DATE
017000         MOVE BK-PICKUP-DATE TO FU-LAST-BOOKING-DATE
017100     END-IF
017200     REWRITE FLEET-UNIT-RECORD
017300     ADD 1 TO WS-BOOKINGS-POSTED
017400     IF WS-DAYS-BEFORE < FU-SERVICE-INTERVAL
017500         AND FU-DAYS-SINCE-SERVICE >= FU-SERVICE-INTERVAL
017600         MOVE FU-UNIT-ID TO WS-DL-UNIT-ID
017700         MOVE FU-CLASS TO WS-DL-CLASS
017800         MOVE FU-DAYS-SINCE-SERVICE TO WS-DL-DAYS
017900         MOVE FU-SERVICE-INTERVAL TO WS-DL-INTERVAL
018000         WRITE PR-RECORD FROM WS-DUE-LINE
018100         ADD 1 TO WS-UNITS-NOW-DUE
018200     END-IF.
018300 2090-NEXT.
018400     PERFORM 1100-READ-BOOKING THRU 1100-EXIT.
018500 2000-EXIT.
018600     EXIT.
018700 2900-REJECT-BOOKING.
018800     MOVE BK-BOOKING-ID TO WS-EX-BOOKING-ID
018900     MOVE BK-UNIT-ID TO WS-EX-UNIT-ID
019000     WRITE PX-RECORD FROM WS-EXCEPTION-LINE
019100     ADD 1 TO WS-BOOKINGS-REJECTED.
019200 2900-EXIT.
019300     EXIT.
019400 9000-TERMINATE.
019500     MOVE "BOOKINGS READ" TO WS-CL-LABEL
019600     MOVE WS-BOOKINGS-READ TO WS-CL-COUNT
019700     WRITE PR-RECORD FROM WS-COUNT-LINE
019800     MOVE "BOOKINGS POSTED" TO WS-CL-LABEL
019900     MOVE WS-BOOKINGS-POSTED TO WS-CL-COUNT
020000     WRITE PR-RECORD FROM WS-COUNT-LINE
020100     MOVE "RENTAL DAYS POSTED" TO WS-CL-LABEL
020200     MOVE WS-DAYS-POSTED TO WS-CL-COUNT
020300     WRITE PR-RECORD FROM WS-COUNT-LINE
020400     MOVE "BOOKINGS WITHOUT UNIT" TO WS-CL-LABEL
020500     MOVE WS-BOOKINGS-NO-UNIT TO WS-CL-COUNT
020600     WRITE PR-RECORD FROM WS-COUNT-LINE
020700     MOVE "BOOKINGS REJECTED" TO WS-CL-LABEL
020800     MOVE WS-BOOKINGS-REJECTED TO WS-CL-COUNT
020900     WRITE PR-RECORD FROM WS-COUNT-LINE
021000     MOVE "UNITS NOW DUE SERVICE" TO WS-CL-LABEL
021100     MOVE WS-UNITS-NOW-DUE TO WS-CL-COUNT
021200     WRITE PR-RECORD FROM WS-COUNT-LINE
021300     IF WS-MASTER-OPEN
021400         CLOSE FLEET-UNIT-FILE
021500     END-IF
021600     IF WS-BOOKING-OPEN
021700         CLOSE BOOKING-INPUT-FILE
021800     END-IF
021900     CLOSE POSTING-EXCEPTION-FILE
022000     CLOSE POSTING-REPORT-FILE.
022100 9000-EXIT.
022200     EXIT.
022300 END PROGRAM FLEET-UNIT-POSTING.
