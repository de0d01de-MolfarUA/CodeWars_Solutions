002110*   2026-09-03  PRC  DROPPED AN UNUSED PER-VENDOR STREAK
002120*                    WORK BYTE LEFT OVER FROM AN EARLIER
002130*                    DRAFT OF THE STREAK DERIVATION.
002138*   2026-09-17  PRC  AWARDS UNDER BID PROTEST. AN AWARD HELD
002146*                    ON AWDHOLD, OR DISQUALIFIED BY AN UPHELD
002154*                    PROTEST, IS TAKEN BACK OUT OF ITS VENDOR'S
002162*                    AWARDS AND AMOUNT (AND THE WINDOW TOTAL)
002170*                    WHEN ITS AWARD DATE FALLS IN THE WINDOW.
002178*                    THE AWARDS STILL HELD ARE LISTED IN THEIR
002186*                    OWN SECTION AFTER THE VENDOR LINES.
002200*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003300     SELECT WIN-REPORT-FILE ASSIGN TO "VENDWRPT"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-REPORT-STATUS.
003510     SELECT AWARD-HOLD-FILE ASSIGN TO "AWDHOLD"
003520         ORGANIZATION IS INDEXED
003530         ACCESS MODE IS DYNAMIC
003540         RECORD KEY IS AH-BID-ID
003550         FILE STATUS IS WS-HOLD-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  WINDOW-CONTROL-FILE.
005500     05  VH-AWARD-AMOUNT         PIC 9(12).
005600 FD  WIN-REPORT-FILE.
005700 01  WR-RECORD                   PIC X(80).
005710 FD  AWARD-HOLD-FILE.
005720 COPY AWDHOLD.
005800 WORKING-STORAGE SECTION.
005900 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
006000     88  WS-CONTROL-OK                           VALUE '00'.
006300     88  WS-HISTORY-EOF                          VALUE '10'.
006400 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
006500     88  WS-REPORT-OK                            VALUE '00'.
006510 77  WS-HOLD-STATUS              PIC X(02)       VALUE SPACES.
006520     88  WS-HOLD-OK                              VALUE '00'.
006530 77  WS-WALK-DONE-SW             PIC X(01)       VALUE 'N'.
006540     88  WS-WALK-DONE                            VALUE 'Y'.
006550 77  WS-HELD-COUNT               PIC 9(05)       VALUE ZERO COMP.
006560 77  WS-HELD-AMOUNT              PIC 9(14)       VALUE ZERO.
006600 77  WS-VENDOR-COUNT             PIC 9(03)       VALUE ZERO COMP.
006700 77  WS-VENDOR-MAX               PIC 9(03)       VALUE 100 COMP.
006800 77  WS-VE-IX                    PIC 9(03)       VALUE ZERO COMP.
009800     05  WS-VL-STREAK            PIC Z(02)9.
009900     05  FILLER                  PIC X(02)       VALUE SPACES.
010000     05  WS-VL-FLAG              PIC X(07).
010004 01  WS-HELD-HEADER              PIC X(40)       VALUE
010008         "AWARDS HELD UNDER PROTEST".
010012 01  WS-HELD-LINE.
010016     05  WS-HL-BID-ID            PIC X(10).
010020     05  FILLER                  PIC X(08)       VALUE
010024             " VENDOR ".
010028     05  WS-HL-VENDOR-ID         PIC X(08).
010032     05  FILLER                  PIC X(08)       VALUE
010036             " AMOUNT ".
010040     05  WS-HL-AMOUNT            PIC Z(09)9.
010044     05  FILLER                  PIC X(09)       VALUE
010048             " PROTEST ".
010052     05  WS-HL-PROTEST           PIC X(08).
010056     05  FILLER                  PIC X(07)       VALUE
010060             " FILED ".
010064     05  WS-HL-FILED             PIC 9(08).
010068 01  WS-HELD-TOTAL-LINE.
010072     05  FILLER                  PIC X(12)       VALUE
010076             "HELD AWARDS ".
010080     05  WS-HT-COUNT             PIC Z(04)9.
010084     05  FILLER                  PIC X(05)       VALUE " AMT ".
010088     05  WS-HT-AMOUNT            PIC Z(12)9.
010100 PROCEDURE DIVISION.
010200 0000-MAINLINE.
010300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010400     PERFORM 2000-ACCUMULATE-WINDOW THRU 2000-EXIT.
010410     PERFORM 2500-BACK-OUT-HOLDS THRU 2500-EXIT.
010500     PERFORM 3000-WRITE-REPORT THRU 3000-EXIT.
010510     PERFORM 4000-WRITE-HELD-AWARDS THRU 4000-EXIT.
010600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010700     STOP RUN.
010800 0000-EXIT.
018900     END-IF.
019000 2310-EXIT.
019100     EXIT.
019101*--------------------------------------------------------------
019102* VENDHIST TOOK EVERY AWARD WHEN THE ROUND POSTED. ONE HELD
019103* UNDER PROTEST OR DISQUALIFIED SINCE IS BACKED OUT HERE SO IT
019104* DOES NOT COUNT TOWARD THE WIN RATE OR THE CONCENTRATION
019105* SHARE; A DENIED OR WITHDRAWN PROTEST LETS IT COUNT AGAIN.
019106*--------------------------------------------------------------
019107 2500-BACK-OUT-HOLDS.
019108     OPEN INPUT AWARD-HOLD-FILE
019109     IF NOT WS-HOLD-OK
019110         GO TO 2500-EXIT
019111     END-IF
019112     MOVE LOW-VALUES TO AH-BID-ID
019113     START AWARD-HOLD-FILE KEY IS NOT LESS THAN AH-BID-ID
019114         INVALID KEY SET WS-WALK-DONE TO TRUE
019115     END-START
019116     PERFORM 2600-BACK-OUT-ONE-HOLD THRU 2600-EXIT
019117         UNTIL WS-WALK-DONE
019118     CLOSE AWARD-HOLD-FILE.
019119 2500-EXIT.
019120     EXIT.
019121 2600-BACK-OUT-ONE-HOLD.
019122     READ AWARD-HOLD-FILE NEXT RECORD
019123         AT END SET WS-WALK-DONE TO TRUE
019124                GO TO 2600-EXIT
019125     END-READ
019126     IF NOT AH-HELD AND NOT AH-UPHELD
019127         GO TO 2600-EXIT
019128     END-IF
019129     IF AH-AWARD-DATE < WC-FROM-DATE
019130         OR AH-AWARD-DATE > WC-TO-DATE
019131         GO TO 2600-EXIT
019132     END-IF
019133     MOVE ZERO TO WS-MATCH-IX
019134     PERFORM 2610-SCAN-HOLD-VENDOR THRU 2610-EXIT
019135         VARYING WS-VE-IX FROM 1 BY 1
019136         UNTIL WS-VE-IX > WS-VENDOR-COUNT
019137            OR WS-MATCH-IX > ZERO
019138     IF WS-MATCH-IX = ZERO
019139         GO TO 2600-EXIT
019140     END-IF
019141     IF WS-VE-AWARDS(WS-MATCH-IX) > ZERO
019142         SUBTRACT 1 FROM WS-VE-AWARDS(WS-MATCH-IX)
019143     END-IF
019144     IF WS-VE-AMOUNT(WS-MATCH-IX) >= AH-AWARD-AMOUNT
019145         SUBTRACT AH-AWARD-AMOUNT FROM WS-VE-AMOUNT(WS-MATCH-IX)
019146         SUBTRACT AH-AWARD-AMOUNT FROM WS-GRAND-AMOUNT
019147     END-IF.
019148 2600-EXIT.
019149     EXIT.
019150 2610-SCAN-HOLD-VENDOR.
019151     IF WS-VE-VENDOR-ID(WS-VE-IX) = AH-VENDOR-ID
019152         MOVE WS-VE-IX TO WS-MATCH-IX
019153     END-IF.
019154 2610-EXIT.
019155     EXIT.
019200 3000-WRITE-REPORT.
019300     PERFORM 3100-WRITE-ONE-VENDOR THRU 3100-EXIT
019400         VARYING WS-VE-IX FROM 1 BY 1
022100     WRITE WR-RECORD FROM WS-VENDOR-LINE.
022200 3100-EXIT.
022300     EXIT.
022302*--------------------------------------------------------------
022304* EVERY AWARD STILL AWAITING A PROTEST RESOLUTION, WHATEVER
022306* ITS AWARD DATE.
022308*--------------------------------------------------------------
022310 4000-WRITE-HELD-AWARDS.
022312     WRITE WR-RECORD FROM WS-HELD-HEADER
022314     OPEN INPUT AWARD-HOLD-FILE
022316     IF NOT WS-HOLD-OK
022318         GO TO 4000-WRITE-TOTAL
022320     END-IF
022322     MOVE 'N' TO WS-WALK-DONE-SW
022324     MOVE LOW-VALUES TO AH-BID-ID
022326     START AWARD-HOLD-FILE KEY IS NOT LESS THAN AH-BID-ID
022328         INVALID KEY SET WS-WALK-DONE TO TRUE
022330     END-START
022332     PERFORM 4100-WRITE-ONE-HELD THRU 4100-EXIT
022334         UNTIL WS-WALK-DONE
022336     CLOSE AWARD-HOLD-FILE.
022338 4000-WRITE-TOTAL.
022340     MOVE WS-HELD-COUNT TO WS-HT-COUNT
022342     MOVE WS-HELD-AMOUNT TO WS-HT-AMOUNT
022344     WRITE WR-RECORD FROM WS-HELD-TOTAL-LINE.
022346 4000-EXIT.
022348     EXIT.
022350 4100-WRITE-ONE-HELD.
022352     READ AWARD-HOLD-FILE NEXT RECORD
022354         AT END SET WS-WALK-DONE TO TRUE
022356                GO TO 4100-EXIT
022358     END-READ
022360     IF NOT AH-HELD
022362         GO TO 4100-EXIT
022364     END-IF
022366     ADD 1 TO WS-HELD-COUNT
022368     ADD AH-AWARD-AMOUNT TO WS-HELD-AMOUNT
022370     MOVE AH-BID-ID TO WS-HL-BID-ID
022372     MOVE AH-VENDOR-ID TO WS-HL-VENDOR-ID
022374     MOVE AH-AWARD-AMOUNT TO WS-HL-AMOUNT
022376     MOVE AH-PROTEST-ID TO WS-HL-PROTEST
022378     MOVE AH-FILED-DATE TO WS-HL-FILED
022380     WRITE WR-RECORD FROM WS-HELD-LINE.
022382 4100-EXIT.
022384     EXIT.
022400 9000-TERMINATE.
022500     CLOSE WIN-REPORT-FILE.
022600 9000-EXIT.
