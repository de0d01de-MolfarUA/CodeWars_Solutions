000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FX-RATE-SERVICE.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  BJC  INITIAL VERSION - CALLABLE CURRENCY
001000*                    CONVERSION OVER THE FXRATE DAILY
001100*                    EXCHANGE-RATE TABLE, FOR THE RENTAL,
001200*                    FREIGHT, AND STORAGE PROGRAMS THAT NOW
001300*                    PRICE IN A CUSTOMER'S OR CARRIER'S OWN
001400*                    CURRENCY. FXRATE IS LOADED ON THE FIRST
001500*                    CALL OF THE RUN UNIT AND HELD; EACH CALL
001600*                    CONVERTS ONE AMOUNT AT THE LATEST RATE
001700*                    DATED ON OR BEFORE THE CALLER'S AS-OF
001800*                    DATE AND RETURNS THE RATE AND RATE DATE
001900*                    USED, SO EVERY DOCUMENT CAN SHOW THEM. THE
002000*                    BASE CURRENCY IS HELD HERE AND NOWHERE
002100*                    ELSE.
002200*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-RATE-STATUS.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  FX-RATE-FILE.
003300 COPY FXRATE.
003400 WORKING-STORAGE SECTION.
003500 77  WS-RATE-STATUS              PIC X(02)       VALUE SPACES.
003600     88  WS-RATE-OK                              VALUE '00'.
003700     88  WS-RATE-EOF                             VALUE '10'.
003800 77  WS-LOAD-STATE               PIC X(01)       VALUE 'N'.
003900     88  WS-LOAD-TRIED                           VALUE 'Y'.
004000 77  WS-BASE-CURRENCY            PIC X(03)       VALUE "USD".
004100 77  WS-RATE-COUNT               PIC 9(04)       VALUE ZERO COMP.
004200 77  WS-RATE-MAX                 PIC 9(04)       VALUE 3000 COMP.
004300 77  WS-RT-IX                    PIC 9(04)       VALUE ZERO COMP.
004400 77  WS-BEST-IX                  PIC 9(04)       VALUE ZERO COMP.
004500 01  WS-RATE-TABLE.
004600     05  WS-RT-ENTRY OCCURS 3000.
004700         10  WS-RT-CURRENCY      PIC X(03).
004800         10  WS-RT-DATE          PIC 9(08).
004900         10  WS-RT-RATE          PIC 9(05)V9(06).
005000 LINKAGE SECTION.
005100 COPY FXLKP.
005200 PROCEDURE DIVISION USING FX-RATE-REQUEST.
005300 0000-MAINLINE.
005400     IF NOT WS-LOAD-TRIED
005500         PERFORM 1000-LOAD-RATES THRU 1000-EXIT
005600     END-IF
005700     MOVE WS-BASE-CURRENCY TO FXL-BASE-CURRENCY
005800     IF FXL-CURRENCY = SPACES
005900         OR FXL-CURRENCY = WS-BASE-CURRENCY
006000         MOVE 1 TO FXL-RATE
006100         MOVE FXL-AS-OF-DATE TO FXL-RATE-DATE
006200         SET FXL-FOUND TO TRUE
006300         PERFORM 3000-CONVERT THRU 3000-EXIT
006400         GOBACK
006500     END-IF
006600     MOVE ZERO TO WS-BEST-IX
006700     PERFORM 2000-CHECK-ONE-RATE THRU 2000-EXIT
006800         VARYING WS-RT-IX FROM 1 BY 1
006900         UNTIL WS-RT-IX > WS-RATE-COUNT
007000     IF WS-BEST-IX = ZERO
007100         MOVE ZERO TO FXL-RATE
007200         MOVE ZERO TO FXL-RATE-DATE
007300         SET FXL-NOT-FOUND TO TRUE
007400     ELSE
007500         MOVE WS-RT-RATE(WS-BEST-IX) TO FXL-RATE
007600         MOVE WS-RT-DATE(WS-BEST-IX) TO FXL-RATE-DATE
007700         SET FXL-FOUND TO TRUE
007800     END-IF
007900     PERFORM 3000-CONVERT THRU 3000-EXIT
008000     GOBACK.
008100 0000-EXIT.
008200     EXIT.
008300 1000-LOAD-RATES.
008400     MOVE 'Y' TO WS-LOAD-STATE
008500     OPEN INPUT FX-RATE-FILE
008600     IF NOT WS-RATE-OK
008700         GO TO 1000-EXIT
008800     END-IF
008900     PERFORM 1100-READ-RATE THRU 1100-EXIT
009000     PERFORM 1200-STORE-ONE-RATE THRU 1200-EXIT
009100         UNTIL WS-RATE-EOF
009200            OR WS-RATE-COUNT >= WS-RATE-MAX
009300     CLOSE FX-RATE-FILE.
009400 1000-EXIT.
009500     EXIT.
009600 1100-READ-RATE.
009700     READ FX-RATE-FILE
009800         AT END SET WS-RATE-EOF TO TRUE
009900     END-READ.
010000 1100-EXIT.
010100     EXIT.
010200 1200-STORE-ONE-RATE.
010300     IF FX-CURRENCY(1:1) = '*'
010400         OR FX-CURRENCY = SPACES
010500         OR FX-RATE-DATE NOT NUMERIC
010600         OR FX-BASE-PER-UNIT NOT NUMERIC
010700         OR FX-BASE-PER-UNIT = ZERO
010800         GO TO 1200-NEXT
010900     END-IF
011000     ADD 1 TO WS-RATE-COUNT
011100     MOVE FX-CURRENCY TO WS-RT-CURRENCY(WS-RATE-COUNT)
011200     MOVE FX-RATE-DATE TO WS-RT-DATE(WS-RATE-COUNT)
011300     MOVE FX-BASE-PER-UNIT TO WS-RT-RATE(WS-RATE-COUNT).
011400 1200-NEXT.
011500     PERFORM 1100-READ-RATE THRU 1100-EXIT.
011600 1200-EXIT.
011700     EXIT.
011800*--------------------------------------------------------------
011900* KEEP THE LATEST ROW FOR THE CURRENCY NOT DATED AFTER THE
012000* AS-OF DATE. A LATER DUPLICATE FOR THE SAME DATE REPLACES AN
012100* EARLIER ONE, SO A CORRECTED RATE CAN SIMPLY BE ADDED.
012200*--------------------------------------------------------------
012300 2000-CHECK-ONE-RATE.
012400     IF WS-RT-CURRENCY(WS-RT-IX) NOT = FXL-CURRENCY
012500         OR WS-RT-DATE(WS-RT-IX) > FXL-AS-OF-DATE
012600         GO TO 2000-EXIT
012700     END-IF
012800     IF WS-BEST-IX = ZERO
012900         MOVE WS-RT-IX TO WS-BEST-IX
013000         GO TO 2000-EXIT
013100     END-IF
013200     IF WS-RT-DATE(WS-RT-IX) >= WS-RT-DATE(WS-BEST-IX)
013300         MOVE WS-RT-IX TO WS-BEST-IX
013400     END-IF.
013500 2000-EXIT.
013600     EXIT.
013700 3000-CONVERT.
013800     IF FXL-NOT-FOUND
013900         IF FXL-TO-FOREIGN
014000             MOVE ZERO TO FXL-FOREIGN-AMOUNT
014100         ELSE
014200             MOVE ZERO TO FXL-BASE-AMOUNT
014300         END-IF
014400         GO TO 3000-EXIT
014500     END-IF
014600     IF FXL-TO-FOREIGN
014700         COMPUTE FXL-FOREIGN-AMOUNT ROUNDED =
014800             FXL-BASE-AMOUNT / FXL-RATE
014900     ELSE
015000         COMPUTE FXL-BASE-AMOUNT ROUNDED =
015100             FXL-FOREIGN-AMOUNT * FXL-RATE
015200     END-IF.
015300 3000-EXIT.
015400     EXIT.
015500 END PROGRAM FX-RATE-SERVICE.
