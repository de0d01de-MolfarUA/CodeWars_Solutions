002200*                    ACCOUNT TOTAL. LINES LOGGED WITH NO
002300*                    ACCOUNT BILL TO THE UNASSIGNED SECTION SO
002400*                    NOTHING CONSUMED GOES UNREPORTED.
002410*   2026-10-15  BJC  STATEMENTS BY COMPANY. THE OPTIONAL CHGACCT
002420*                    CARDS NAME THE COMPANY EACH ACCOUNT CODE
002430*                    BILLS TO; AN ACCOUNT NOT LISTED (AND THE
002440*                    UNASSIGNED SECTION) BILLS TO THE PARENT
002450*                    COMPANY. CHGSTMT GIVES EACH COMPANY ITS
002460*                    ACCOUNT SECTIONS AND A COMPANY TOTAL, THEN A
002470*                    CONSOLIDATED PAGE OF COMPANY TOTALS AND THE
002480*                    GRAND TOTAL.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003600     SELECT CHARGE-RATE-FILE ASSIGN TO "CHGRATES"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-RATE-STATUS.
003810     SELECT ACCOUNT-COMPANY-FILE ASSIGN TO "CHGACCT"
003820         ORGANIZATION IS LINE SEQUENTIAL
003830         FILE STATUS IS WS-ACCOUNT-STATUS.
003900     SELECT STATEMENT-FILE ASSIGN TO "CHGSTMT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-STMT-STATUS.
005300     05  CR-RATE-PER-CALL        PIC 9(05)V99.
005400     05  FILLER                  PIC X(01).
005500     05  CR-RATE-PER-SECOND      PIC 9(05)V99.
005510 FD  ACCOUNT-COMPANY-FILE.
005520 01  ACCOUNT-COMPANY-RECORD.
005530     05  CA-ACCOUNT-CODE         PIC X(04).
005540     05  FILLER                  PIC X(01).
005550     05  CA-COMPANY              PIC X(02).
005600 FD  STATEMENT-FILE.
005700 01  ST-RECORD                   PIC X(80).
005800 WORKING-STORAGE SECTION.
006600     88  WS-RATE-EOF                             VALUE '10'.
006700 77  WS-STMT-STATUS              PIC X(02)       VALUE SPACES.
006800     88  WS-STMT-OK                              VALUE '00'.
006810 77  WS-ACCOUNT-STATUS           PIC X(02)       VALUE SPACES.
006820     88  WS-ACCOUNT-OK                           VALUE '00'.
006830     88  WS-ACCOUNT-EOF                          VALUE '10'.
006840 77  WS-MAP-COUNT                PIC 9(03)       VALUE ZERO COMP.
006850 77  WS-MAP-MAX                  PIC 9(03)       VALUE 200 COMP.
006860 77  WS-MAP-IX                   PIC 9(03)       VALUE ZERO COMP.
006870 77  WS-COMPANY-COUNT            PIC 9(03)       VALUE ZERO COMP.
006880 77  WS-COMPANY-MAX              PIC 9(03)       VALUE 10 COMP.
006890 77  WS-CO-IX                    PIC 9(03)       VALUE ZERO COMP.
006900 77  WS-USAGE-COUNT              PIC 9(03)       VALUE ZERO COMP.
007000 77  WS-USAGE-MAX                PIC 9(03)       VALUE 400 COMP.
007100 77  WS-RATE-COUNT               PIC 9(03)       VALUE ZERO COMP.
007900 77  WS-CYCLE-MONTH-X            PIC X(06)       VALUE SPACES.
008000 77  WS-LINE-COST                PIC 9(09)V99    VALUE ZERO.
008100 77  WS-ACCOUNT-TOTAL            PIC 9(09)V99    VALUE ZERO.
008110 77  WS-LINE-COMPANY             PIC X(02)       VALUE SPACES.
008120 77  WS-ALL-TOTAL                PIC 9(11)V99    VALUE ZERO.
008200 01  WS-USAGE-TABLE.
008300     05  WS-USAGE-ENTRY OCCURS 400.
008310         10  WS-US-COMPANY       PIC X(02).
008400         10  WS-US-ACCOUNT       PIC X(04).
008500         10  WS-US-PROGRAM-ID    PIC X(08).
008600         10  WS-US-INVOCATIONS   PIC 9(09).
009100         10  WS-RT-PROGRAM-ID    PIC X(08).
009200         10  WS-RT-PER-CALL      PIC 9(05)V99.
009300         10  WS-RT-PER-SECOND    PIC 9(05)V99.
009310 01  WS-ACCOUNT-MAP-TABLE.
009320     05  WS-AM-ENTRY OCCURS 200.
009330         10  WS-AM-ACCOUNT       PIC X(04).
009340         10  WS-AM-COMPANY       PIC X(02).
009350 01  WS-COMPANY-TABLE.
009360     05  WS-CO-ENTRY OCCURS 10.
009370         10  WS-CO-COMPANY       PIC X(02).
009380         10  WS-CO-TOTAL         PIC 9(11)V99.
009400 01  WS-REPORT-HEADER.
009500     05  FILLER                  PIC X(31)       VALUE
009600             "CHARGEBACK STATEMENTS FOR MONTH".
011500             "ACCOUNT TOTAL ".
011600     05  FILLER                  PIC X(37)       VALUE SPACES.
011700     05  WS-TL-COST              PIC Z(08)9.99.
011710 01  WS-COMPANY-HEADER.
011715     05  FILLER                  PIC X(08)       VALUE
011720             "COMPANY ".
011725     05  WS-CH-COMPANY           PIC X(02).
011730 01  WS-CONSOLIDATED-HEADER.
011735     05  FILLER                  PIC X(28)       VALUE
011740             "CONSOLIDATED - ALL COMPANIES".
011745 01  WS-COMPANY-TOTAL-LINE.
011750     05  FILLER                  PIC X(02)       VALUE SPACES.
011755     05  WS-CT-LABEL             PIC X(08).
011760     05  WS-CT-COMPANY           PIC X(02).
011765     05  FILLER                  PIC X(06)       VALUE
011770             " TOTAL".
011775     05  FILLER                  PIC X(35)       VALUE SPACES.
011780     05  WS-CT-COST              PIC Z(08)9.99.
011785 COPY COMPANY.
011800 PROCEDURE DIVISION.
011900 0000-MAINLINE.
012000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012100     PERFORM 2000-LOAD-RATE-TABLE THRU 2000-EXIT.
012110     PERFORM 2500-LOAD-ACCOUNT-MAP THRU 2500-EXIT.
012200     PERFORM 3000-ACCUMULATE-HISTORY THRU 3000-EXIT.
012300     PERFORM 4000-WRITE-STATEMENTS THRU 4000-EXIT.
012400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016300     PERFORM 2100-READ-RATE THRU 2100-EXIT.
016400 2200-EXIT.
016500     EXIT.
016510*--------------------------------------------------------------
016520* CHGACCT IS OPTIONAL; WITHOUT IT EVERY ACCOUNT BILLS TO THE
016530* PARENT COMPANY.
016540*--------------------------------------------------------------
016550 2500-LOAD-ACCOUNT-MAP.
016552     OPEN INPUT ACCOUNT-COMPANY-FILE
016554     IF NOT WS-ACCOUNT-OK
016556         GO TO 2500-EXIT
016558     END-IF
016560     PERFORM 2510-READ-ACCOUNT THRU 2510-EXIT
016562     PERFORM 2520-STORE-ONE-ACCOUNT THRU 2520-EXIT
016564         UNTIL WS-ACCOUNT-EOF
016566            OR WS-MAP-COUNT >= WS-MAP-MAX
016568     CLOSE ACCOUNT-COMPANY-FILE.
016570 2500-EXIT.
016572     EXIT.
016574 2510-READ-ACCOUNT.
016576     READ ACCOUNT-COMPANY-FILE
016578         AT END SET WS-ACCOUNT-EOF TO TRUE
016580     END-READ.
016582 2510-EXIT.
016584     EXIT.
016586 2520-STORE-ONE-ACCOUNT.
016587     IF CA-ACCOUNT-CODE NOT = SPACES
016588         AND CA-COMPANY NOT = SPACES
016589         ADD 1 TO WS-MAP-COUNT
016590         MOVE CA-ACCOUNT-CODE TO WS-AM-ACCOUNT(WS-MAP-COUNT)
016591         MOVE CA-COMPANY TO WS-AM-COMPANY(WS-MAP-COUNT)
016592     END-IF
016593     PERFORM 2510-READ-ACCOUNT THRU 2510-EXIT.
016594 2520-EXIT.
016595     EXIT.
016600 3000-ACCUMULATE-HISTORY.
016700     OPEN INPUT RUN-HISTORY-FILE
016800     IF NOT WS-HIST-OK
020400     ELSE
020500         MOVE RH-ACCOUNT-CODE TO WS-LINE-ACCOUNT
020600     END-IF
020610     MOVE CMP-PARENT-COMPANY TO WS-LINE-COMPANY
020620     PERFORM 3210-SCAN-ACCOUNT-MAP THRU 3210-EXIT
020630         VARYING WS-MAP-IX FROM 1 BY 1
020640         UNTIL WS-MAP-IX > WS-MAP-COUNT
020700     PERFORM 3300-POST-TO-USAGE THRU 3300-EXIT
020800     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
020900 3200-EXIT.
021000     EXIT.
021010 3210-SCAN-ACCOUNT-MAP.
021020     IF WS-AM-ACCOUNT(WS-MAP-IX) = WS-LINE-ACCOUNT
021030         MOVE WS-AM-COMPANY(WS-MAP-IX) TO WS-LINE-COMPANY
021040     END-IF.
021050 3210-EXIT.
021060     EXIT.
021100 3300-POST-TO-USAGE.
021200     MOVE ZERO TO WS-MATCH-IX
021300     PERFORM 3310-SCAN-USAGE THRU 3310-EXIT
021800         AND WS-USAGE-COUNT < WS-USAGE-MAX
021900         ADD 1 TO WS-USAGE-COUNT
022000         MOVE WS-USAGE-COUNT TO WS-MATCH-IX
022010         MOVE WS-LINE-COMPANY TO WS-US-COMPANY(WS-MATCH-IX)
022100         MOVE WS-LINE-ACCOUNT TO WS-US-ACCOUNT(WS-MATCH-IX)
022200         MOVE RH-PROGRAM-ID TO WS-US-PROGRAM-ID(WS-MATCH-IX)
022300         MOVE ZERO TO WS-US-INVOCATIONS(WS-MATCH-IX)
022400         MOVE ZERO TO WS-US-ELAPSED-CS(WS-MATCH-IX)
022500         MOVE 'N' TO WS-US-PRINTED(WS-MATCH-IX)
022600     END-IF
022610     IF WS-MATCH-IX > ZERO
022620         PERFORM 3400-NOTE-COMPANY THRU 3400-EXIT
022630     END-IF
022700     IF WS-MATCH-IX > ZERO
022800         ADD 1 TO WS-US-INVOCATIONS(WS-MATCH-IX)
022900         ADD RH-ELAPSED-CENTISECONDS
023800     END-IF.
023900 3310-EXIT.
024000     EXIT.
024002 3400-NOTE-COMPANY.
024004     MOVE ZERO TO WS-CO-IX
024006     PERFORM 3410-SCAN-COMPANY THRU 3410-EXIT
024008         VARYING WS-SCAN-IX FROM 1 BY 1
024010         UNTIL WS-SCAN-IX > WS-COMPANY-COUNT
024012            OR WS-CO-IX > ZERO
024014     IF WS-CO-IX = ZERO
024016         AND WS-COMPANY-COUNT < WS-COMPANY-MAX
024018         ADD 1 TO WS-COMPANY-COUNT
024020         MOVE WS-LINE-COMPANY TO WS-CO-COMPANY(WS-COMPANY-COUNT)
024022         MOVE ZERO TO WS-CO-TOTAL(WS-COMPANY-COUNT)
024024     END-IF.
024026 3400-EXIT.
024028     EXIT.
024030 3410-SCAN-COMPANY.
024032     IF WS-CO-COMPANY(WS-SCAN-IX) = WS-LINE-COMPANY
024034         MOVE WS-SCAN-IX TO WS-CO-IX
024036     END-IF.
024038 3410-EXIT.
024040     EXIT.
024100*--------------------------------------------------------------
024200* ONE SECTION PER DISTINCT ACCOUNT, IN FIRST-SEEN ORDER, UNDER
024300* ITS COMPANY. EACH PASS PICKS THE COMPANY'S NEXT UNPRINTED
024400* ACCOUNT AND PRINTS EVERY ROW BELONGING TO IT, RATING THE COST
024410* AS IT GOES. THE CONSOLIDATED PAGE FOLLOWS THE LAST COMPANY.
024500*--------------------------------------------------------------
024600 4000-WRITE-STATEMENTS.
024700     PERFORM 4050-WRITE-ONE-COMPANY THRU 4050-EXIT
024800         VARYING WS-CO-IX FROM 1 BY 1
024900         UNTIL WS-CO-IX > WS-COMPANY-COUNT
024910     WRITE ST-RECORD FROM WS-CONSOLIDATED-HEADER
024920     MOVE ZERO TO WS-ALL-TOTAL
024930     PERFORM 4060-WRITE-COMPANY-TOTAL THRU 4060-EXIT
024940         VARYING WS-CO-IX FROM 1 BY 1
024950         UNTIL WS-CO-IX > WS-COMPANY-COUNT
024960     MOVE "ALL     " TO WS-CT-LABEL
024970     MOVE CMP-ALL-COMPANIES TO WS-CT-COMPANY
024980     MOVE WS-ALL-TOTAL TO WS-CT-COST
024990     WRITE ST-RECORD FROM WS-COMPANY-TOTAL-LINE.
025000 4000-EXIT.
025100     EXIT.
025110 4050-WRITE-ONE-COMPANY.
025115     MOVE WS-CO-COMPANY(WS-CO-IX) TO WS-CH-COMPANY
025120     WRITE ST-RECORD FROM WS-COMPANY-HEADER
025125     PERFORM 4100-PRINT-NEXT-ACCOUNT THRU 4100-EXIT
025130         VARYING WS-USAGE-IX FROM 1 BY 1
025135         UNTIL WS-USAGE-IX > WS-USAGE-COUNT
025140     MOVE "COMPANY " TO WS-CT-LABEL
025145     MOVE WS-CO-COMPANY(WS-CO-IX) TO WS-CT-COMPANY
025150     MOVE WS-CO-TOTAL(WS-CO-IX) TO WS-CT-COST
025155     WRITE ST-RECORD FROM WS-COMPANY-TOTAL-LINE.
025160 4050-EXIT.
025165     EXIT.
025170 4060-WRITE-COMPANY-TOTAL.
025175     MOVE "COMPANY " TO WS-CT-LABEL
025180     MOVE WS-CO-COMPANY(WS-CO-IX) TO WS-CT-COMPANY
025185     MOVE WS-CO-TOTAL(WS-CO-IX) TO WS-CT-COST
025190     WRITE ST-RECORD FROM WS-COMPANY-TOTAL-LINE
025192     ADD WS-CO-TOTAL(WS-CO-IX) TO WS-ALL-TOTAL.
025194 4060-EXIT.
025196     EXIT.
025200 4100-PRINT-NEXT-ACCOUNT.
025300     IF WS-US-PRINTED(WS-USAGE-IX) = 'Y'
025310         OR WS-US-COMPANY(WS-USAGE-IX)
025320             NOT = WS-CO-COMPANY(WS-CO-IX)
025400         GO TO 4100-EXIT
025500     END-IF
025600     MOVE WS-US-ACCOUNT(WS-USAGE-IX) TO WS-AH-ACCOUNT
026000         VARYING WS-SCAN-IX FROM WS-USAGE-IX BY 1
026100         UNTIL WS-SCAN-IX > WS-USAGE-COUNT
026200     MOVE WS-ACCOUNT-TOTAL TO WS-TL-COST
026300     WRITE ST-RECORD FROM WS-TOTAL-LINE
026310     ADD WS-ACCOUNT-TOTAL TO WS-CO-TOTAL(WS-CO-IX).
026400 4100-EXIT.
026500     EXIT.
026600 4200-PRINT-ACCOUNT-ROW.
