002400*                    WASTERPT CLOSES THE DAY WITH TOTAL WASTE
002500*                    ACROSS ORDERS SO PURCHASING CAN SEE WHAT
002600*                    THE CURRENT SHEET SIZES COST.
002606*   2026-09-17  SFS  OFFCUTS ARE NO LONGER SKIPPED. A USABLE
002612*                    OFFCUT (BOTH SIDES AT LEAST THE CUTCTL
002618*                    MINIMUM, 100 WHEN ABSENT) IS FILED ON THE
002624*                    KEYED RMNSTK REMNANT STOCK MASTER WITH ITS
002630*                    SIZE, SOURCE ORDER AND DATE. EACH ORDER IS
002636*                    CUT FROM THE SMALLEST REMNANT IN STOCK IT
002642*                    FITS (EITHER WAY ROUND) BEFORE A NEW SHEET
002648*                    IS CALLED FOR; THE REMNANT IS TRIMMED TO
002654*                    THE ORDER AND ITS TRIM STRIPS ARE FILED OR
002660*                    SCRAPPED BY THE SAME RULE. THE WORK ORDER
002666*                    NOW SAYS WHICH SOURCE IT PULLS FROM, AND
002672*                    WASTERPT SPLITS THE WASTE INTO WHAT WENT
002678*                    BACK TO STOCK AND TRUE SCRAP BESIDE THE
002684*                    AREA RECOVERED FROM REMNANTS.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003800     SELECT WASTE-REPORT-FILE ASSIGN TO "WASTERPT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-WASTE-STATUS.
004010     SELECT CUT-CONTROL-FILE ASSIGN TO "CUTCTL"
004020         ORGANIZATION IS LINE SEQUENTIAL
004030         FILE STATUS IS WS-CONTROL-STATUS.
004040     SELECT REMNANT-STOCK-FILE ASSIGN TO "RMNSTK"
004050         ORGANIZATION IS INDEXED
004060         ACCESS MODE IS DYNAMIC
004070         RECORD KEY IS RM-REMNANT-ID
004080         FILE STATUS IS WS-REMNANT-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  SHEET-INPUT-FILE.
005100 01  CO-RECORD                   PIC X(80).
005200 FD  WASTE-REPORT-FILE.
005300 01  WR-RECORD                   PIC X(80).
005310 FD  CUT-CONTROL-FILE.
005320 01  CUT-CONTROL-CARD.
005330     05  CC-MIN-SIDE             PIC 9(04).
005340     05  FILLER                  PIC X(01).
005350     05  CC-RUN-DATE             PIC 9(08).
005360 FD  REMNANT-STOCK-FILE.
005370 COPY RMNSTK.
005400 WORKING-STORAGE SECTION.
005500 77  WS-INPUT-STATUS             PIC X(02)       VALUE SPACES.
005600     88  WS-INPUT-OK                             VALUE '00'.
005900     88  WS-ORDER-OK                             VALUE '00'.
006000 77  WS-WASTE-STATUS             PIC X(02)       VALUE SPACES.
006100     88  WS-WASTE-OK                             VALUE '00'.
006110 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
006120     88  WS-CONTROL-OK                           VALUE '00'.
006130 77  WS-REMNANT-STATUS           PIC X(02)       VALUE SPACES.
006140     88  WS-REMNANT-OK                           VALUE '00'.
006150 77  WS-STOCK-OPEN-SW            PIC X(01)       VALUE 'N'.
006160     88  WS-STOCK-OPEN                           VALUE 'Y'.
006170 77  WS-WALK-DONE-SW             PIC X(01)       VALUE 'N'.
006180     88  WS-WALK-DONE                            VALUE 'Y'.
006200 77  WS-CUT-LIMIT                PIC 9(02)       VALUE 50 COMP.
006300 77  WS-CUT-NUMBER               PIC 9(02)       VALUE ZERO.
006400 77  WS-REMAIN-LENGTH            PIC 9(04)       VALUE ZERO.
007100 77  WS-ORDER-WASTE              PIC 9(09)       VALUE ZERO.
007200 77  WS-TOTAL-WASTE              PIC 9(12)       VALUE ZERO.
007300 77  WS-ORDERS-CUT               PIC 9(05)       VALUE ZERO.
007303 77  WS-MIN-SIDE                 PIC 9(04)       VALUE 100.
007306 77  WS-RUN-DATE                 PIC 9(08)       VALUE ZERO.
007309 77  WS-NEXT-SEQUENCE            PIC 9(04)       VALUE ZERO.
007312 77  WS-REMNANT-COUNT            PIC 9(04)       VALUE ZERO COMP.
007315 77  WS-REMNANT-MAX              PIC 9(04)       VALUE 500 COMP.
007318 77  WS-RM-IX                    PIC 9(04)       VALUE ZERO COMP.
007321 77  WS-BEST-IX                  PIC 9(04)       VALUE ZERO COMP.
007324 77  WS-BEST-AREA                PIC 9(09)       VALUE ZERO.
007327 77  WS-BEST-ROTATED-SW          PIC X(01)       VALUE 'N'.
007330     88  WS-BEST-ROTATED                         VALUE 'Y'.
007333 77  WS-THIS-AREA                PIC 9(09)       VALUE ZERO.
007336 77  WS-STOCK-LENGTH             PIC 9(04)       VALUE ZERO.
007339 77  WS-STOCK-WIDTH              PIC 9(04)       VALUE ZERO.
007342 77  WS-PIECE-LENGTH             PIC 9(04)       VALUE ZERO.
007345 77  WS-PIECE-WIDTH              PIC 9(04)       VALUE ZERO.
007348 77  WS-PIECE-AREA               PIC 9(09)       VALUE ZERO.
007351 77  WS-ORDERS-FROM-SHEET        PIC 9(05)       VALUE ZERO.
007354 77  WS-ORDERS-FROM-REMNANT      PIC 9(05)       VALUE ZERO.
007357 77  WS-AREA-FROM-REMNANT        PIC 9(12)       VALUE ZERO.
007360 77  WS-AREA-TO-STOCK            PIC 9(12)       VALUE ZERO.
007363 77  WS-SCRAP-AREA               PIC 9(12)       VALUE ZERO.
007366 01  WS-PIECE-KIND               PIC X(06)       VALUE SPACES.
007369 01  WS-REMNANT-TABLE.
007372     05  WS-RM-ENTRY OCCURS 500.
007375         10  WS-RM-REMNANT-ID    PIC X(12).
007378         10  WS-RM-LENGTH        PIC 9(04).
007381         10  WS-RM-WIDTH         PIC 9(04).
007384         10  WS-RM-USED-SW       PIC X(01).
007387             88  WS-RM-USED                      VALUE 'Y'.
007400 01  WS-COUNT-LENGTH             PIC 9(04)       VALUE ZERO.
007500 01  WS-COUNT-WIDTH              PIC 9(04)       VALUE ZERO.
007600 01  WS-MINIMUM-COUNT            PIC 9(04)       VALUE ZERO.
010200     05  WS-OF-WIDTH             PIC Z(03)9.
010300     05  FILLER                  PIC X(07)       VALUE " WASTE ".
010400     05  WS-OF-AREA              PIC Z(08)9.
010405 01  WS-SOURCE-LINE.
010410     05  FILLER                  PIC X(07)       VALUE "SOURCE ".
010415     05  WS-SL-KIND              PIC X(08).
010420     05  FILLER                  PIC X(01)       VALUE SPACE.
010425     05  WS-SL-REMNANT-ID        PIC X(12).
010430     05  FILLER                  PIC X(01)       VALUE SPACE.
010435     05  WS-SL-LENGTH            PIC Z(03)9.
010440     05  WS-SL-BY                PIC X(03)       VALUE " X ".
010445     05  WS-SL-WIDTH             PIC Z(03)9.
010450 01  WS-PIECE-LINE.
010455     05  WS-PL-KIND              PIC X(06).
010460     05  FILLER                  PIC X(01)       VALUE SPACE.
010465     05  WS-PL-LENGTH            PIC Z(03)9.
010470     05  FILLER                  PIC X(03)       VALUE " X ".
010475     05  WS-PL-WIDTH             PIC Z(03)9.
010480     05  FILLER                  PIC X(01)       VALUE SPACE.
010485     05  WS-PL-ACTION            PIC X(16).
010490     05  FILLER                  PIC X(01)       VALUE SPACE.
010495     05  WS-PL-REMNANT-ID        PIC X(12).
010500 01  WS-WASTE-LINE.
010600     05  FILLER                  PIC X(13)       VALUE
010700             "ORDERS CUT = ".
010900     05  FILLER                  PIC X(15)       VALUE
011000             "  TOTAL WASTE =".
011100     05  WS-WL-WASTE             PIC Z(11)9.
011109 01  WS-SOURCE-COUNT-LINE.
011118     05  FILLER                  PIC X(18)       VALUE
011127             "FROM NEW SHEETS = ".
011136     05  WS-SC-SHEETS            PIC Z(04)9.
011145     05  FILLER                  PIC X(18)       VALUE
011154             "  FROM REMNANTS = ".
011163     05  WS-SC-REMNANTS          PIC Z(04)9.
011172 01  WS-AREA-LINE.
011181     05  WS-AL-LABEL             PIC X(30).
011190     05  WS-AL-AREA              PIC Z(11)9.
011200 PROCEDURE DIVISION.
011300 0000-MAINLINE.
011400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011900 0000-EXIT.
012000     EXIT.
012100 1000-INITIALIZE.
012110     PERFORM 1200-TAKE-CONTROL-CARD THRU 1200-EXIT
012120     PERFORM 1300-LOAD-REMNANT-STOCK THRU 1300-EXIT
012200     OPEN INPUT SHEET-INPUT-FILE
012300     IF NOT WS-INPUT-OK
012400         SET WS-INPUT-EOF TO TRUE
013600     END-READ.
013700 1100-EXIT.
013800     EXIT.
013801 1200-TAKE-CONTROL-CARD.
013802     MOVE SPACES TO CUT-CONTROL-CARD
013803     OPEN INPUT CUT-CONTROL-FILE
013804     IF WS-CONTROL-OK
013805         READ CUT-CONTROL-FILE
013806             AT END MOVE SPACES TO CUT-CONTROL-CARD
013807         END-READ
013808         CLOSE CUT-CONTROL-FILE
013809     END-IF
013810     IF CC-MIN-SIDE IS NUMERIC AND CC-MIN-SIDE > ZERO
013811         MOVE CC-MIN-SIDE TO WS-MIN-SIDE
013812     END-IF
013813     IF CC-RUN-DATE IS NUMERIC AND CC-RUN-DATE > ZERO
013814         MOVE CC-RUN-DATE TO WS-RUN-DATE
013815     ELSE
013816         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
013817     END-IF.
013818 1200-EXIT.
013819     EXIT.
013820*--------------------------------------------------------------
013821* THE WHOLE REMNANT STOCK IS HELD IN STORAGE FOR THE BEST-FIT
013822* SEARCH. TODAY'S HIGHEST SEQUENCE IS NOTED SO NEW REMNANTS
013823* NUMBER ON FROM IT WHEN THE JOB IS RUN AGAIN THE SAME DAY.
013824*--------------------------------------------------------------
013825 1300-LOAD-REMNANT-STOCK.
013826     OPEN I-O REMNANT-STOCK-FILE
013827     IF NOT WS-REMNANT-OK
013828         CLOSE REMNANT-STOCK-FILE
013829         OPEN OUTPUT REMNANT-STOCK-FILE
013830         CLOSE REMNANT-STOCK-FILE
013831         OPEN I-O REMNANT-STOCK-FILE
013832     END-IF
013833     IF NOT WS-REMNANT-OK
013834         DISPLAY "SHEET-CUT-ORDERS: RMNSTK WILL NOT OPEN, "
013835             "STATUS " WS-REMNANT-STATUS
013836             " - CUTTING FROM NEW SHEETS ONLY"
013837         MOVE 8 TO RETURN-CODE
013838         GO TO 1300-EXIT
013839     END-IF
013840     SET WS-STOCK-OPEN TO TRUE
013841     MOVE LOW-VALUES TO RM-REMNANT-ID
013842     START REMNANT-STOCK-FILE KEY IS NOT LESS THAN RM-REMNANT-ID
013843         INVALID KEY SET WS-WALK-DONE TO TRUE
013844     END-START
013845     PERFORM 1310-LOAD-ONE-REMNANT THRU 1310-EXIT
013846         UNTIL WS-WALK-DONE.
013847 1300-EXIT.
013848     EXIT.
013849 1310-LOAD-ONE-REMNANT.
013850     READ REMNANT-STOCK-FILE NEXT RECORD
013851         AT END SET WS-WALK-DONE TO TRUE
013852     END-READ
013853     IF WS-WALK-DONE
013854         GO TO 1310-EXIT
013855     END-IF
013856     IF RM-ID-DATE = WS-RUN-DATE
013857         AND RM-ID-SEQUENCE > WS-NEXT-SEQUENCE
013858         MOVE RM-ID-SEQUENCE TO WS-NEXT-SEQUENCE
013859     END-IF
013860     IF WS-REMNANT-COUNT < WS-REMNANT-MAX
013861         ADD 1 TO WS-REMNANT-COUNT
013862         MOVE RM-REMNANT-ID TO WS-RM-REMNANT-ID(WS-REMNANT-COUNT)
013863         MOVE RM-LENGTH TO WS-RM-LENGTH(WS-REMNANT-COUNT)
013864         MOVE RM-WIDTH TO WS-RM-WIDTH(WS-REMNANT-COUNT)
013865         MOVE 'N' TO WS-RM-USED-SW(WS-REMNANT-COUNT)
013866     END-IF.
013867 1310-EXIT.
013868     EXIT.
013900*--------------------------------------------------------------
014000* LARGEST-SQUARE-FIRST WALK: THE SQUARE SIDE IS THE SHORTER
014100* REMAINING DIMENSION; THE CUT COMES OFF THE LONGER SIDE AND
015500     MOVE SH-WIDTH TO WS-OH-WIDTH
015600     MOVE WS-MINIMUM-COUNT TO WS-OH-MINIMUM
015700     WRITE CO-RECORD FROM WS-ORDER-HEADER
015710     PERFORM 2200-CHOOSE-SOURCE THRU 2200-EXIT
015800     COMPUTE WS-SHEET-AREA = SH-LENGTH * SH-WIDTH
015900     MOVE ZERO TO WS-CUT-AREA
016000     MOVE ZERO TO WS-CUT-NUMBER
016900     MOVE WS-REMAIN-WIDTH TO WS-OF-WIDTH
017000     MOVE WS-ORDER-WASTE TO WS-OF-AREA
017100     WRITE CO-RECORD FROM WS-OFFCUT-LINE
017110     MOVE "OFFCUT" TO WS-PIECE-KIND
017120     MOVE WS-REMAIN-LENGTH TO WS-PIECE-LENGTH
017130     MOVE WS-REMAIN-WIDTH TO WS-PIECE-WIDTH
017140     PERFORM 2400-FILE-OR-SCRAP THRU 2400-EXIT
017200     ADD WS-ORDER-WASTE TO WS-TOTAL-WASTE
017300     ADD 1 TO WS-ORDERS-CUT
017400     PERFORM 1100-READ-SHEET THRU 1100-EXIT.
019800     END-IF.
019900 2100-EXIT.
020000     EXIT.
020010*--------------------------------------------------------------
020020* BEST FIT: THE SMALLEST-AREA REMNANT THE ORDER FITS ON, AS IS
020030* OR TURNED A QUARTER. THE REMNANT IS TRIMMED TO THE ORDER BY
020040* TWO GUILLOTINE CUTS - THE FULL-WIDTH STRIP PAST THE ORDER'S
020050* LENGTH, THEN THE STRIP BESIDE THE ORDER PAST ITS WIDTH.
020060*--------------------------------------------------------------
020070 2200-CHOOSE-SOURCE.
020080     MOVE ZERO TO WS-BEST-IX
020090     MOVE ZERO TO WS-BEST-AREA
020100     PERFORM 2210-TRY-ONE-REMNANT THRU 2210-EXIT
020110         VARYING WS-RM-IX FROM 1 BY 1
020120         UNTIL WS-RM-IX > WS-REMNANT-COUNT
020130     IF WS-BEST-IX = ZERO
020140         ADD 1 TO WS-ORDERS-FROM-SHEET
020150         MOVE "NEW" TO WS-SL-KIND
020160         MOVE "SHEET" TO WS-SL-REMNANT-ID
020170         MOVE SH-LENGTH TO WS-SL-LENGTH
020180         MOVE SH-WIDTH TO WS-SL-WIDTH
020190         WRITE CO-RECORD FROM WS-SOURCE-LINE
020200         GO TO 2200-EXIT
020210     END-IF
020220     MOVE WS-RM-REMNANT-ID(WS-BEST-IX) TO RM-REMNANT-ID
020230     DELETE REMNANT-STOCK-FILE RECORD
020240         INVALID KEY
020250             DISPLAY "SHEET-CUT-ORDERS: RMNSTK DELETE FAILED "
020260                 "FOR " RM-REMNANT-ID
020270             MOVE 8 TO RETURN-CODE
020280     END-DELETE
020290     MOVE 'Y' TO WS-RM-USED-SW(WS-BEST-IX)
020300     ADD 1 TO WS-ORDERS-FROM-REMNANT
020310     COMPUTE WS-AREA-FROM-REMNANT =
020320         WS-AREA-FROM-REMNANT + SH-LENGTH * SH-WIDTH
020330     MOVE "REMNANT" TO WS-SL-KIND
020340     MOVE WS-RM-REMNANT-ID(WS-BEST-IX) TO WS-SL-REMNANT-ID
020350     MOVE WS-RM-LENGTH(WS-BEST-IX) TO WS-SL-LENGTH
020360     MOVE WS-RM-WIDTH(WS-BEST-IX) TO WS-SL-WIDTH
020370     WRITE CO-RECORD FROM WS-SOURCE-LINE
020380     IF WS-BEST-ROTATED
020390         MOVE WS-RM-WIDTH(WS-BEST-IX) TO WS-STOCK-LENGTH
020400         MOVE WS-RM-LENGTH(WS-BEST-IX) TO WS-STOCK-WIDTH
020410     ELSE
020420         MOVE WS-RM-LENGTH(WS-BEST-IX) TO WS-STOCK-LENGTH
020430         MOVE WS-RM-WIDTH(WS-BEST-IX) TO WS-STOCK-WIDTH
020440     END-IF
020450     MOVE "TRIM" TO WS-PIECE-KIND
020460     COMPUTE WS-PIECE-LENGTH = WS-STOCK-LENGTH - SH-LENGTH
020470     MOVE WS-STOCK-WIDTH TO WS-PIECE-WIDTH
020480     PERFORM 2300-ADD-TRIM-WASTE THRU 2300-EXIT
020490     MOVE SH-LENGTH TO WS-PIECE-LENGTH
020500     COMPUTE WS-PIECE-WIDTH = WS-STOCK-WIDTH - SH-WIDTH
020510     PERFORM 2300-ADD-TRIM-WASTE THRU 2300-EXIT.
020520 2200-EXIT.
020530     EXIT.
020540 2210-TRY-ONE-REMNANT.
020550     IF WS-RM-USED(WS-RM-IX)
020560         GO TO 2210-EXIT
020570     END-IF
020580     COMPUTE WS-THIS-AREA =
020590         WS-RM-LENGTH(WS-RM-IX) * WS-RM-WIDTH(WS-RM-IX)
020600     IF WS-BEST-IX > ZERO
020610         AND WS-THIS-AREA NOT < WS-BEST-AREA
020620         GO TO 2210-EXIT
020630     END-IF
020640     IF WS-RM-LENGTH(WS-RM-IX) NOT < SH-LENGTH
020650         AND WS-RM-WIDTH(WS-RM-IX) NOT < SH-WIDTH
020660         MOVE WS-RM-IX TO WS-BEST-IX
020670         MOVE WS-THIS-AREA TO WS-BEST-AREA
020680         MOVE 'N' TO WS-BEST-ROTATED-SW
020690         GO TO 2210-EXIT
020700     END-IF
020710     IF WS-RM-LENGTH(WS-RM-IX) NOT < SH-WIDTH
020720         AND WS-RM-WIDTH(WS-RM-IX) NOT < SH-LENGTH
020730         MOVE WS-RM-IX TO WS-BEST-IX
020740         MOVE WS-THIS-AREA TO WS-BEST-AREA
020750         MOVE 'Y' TO WS-BEST-ROTATED-SW
020760     END-IF.
020770 2210-EXIT.
020780     EXIT.
020790 2300-ADD-TRIM-WASTE.
020800     COMPUTE WS-PIECE-AREA = WS-PIECE-LENGTH * WS-PIECE-WIDTH
020810     ADD WS-PIECE-AREA TO WS-TOTAL-WASTE
020820     PERFORM 2400-FILE-OR-SCRAP THRU 2400-EXIT.
020830 2300-EXIT.
020840     EXIT.
020850*--------------------------------------------------------------
020860* A PIECE WITH BOTH SIDES AT LEAST THE MINIMUM GOES BACK TO
020870* REMNANT STOCK (AND CAN FILL A LATER ORDER IN THIS SAME RUN);
020880* ANYTHING SMALLER IS TRUE SCRAP.
020890*--------------------------------------------------------------
020900 2400-FILE-OR-SCRAP.
020910     COMPUTE WS-PIECE-AREA = WS-PIECE-LENGTH * WS-PIECE-WIDTH
020920     IF WS-PIECE-AREA = ZERO
020930         GO TO 2400-EXIT
020940     END-IF
020950     MOVE WS-PIECE-KIND TO WS-PL-KIND
020960     MOVE WS-PIECE-LENGTH TO WS-PL-LENGTH
020970     MOVE WS-PIECE-WIDTH TO WS-PL-WIDTH
020980     MOVE SPACES TO WS-PL-REMNANT-ID
020990     IF WS-PIECE-LENGTH < WS-MIN-SIDE
021000         OR WS-PIECE-WIDTH < WS-MIN-SIDE
021010         OR NOT WS-STOCK-OPEN
021020         GO TO 2400-SCRAP
021030     END-IF
021040     ADD 1 TO WS-NEXT-SEQUENCE
021050     MOVE WS-RUN-DATE TO RM-ID-DATE
021060     MOVE WS-NEXT-SEQUENCE TO RM-ID-SEQUENCE
021070     MOVE WS-PIECE-LENGTH TO RM-LENGTH
021080     MOVE WS-PIECE-WIDTH TO RM-WIDTH
021090     MOVE SH-ORDER-ID TO RM-SOURCE-ORDER
021100     MOVE WS-RUN-DATE TO RM-CUT-DATE
021110     WRITE REMNANT-STOCK-RECORD
021120         INVALID KEY
021130             DISPLAY "SHEET-CUT-ORDERS: RMNSTK WRITE FAILED "
021140                 "FOR " RM-REMNANT-ID
021150             MOVE 8 TO RETURN-CODE
021160             GO TO 2400-SCRAP
021170     END-WRITE
021180     ADD WS-PIECE-AREA TO WS-AREA-TO-STOCK
021190     IF WS-REMNANT-COUNT < WS-REMNANT-MAX
021200         ADD 1 TO WS-REMNANT-COUNT
021210         MOVE RM-REMNANT-ID TO WS-RM-REMNANT-ID(WS-REMNANT-COUNT)
021220         MOVE RM-LENGTH TO WS-RM-LENGTH(WS-REMNANT-COUNT)
021230         MOVE RM-WIDTH TO WS-RM-WIDTH(WS-REMNANT-COUNT)
021240         MOVE 'N' TO WS-RM-USED-SW(WS-REMNANT-COUNT)
021250     END-IF
021260     MOVE "TO REMNANT STOCK" TO WS-PL-ACTION
021270     MOVE RM-REMNANT-ID TO WS-PL-REMNANT-ID
021280     WRITE CO-RECORD FROM WS-PIECE-LINE
021290     GO TO 2400-EXIT.
021300 2400-SCRAP.
021310     ADD WS-PIECE-AREA TO WS-SCRAP-AREA
021320     MOVE "SCRAPPED" TO WS-PL-ACTION
021330     WRITE CO-RECORD FROM WS-PIECE-LINE.
021340 2400-EXIT.
021350     EXIT.
021360 9000-TERMINATE.
021370     CLOSE SHEET-INPUT-FILE
021380     CLOSE CUT-ORDER-FILE
021390     MOVE WS-ORDERS-CUT TO WS-WL-ORDERS
021400     MOVE WS-TOTAL-WASTE TO WS-WL-WASTE
021410     WRITE WR-RECORD FROM WS-WASTE-LINE
021420     MOVE WS-ORDERS-FROM-SHEET TO WS-SC-SHEETS
021430     MOVE WS-ORDERS-FROM-REMNANT TO WS-SC-REMNANTS
021440     WRITE WR-RECORD FROM WS-SOURCE-COUNT-LINE
021450     MOVE "AREA CUT FROM REMNANTS      =" TO WS-AL-LABEL
021460     MOVE WS-AREA-FROM-REMNANT TO WS-AL-AREA
021470     WRITE WR-RECORD FROM WS-AREA-LINE
021480     MOVE "WASTE RETURNED TO STOCK     =" TO WS-AL-LABEL
021490     MOVE WS-AREA-TO-STOCK TO WS-AL-AREA
021500     WRITE WR-RECORD FROM WS-AREA-LINE
021510     MOVE "TRUE SCRAP                  =" TO WS-AL-LABEL
021520     MOVE WS-SCRAP-AREA TO WS-AL-AREA
021530     WRITE WR-RECORD FROM WS-AREA-LINE
021540     CLOSE WASTE-REPORT-FILE
021550     IF WS-STOCK-OPEN
021560         CLOSE REMNANT-STOCK-FILE
021570     END-IF.
021580 9000-EXIT.
021590     EXIT.
021600 END PROGRAM SHEET-CUT-ORDERS.
