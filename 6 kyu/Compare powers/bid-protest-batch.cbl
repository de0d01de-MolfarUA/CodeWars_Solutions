000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BID-PROTEST-BATCH.
000300 AUTHOR. PROCUREMENT-SYSTEMS.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-09-17.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-09-17  PRC  INITIAL VERSION - BID PROTEST INTAKE AND
001000*                    AWARD HOLD. CONTESTED AWARDS WERE BEING
001100*                    VOIDED BY EDITING FILES. THE PROTESTS FILE
001200*                    CARRIES PROTESTS ('P') FROM UNSUCCESSFUL
001300*                    BIDDERS AND RESOLUTIONS ('R': UPHELD,
001400*                    DENIED, WITHDRAWN). A PROTEST FILED INSIDE
001500*                    THE PROTCTL WINDOW AGAINST A BID ON THE
001600*                    ROUND'S AWARDLTR PUTS THE AWARD ON HOLD ON
001700*                    THE KEYED AWDHOLD MASTER, WHICH KEEPS IT
001800*                    OUT OF THE WIN-RATE TOTALS UNTIL IT IS
001900*                    RESOLVED. AN UPHELD PROTEST DISQUALIFIES
002000*                    THE BID: THE ROUND'S BIDSOUT RANKING IS
002100*                    RE-RUN WITHOUT IT (RERANKED), THE AWARDCTL
002200*                    BUDGET RE-ALLOCATED THE WAY BID-AWARD-BATCH
002300*                    DOES, AND ANY BID NEWLY IN THE MONEY (OR
002400*                    GIVEN A LARGER SHARE) IS POSTED TO VENDHIST.
002500*                    PROTRPT LISTS EVERY ACTION AND REJECTION.
002600*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PROTEST-CONTROL-FILE ASSIGN TO "PROTCTL"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-CONTROL-STATUS.
003400     SELECT AWARD-CONTROL-FILE ASSIGN TO "AWARDCTL"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-AWDCTL-STATUS.
003700     SELECT BID-RANK-FILE ASSIGN TO "BIDSOUT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-RANK-STATUS.
004000     SELECT AWARD-LETTER-FILE ASSIGN TO "AWARDLTR"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-LETTER-STATUS.
004300     SELECT UNSUCCESSFUL-FILE ASSIGN TO "UNSUCC"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-UNSUCC-STATUS.
004600     SELECT BID-VENDOR-FILE ASSIGN TO "BIDVENDR"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-XREF-STATUS.
004900     SELECT PROTEST-FILE ASSIGN TO "PROTESTS"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-PROTEST-STATUS.
005200     SELECT AWARD-HOLD-FILE ASSIGN TO "AWDHOLD"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS AH-BID-ID
005600         FILE STATUS IS WS-HOLD-STATUS.
005700     SELECT RERANK-FILE ASSIGN TO "RERANKED"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-RERANK-STATUS.
006000     SELECT VENDOR-HISTORY-FILE ASSIGN TO "VENDHIST"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-HISTORY-STATUS.
006300     SELECT PROTEST-REPORT-FILE ASSIGN TO "PROTRPT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-REPORT-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  PROTEST-CONTROL-FILE.
006900 01  PROTEST-CONTROL-CARD.
007000     05  PC-CYCLE-DATE           PIC 9(08).
007100     05  FILLER                  PIC X(01).
007200     05  PC-AWARD-DATE           PIC 9(08).
007300     05  FILLER                  PIC X(01).
007400     05  PC-WINDOW-DAYS          PIC 9(03).
007500 FD  AWARD-CONTROL-FILE.
007600 01  AWARD-CONTROL-CARD.
007700     05  AC-BUDGET               PIC 9(10).
007800     05  FILLER                  PIC X(01).
007900     05  AC-AWARD-AMOUNT         PIC 9(10).
008000 FD  BID-RANK-FILE.
008100 01  BID-RANK-RECORD.
008200     05  BR-RANK-X               PIC X(04).
008300     05  FILLER                  PIC X(02).
008400     05  BR-BID-ID               PIC X(10).
008500     05  FILLER                  PIC X(64).
008600 FD  AWARD-LETTER-FILE.
008700 01  AL-RECORD                   PIC X(80).
008800 FD  UNSUCCESSFUL-FILE.
008900 01  UN-RECORD                   PIC X(80).
009000 FD  BID-VENDOR-FILE.
009100 01  BID-VENDOR-RECORD.
009200     05  BV-BID-ID               PIC X(10).
009300     05  FILLER                  PIC X(01).
009400     05  BV-VENDOR-ID            PIC X(08).
009500 FD  PROTEST-FILE.
009600 01  PROTEST-RECORD.
009700     05  PT-RECORD-TYPE          PIC X(01).
009800         88  PT-PROTEST                      VALUE 'P'.
009900         88  PT-RESOLUTION                   VALUE 'R'.
010000     05  FILLER                  PIC X(01).
010100     05  PT-PROTEST-ID           PIC X(08).
010200     05  FILLER                  PIC X(01).
010300     05  PT-AWARD-BID            PIC X(10).
010400     05  FILLER                  PIC X(01).
010500     05  PT-PROTESTOR-BID        PIC X(10).
010600     05  FILLER                  PIC X(01).
010700     05  PT-EVENT-DATE           PIC 9(08).
010800     05  FILLER                  PIC X(01).
010900     05  PT-OUTCOME              PIC X(01).
011000         88  PT-UPHELD                       VALUE 'U'.
011100         88  PT-DENIED                       VALUE 'D'.
011200         88  PT-WITHDRAWN                    VALUE 'W'.
011300 FD  AWARD-HOLD-FILE.
011400 COPY AWDHOLD.
011500 FD  RERANK-FILE.
011600 01  RK-RECORD                   PIC X(80).
011700 FD  VENDOR-HISTORY-FILE.
011800 01  VENDOR-HISTORY-RECORD.
011900     05  VH-CYCLE-DATE           PIC 9(08).
012000     05  FILLER                  PIC X(01).
012100     05  VH-VENDOR-ID            PIC X(08).
012200     05  FILLER                  PIC X(01).
012300     05  VH-BIDS-ENTERED         PIC 9(05).
012400     05  FILLER                  PIC X(01).
012500     05  VH-AWARDS-WON           PIC 9(05).
012600     05  FILLER                  PIC X(01).
012700     05  VH-AWARD-AMOUNT         PIC 9(12).
012800 FD  PROTEST-REPORT-FILE.
012900 01  PR-RECORD                   PIC X(80).
013000 WORKING-STORAGE SECTION.
013100 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
013200     88  WS-CONTROL-OK                           VALUE '00'.
013300 77  WS-AWDCTL-STATUS            PIC X(02)       VALUE SPACES.
013400     88  WS-AWDCTL-OK                            VALUE '00'.
013500 77  WS-RANK-STATUS              PIC X(02)       VALUE SPACES.
013600     88  WS-RANK-OK                              VALUE '00'.
013700     88  WS-RANK-EOF                             VALUE '10'.
013800 77  WS-LETTER-STATUS            PIC X(02)       VALUE SPACES.
013900     88  WS-LETTER-OK                            VALUE '00'.
014000     88  WS-LETTER-EOF                           VALUE '10'.
014100 77  WS-UNSUCC-STATUS            PIC X(02)       VALUE SPACES.
014200     88  WS-UNSUCC-OK                            VALUE '00'.
014300     88  WS-UNSUCC-EOF                           VALUE '10'.
014400 77  WS-XREF-STATUS              PIC X(02)       VALUE SPACES.
014500     88  WS-XREF-OK                              VALUE '00'.
014600     88  WS-XREF-EOF                             VALUE '10'.
014700 77  WS-PROTEST-STATUS           PIC X(02)       VALUE SPACES.
014800     88  WS-PROTEST-OK                           VALUE '00'.
014900     88  WS-PROTEST-EOF                          VALUE '10'.
015000 77  WS-HOLD-STATUS              PIC X(02)       VALUE SPACES.
015100     88  WS-HOLD-OK                              VALUE '00'.
015200 77  WS-RERANK-STATUS            PIC X(02)       VALUE SPACES.
015300     88  WS-RERANK-OK                            VALUE '00'.
015400 77  WS-HISTORY-STATUS           PIC X(02)       VALUE SPACES.
015500     88  WS-HISTORY-OK                           VALUE '00'.
015600 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
015700     88  WS-REPORT-OK                            VALUE '00'.
015800 77  WS-CYCLE-DATE               PIC 9(08)       VALUE ZERO.
015900 77  WS-AWARD-DATE               PIC 9(08)       VALUE ZERO.
016000 77  WS-WINDOW-DAYS              PIC 9(03)       VALUE 10.
016100 77  WS-DAYS-SINCE-AWARD         PIC S9(07)      VALUE ZERO.
016200 77  WS-BID-COUNT                PIC 9(04)       VALUE ZERO COMP.
016300 77  WS-BID-MAX                  PIC 9(04)       VALUE 1000 COMP.
016400 77  WS-BID-IX                   PIC 9(04)       VALUE ZERO COMP.
016500 77  WS-PRIOR-IX                 PIC 9(04)       VALUE ZERO COMP.
016600 77  WS-AWARD-COUNT              PIC 9(04)       VALUE ZERO COMP.
016700 77  WS-AWARD-IX                 PIC 9(04)       VALUE ZERO COMP.
016800 77  WS-UNSUCC-COUNT             PIC 9(04)       VALUE ZERO COMP.
016900 77  WS-UNSUCC-IX                PIC 9(04)       VALUE ZERO COMP.
017000 77  WS-XREF-COUNT               PIC 9(03)       VALUE ZERO COMP.
017100 77  WS-XREF-MAX                 PIC 9(03)       VALUE 300 COMP.
017200 77  WS-XR-IX                    PIC 9(03)       VALUE ZERO COMP.
017300 77  WS-VENDOR-COUNT             PIC 9(03)       VALUE ZERO COMP.
017400 77  WS-VENDOR-MAX               PIC 9(03)       VALUE 100 COMP.
017500 77  WS-VE-IX                    PIC 9(03)       VALUE ZERO COMP.
017600 77  WS-MATCH-IX                 PIC 9(04)       VALUE ZERO COMP.
017700 77  WS-RR-COUNT                 PIC 9(04)       VALUE ZERO COMP.
017800 77  WS-RR-IX                    PIC 9(04)       VALUE ZERO COMP.
017900 77  WS-DROPPED-ABOVE            PIC 9(04)       VALUE ZERO COMP.
018000 77  WS-GROUP-START              PIC 9(04)       VALUE ZERO COMP.
018100 77  WS-GROUP-END                PIC 9(04)       VALUE ZERO COMP.
018200 77  WS-GROUP-SIZE               PIC 9(04)       VALUE ZERO COMP.
018300 77  WS-REMAINING-BUDGET         PIC 9(10)       VALUE ZERO.
018400 77  WS-GROUP-NEED               PIC 9(12)       VALUE ZERO.
018500 77  WS-SPLIT-AMOUNT             PIC 9(10)       VALUE ZERO.
018600 77  WS-POSTED-AMOUNT            PIC 9(10)       VALUE ZERO.
018700 77  WS-EXTRA-AMOUNT             PIC 9(10)       VALUE ZERO.
018800 77  WS-FUNDS-GONE-SW            PIC X(01)       VALUE 'N'.
018900     88  WS-FUNDS-GONE                           VALUE 'Y'.
019000 77  WS-RERANK-SW                PIC X(01)       VALUE 'N'.
019100     88  WS-RERANK-NEEDED                        VALUE 'Y'.
019200 77  WS-PROTESTS-READ            PIC 9(05)       VALUE ZERO COMP.
019300 77  WS-HOLDS-PLACED             PIC 9(05)       VALUE ZERO COMP.
019400 77  WS-HOLDS-UPHELD             PIC 9(05)       VALUE ZERO COMP.
019500 77  WS-HOLDS-RELEASED           PIC 9(05)       VALUE ZERO COMP.
019600 77  WS-BIDS-REAWARDED           PIC 9(05)       VALUE ZERO COMP.
019700 77  WS-PROTESTS-REJECTED        PIC 9(05)       VALUE ZERO COMP.
019800 01  WS-THIS-BID                 PIC X(10)       VALUE SPACES.
019900 01  WS-THIS-VENDOR              PIC X(08)       VALUE SPACES.
020000 01  WS-REJECT-REASON            PIC X(40)       VALUE SPACES.
020100 01  WS-BID-TABLE.
020200     05  WS-BT-ENTRY OCCURS 1000.
020300         10  WS-BT-RANK          PIC 9(04).
020400         10  WS-BT-BID-ID        PIC X(10).
020500         10  WS-BT-DISQUAL-SW    PIC X(01).
020600         10  WS-BT-IMAGE         PIC X(80).
020700 01  WS-RERANK-TABLE.
020800     05  WS-RR-ENTRY OCCURS 1000.
020900         10  WS-RR-RANK          PIC 9(04).
021000         10  WS-RR-BT-IX         PIC 9(04)       COMP.
021100         10  WS-RR-AMOUNT        PIC 9(10).
021200 01  WS-AWARD-TABLE.
021300     05  WS-AW-ENTRY OCCURS 1000.
021400         10  WS-AT-BID-ID        PIC X(10).
021500         10  WS-AT-RANK          PIC 9(04).
021600         10  WS-AT-AMOUNT        PIC 9(10).
021700 01  WS-UNSUCC-TABLE.
021800     05  WS-UN-ENTRY OCCURS 1000.
021900         10  WS-UT-BID-ID        PIC X(10).
022000 01  WS-XREF-TABLE.
022100     05  WS-XR-ENTRY OCCURS 300.
022200         10  WS-XR-BID-ID        PIC X(10).
022300         10  WS-XR-VENDOR-ID     PIC X(08).
022400 01  WS-VENDOR-TABLE.
022500     05  WS-VE-ENTRY OCCURS 100.
022600         10  WS-VE-VENDOR-ID     PIC X(08).
022700         10  WS-VE-AWARDS        PIC 9(05).
022800         10  WS-VE-AMOUNT        PIC 9(12).
022900 01  WS-RANK-EDIT                PIC ZZZ9.
023000 01  WS-REPORT-HEADER.
023100     05  FILLER                  PIC X(28)       VALUE
023200             "BID PROTEST PROCESSING  RUN ".
023300     05  WS-RH-CYCLE             PIC 9(08).
023400     05  FILLER                  PIC X(08)       VALUE
023500             "  AWARD ".
023600     05  WS-RH-AWARD             PIC 9(08).
023700     05  FILLER                  PIC X(09)       VALUE
023800             "  WINDOW ".
023900     05  WS-RH-WINDOW            PIC ZZ9.
024000 01  WS-ACTION-LINE.
024100     05  WS-AL-ACTION            PIC X(11).
024200     05  WS-AL-BID-ID            PIC X(10).
024300     05  FILLER                  PIC X(08)       VALUE
024400             " VENDOR ".
024500     05  WS-AL-VENDOR            PIC X(08).
024600     05  FILLER                  PIC X(09)       VALUE
024700             " PROTEST ".
024800     05  WS-AL-PROTEST           PIC X(08).
024900     05  FILLER                  PIC X(01)       VALUE SPACE.
025000     05  WS-AL-TEXT              PIC X(20).
025100 01  WS-AWARD-CHANGE-LINE.
025200     05  WS-AC-ACTION            PIC X(11).
025300     05  WS-AC-BID-ID            PIC X(10).
025400     05  FILLER                  PIC X(08)       VALUE
025500             " VENDOR ".
025600     05  WS-AC-VENDOR            PIC X(08).
025700     05  FILLER                  PIC X(06)       VALUE " RANK ".
025800     05  WS-AC-RANK              PIC 9(04).
025900     05  FILLER                  PIC X(08)       VALUE
026000             " AMOUNT ".
026100     05  WS-AC-AMOUNT            PIC Z(09)9.
026200     05  FILLER                  PIC X(05)       VALUE " WAS ".
026300     05  WS-AC-WAS               PIC Z(09)9.
026400 01  WS-REJECT-LINE.
026500     05  FILLER                  PIC X(11)       VALUE
026600             "REJECTED   ".
026700     05  WS-RJ-PROTEST           PIC X(08).
026800     05  FILLER                  PIC X(01)       VALUE SPACE.
026900     05  WS-RJ-BID-ID            PIC X(10).
027000     05  FILLER                  PIC X(01)       VALUE SPACE.
027100     05  WS-RJ-REASON            PIC X(40).
027200 01  WS-COUNT-LINE.
027300     05  WS-CL-LABEL             PIC X(30).
027400     05  WS-CL-COUNT             PIC ZZZZ9.
027500 PROCEDURE DIVISION.
027600 0000-MAINLINE.
027700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027800     PERFORM 2000-LOAD-RANKING THRU 2000-EXIT.
027900     PERFORM 2300-LOAD-AWARDS THRU 2300-EXIT.
028000     PERFORM 2500-LOAD-UNSUCCESSFUL THRU 2500-EXIT.
028100     PERFORM 2700-LOAD-XREF THRU 2700-EXIT.
028200     PERFORM 3000-TAKE-PROTESTS THRU 3000-EXIT.
028300     IF WS-RERANK-NEEDED
028400         PERFORM 4000-RERANK-ROUND THRU 4000-EXIT
028500     END-IF.
028600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028700     STOP RUN.
028800 0000-EXIT.
028900     EXIT.
029000 1000-INITIALIZE.
029100     OPEN INPUT PROTEST-CONTROL-FILE
029200     IF WS-CONTROL-OK
029300         READ PROTEST-CONTROL-FILE
029400             NOT AT END
029500                 PERFORM 1100-TAKE-CONTROL-CARD THRU 1100-EXIT
029600         END-READ
029700         CLOSE PROTEST-CONTROL-FILE
029800     END-IF
029900     IF WS-CYCLE-DATE = ZERO
030000         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CYCLE-DATE
030100     END-IF
030200     IF WS-AWARD-DATE = ZERO
030300         MOVE WS-CYCLE-DATE TO WS-AWARD-DATE
030400     END-IF
030500     OPEN INPUT AWARD-CONTROL-FILE
030600     READ AWARD-CONTROL-FILE
030700         AT END MOVE ZERO TO AC-BUDGET
030800                MOVE ZERO TO AC-AWARD-AMOUNT
030900     END-READ
031000     CLOSE AWARD-CONTROL-FILE
031100     MOVE AC-BUDGET TO WS-REMAINING-BUDGET
031200     OPEN OUTPUT PROTEST-REPORT-FILE
031300     MOVE WS-CYCLE-DATE TO WS-RH-CYCLE
031400     MOVE WS-AWARD-DATE TO WS-RH-AWARD
031500     MOVE WS-WINDOW-DAYS TO WS-RH-WINDOW
031600     WRITE PR-RECORD FROM WS-REPORT-HEADER
031700     OPEN I-O AWARD-HOLD-FILE
031800     IF NOT WS-HOLD-OK
031900         CLOSE AWARD-HOLD-FILE
032000         OPEN OUTPUT AWARD-HOLD-FILE
032100         CLOSE AWARD-HOLD-FILE
032200         OPEN I-O AWARD-HOLD-FILE
032300     END-IF.
032400 1000-EXIT.
032500     EXIT.
032600*--------------------------------------------------------------
032700* A BLANK OR NON-NUMERIC FIELD ON THE CARD KEEPS ITS DEFAULT.
032800* THE AWARD DATE IS THE CYCLE DATE THE ROUND WAS POSTED TO
032900* VENDHIST UNDER; IT DEFAULTS TO THE RUN DATE.
033000*--------------------------------------------------------------
033100 1100-TAKE-CONTROL-CARD.
033200     IF PC-CYCLE-DATE IS NUMERIC
033300         MOVE PC-CYCLE-DATE TO WS-CYCLE-DATE
033400     END-IF
033500     IF PC-AWARD-DATE IS NUMERIC
033600         MOVE PC-AWARD-DATE TO WS-AWARD-DATE
033700     END-IF
033800     IF PC-WINDOW-DAYS IS NUMERIC AND PC-WINDOW-DAYS > ZERO
033900         MOVE PC-WINDOW-DAYS TO WS-WINDOW-DAYS
034000     END-IF.
034100 1100-EXIT.
034200     EXIT.
034300*--------------------------------------------------------------
034400* THE ROUND'S RANKING IS KEPT WHOLE SO A RE-RANK CAN WRITE
034500* EACH SURVIVING LINE BACK OUT WITH ONLY ITS RANK CHANGED.
034600*--------------------------------------------------------------
034700 2000-LOAD-RANKING.
034800     OPEN INPUT BID-RANK-FILE
034900     IF NOT WS-RANK-OK
035000         GO TO 2000-EXIT
035100     END-IF
035200     PERFORM 2100-READ-RANKING THRU 2100-EXIT
035300     PERFORM 2200-STORE-ONE-BID THRU 2200-EXIT
035400         UNTIL WS-RANK-EOF
035500            OR WS-BID-COUNT >= WS-BID-MAX
035600     CLOSE BID-RANK-FILE.
035700 2000-EXIT.
035800     EXIT.
035900 2100-READ-RANKING.
036000     READ BID-RANK-FILE
036100         AT END SET WS-RANK-EOF TO TRUE
036200     END-READ.
036300 2100-EXIT.
036400     EXIT.
036500 2200-STORE-ONE-BID.
036600     IF BR-RANK-X NOT = SPACES
036700         ADD 1 TO WS-BID-COUNT
036800         COMPUTE WS-BT-RANK(WS-BID-COUNT) =
036900             FUNCTION NUMVAL(BR-RANK-X)
037000         MOVE BR-BID-ID TO WS-BT-BID-ID(WS-BID-COUNT)
037100         MOVE 'N' TO WS-BT-DISQUAL-SW(WS-BID-COUNT)
037200         MOVE BID-RANK-RECORD TO WS-BT-IMAGE(WS-BID-COUNT)
037300     END-IF
037400     PERFORM 2100-READ-RANKING THRU 2100-EXIT.
037500 2200-EXIT.
037600     EXIT.
037700*--------------------------------------------------------------
037800* AWARD LETTER LINES LEAD "AWARDED" WITH THE BID ID AT COLUMN
037900* 10, THE RANK AT 26 AND THE AMOUNT AT 38; UNSUCCESSFUL LINES
038000* CARRY THE BID ID AT COLUMN 14.
038100*--------------------------------------------------------------
038200 2300-LOAD-AWARDS.
038300     OPEN INPUT AWARD-LETTER-FILE
038400     IF NOT WS-LETTER-OK
038500         GO TO 2300-EXIT
038600     END-IF
038700     PERFORM 2310-READ-LETTER THRU 2310-EXIT
038800     PERFORM 2320-STORE-ONE-AWARD THRU 2320-EXIT
038900         UNTIL WS-LETTER-EOF
039000            OR WS-AWARD-COUNT >= WS-BID-MAX
039100     CLOSE AWARD-LETTER-FILE.
039200 2300-EXIT.
039300     EXIT.
039400 2310-READ-LETTER.
039500     READ AWARD-LETTER-FILE
039600         AT END SET WS-LETTER-EOF TO TRUE
039700     END-READ.
039800 2310-EXIT.
039900     EXIT.
040000 2320-STORE-ONE-AWARD.
040100     IF AL-RECORD(1:7) = "AWARDED"
040200         ADD 1 TO WS-AWARD-COUNT
040300         MOVE AL-RECORD(10:10) TO WS-AT-BID-ID(WS-AWARD-COUNT)
040400         COMPUTE WS-AT-RANK(WS-AWARD-COUNT) =
040500             FUNCTION NUMVAL(AL-RECORD(26:4))
040600         COMPUTE WS-AT-AMOUNT(WS-AWARD-COUNT) =
040700             FUNCTION NUMVAL(AL-RECORD(38:10))
040800     END-IF
040900     PERFORM 2310-READ-LETTER THRU 2310-EXIT.
041000 2320-EXIT.
041100     EXIT.
041200 2500-LOAD-UNSUCCESSFUL.
041300     OPEN INPUT UNSUCCESSFUL-FILE
041400     IF NOT WS-UNSUCC-OK
041500         GO TO 2500-EXIT
041600     END-IF
041700     PERFORM 2510-READ-UNSUCC THRU 2510-EXIT
041800     PERFORM 2520-STORE-ONE-UNSUCC THRU 2520-EXIT
041900         UNTIL WS-UNSUCC-EOF
042000            OR WS-UNSUCC-COUNT >= WS-BID-MAX
042100     CLOSE UNSUCCESSFUL-FILE.
042200 2500-EXIT.
042300     EXIT.
042400 2510-READ-UNSUCC.
042500     READ UNSUCCESSFUL-FILE
042600         AT END SET WS-UNSUCC-EOF TO TRUE
042700     END-READ.
042800 2510-EXIT.
042900     EXIT.
043000 2520-STORE-ONE-UNSUCC.
043100     IF UN-RECORD(1:12) = "UNSUCCESSFUL"
043200         ADD 1 TO WS-UNSUCC-COUNT
043300         MOVE UN-RECORD(14:10) TO WS-UT-BID-ID(WS-UNSUCC-COUNT)
043400     END-IF
043500     PERFORM 2510-READ-UNSUCC THRU 2510-EXIT.
043600 2520-EXIT.
043700     EXIT.
043800 2700-LOAD-XREF.
043900     OPEN INPUT BID-VENDOR-FILE
044000     IF NOT WS-XREF-OK
044100         GO TO 2700-EXIT
044200     END-IF
044300     PERFORM 2710-READ-XREF THRU 2710-EXIT
044400     PERFORM 2720-STORE-XREF THRU 2720-EXIT
044500         UNTIL WS-XREF-EOF
044600            OR WS-XREF-COUNT >= WS-XREF-MAX
044700     CLOSE BID-VENDOR-FILE.
044800 2700-EXIT.
044900     EXIT.
045000 2710-READ-XREF.
045100     READ BID-VENDOR-FILE
045200         AT END SET WS-XREF-EOF TO TRUE
045300     END-READ.
045400 2710-EXIT.
045500     EXIT.
045600 2720-STORE-XREF.
045700     ADD 1 TO WS-XREF-COUNT
045800     MOVE BV-BID-ID TO WS-XR-BID-ID(WS-XREF-COUNT)
045900     MOVE BV-VENDOR-ID TO WS-XR-VENDOR-ID(WS-XREF-COUNT)
046000     PERFORM 2710-READ-XREF THRU 2710-EXIT.
046100 2720-EXIT.
046200     EXIT.
046300 3000-TAKE-PROTESTS.
046400     OPEN INPUT PROTEST-FILE
046500     IF NOT WS-PROTEST-OK
046600         GO TO 3000-EXIT
046700     END-IF
046800     PERFORM 3100-READ-PROTEST THRU 3100-EXIT
046900     PERFORM 3200-TAKE-ONE-PROTEST THRU 3200-EXIT
047000         UNTIL WS-PROTEST-EOF
047100     CLOSE PROTEST-FILE.
047200 3000-EXIT.
047300     EXIT.
047400 3100-READ-PROTEST.
047500     READ PROTEST-FILE
047600         AT END SET WS-PROTEST-EOF TO TRUE
047700     END-READ.
047800 3100-EXIT.
047900     EXIT.
048000 3200-TAKE-ONE-PROTEST.
048100     ADD 1 TO WS-PROTESTS-READ
048200     EVALUATE TRUE
048300         WHEN PT-PROTEST
048400             PERFORM 3300-FILE-PROTEST THRU 3300-EXIT
048500         WHEN PT-RESOLUTION
048600             PERFORM 3400-RESOLVE-PROTEST THRU 3400-EXIT
048700         WHEN OTHER
048800             MOVE "BAD RECORD TYPE" TO WS-REJECT-REASON
048900             PERFORM 3900-REJECT-PROTEST THRU 3900-EXIT
049000     END-EVALUATE
049100     PERFORM 3100-READ-PROTEST THRU 3100-EXIT.
049200 3200-EXIT.
049300     EXIT.
049400*--------------------------------------------------------------
049500* A PROTEST STANDS ONLY WHEN THE PROTESTOR LOST THIS ROUND,
049600* THE CONTESTED BID WON IT, AND IT WAS FILED NO EARLIER THAN
049700* THE AWARD AND NO LATER THAN THE WINDOW AFTER IT. ONE HOLD
049800* PER AWARDED BID - A SECOND PROTEST AGAINST THE SAME AWARD
049900* IS REJECTED WHILE THE FIRST IS ON FILE.
050000*--------------------------------------------------------------
050100 3300-FILE-PROTEST.
050200     MOVE PT-AWARD-BID TO WS-THIS-BID
050300     PERFORM 5100-FIND-AWARD THRU 5100-EXIT
050400     IF WS-MATCH-IX = ZERO
050500         MOVE "CONTESTED BID NOT ON AWARDLTR"
050600             TO WS-REJECT-REASON
050700         PERFORM 3900-REJECT-PROTEST THRU 3900-EXIT
050800         GO TO 3300-EXIT
050900     END-IF
051000     MOVE WS-MATCH-IX TO WS-AWARD-IX
051100     MOVE PT-PROTESTOR-BID TO WS-THIS-BID
051200     PERFORM 5200-FIND-UNSUCCESSFUL THRU 5200-EXIT
051300     IF WS-MATCH-IX = ZERO
051400         MOVE "PROTESTOR BID NOT ON UNSUCC"
051500             TO WS-REJECT-REASON
051600         PERFORM 3900-REJECT-PROTEST THRU 3900-EXIT
051700         GO TO 3300-EXIT
051800     END-IF
051900     IF PT-EVENT-DATE IS NOT NUMERIC
052000         MOVE "FILED DATE NOT NUMERIC" TO WS-REJECT-REASON
052100         PERFORM 3900-REJECT-PROTEST THRU 3900-EXIT
052200         GO TO 3300-EXIT
052300     END-IF
052400     COMPUTE WS-DAYS-SINCE-AWARD =
052500         FUNCTION INTEGER-OF-DATE(PT-EVENT-DATE)
052600       - FUNCTION INTEGER-OF-DATE(WS-AWARD-DATE)
052700     IF WS-DAYS-SINCE-AWARD < ZERO
052800         OR WS-DAYS-SINCE-AWARD > WS-WINDOW-DAYS
052900         MOVE "FILED OUTSIDE PROTEST WINDOW"
053000             TO WS-REJECT-REASON
053100         PERFORM 3900-REJECT-PROTEST THRU 3900-EXIT
053200         GO TO 3300-EXIT
053300     END-IF
053400     MOVE PT-AWARD-BID TO WS-THIS-BID
053500     PERFORM 6000-RESOLVE-VENDOR THRU 6000-EXIT
053600     MOVE SPACES TO AWARD-HOLD-RECORD
053700     MOVE PT-AWARD-BID TO AH-BID-ID
053800     MOVE WS-THIS-VENDOR TO AH-VENDOR-ID
053900     MOVE WS-AT-RANK(WS-AWARD-IX) TO AH-AWARD-RANK
054000     MOVE WS-AT-AMOUNT(WS-AWARD-IX) TO AH-AWARD-AMOUNT
054100     MOVE WS-AWARD-DATE TO AH-AWARD-DATE
054200     MOVE PT-PROTEST-ID TO AH-PROTEST-ID
054300     MOVE PT-PROTESTOR-BID TO AH-PROTESTOR-BID
054400     MOVE PT-EVENT-DATE TO AH-FILED-DATE
054500     SET AH-HELD TO TRUE
054600     MOVE ZERO TO AH-RESOLVED-DATE
054700     WRITE AWARD-HOLD-RECORD
054800         INVALID KEY
054900             MOVE "AWARD ALREADY ON AWDHOLD" TO WS-REJECT-REASON
055000             PERFORM 3900-REJECT-PROTEST THRU 3900-EXIT
055100             GO TO 3300-EXIT
055200     END-WRITE
055300     ADD 1 TO WS-HOLDS-PLACED
055310     MOVE "HOLD" TO WS-AL-ACTION
055320     MOVE "AWARD HELD" TO WS-AL-TEXT
055500     PERFORM 3800-WRITE-ACTION THRU 3800-EXIT.
055600 3300-EXIT.
055700     EXIT.
055800*--------------------------------------------------------------
055900* A RESOLUTION NAMES THE HELD BID AND ITS PROTEST. DENIED AND
056000* WITHDRAWN RELEASE THE AWARD BACK INTO THE TOTALS; UPHELD
056100* DISQUALIFIES THE BID AND CALLS FOR THE ROUND TO BE RE-RUN.
056200*--------------------------------------------------------------
056300 3400-RESOLVE-PROTEST.
056400     IF NOT PT-UPHELD AND NOT PT-DENIED AND NOT PT-WITHDRAWN
056500         MOVE "BAD OUTCOME CODE" TO WS-REJECT-REASON
056600         PERFORM 3900-REJECT-PROTEST THRU 3900-EXIT
056700         GO TO 3400-EXIT
056800     END-IF
056900     MOVE PT-AWARD-BID TO AH-BID-ID
057000     READ AWARD-HOLD-FILE KEY IS AH-BID-ID
057100         INVALID KEY
057200             MOVE "NO HOLD ON AWDHOLD" TO WS-REJECT-REASON
057300             PERFORM 3900-REJECT-PROTEST THRU 3900-EXIT
057400             GO TO 3400-EXIT
057500     END-READ
057600     IF AH-PROTEST-ID NOT = PT-PROTEST-ID
057700         MOVE "HOLD BELONGS TO ANOTHER PROTEST"
057800             TO WS-REJECT-REASON
057900         PERFORM 3900-REJECT-PROTEST THRU 3900-EXIT
058000         GO TO 3400-EXIT
058100     END-IF
058200     IF NOT AH-HELD
058300         MOVE "PROTEST ALREADY RESOLVED" TO WS-REJECT-REASON
058400         PERFORM 3900-REJECT-PROTEST THRU 3900-EXIT
058500         GO TO 3400-EXIT
058600     END-IF
058700     MOVE PT-OUTCOME TO AH-STATUS
058800     IF PT-EVENT-DATE IS NUMERIC
058900         MOVE PT-EVENT-DATE TO AH-RESOLVED-DATE
059000     ELSE
059100         MOVE WS-CYCLE-DATE TO AH-RESOLVED-DATE
059200     END-IF
059300     REWRITE AWARD-HOLD-RECORD
059400         INVALID KEY
059500             DISPLAY "BID-PROTEST-BATCH: REWRITE FAILED FOR "
059600                 AH-BID-ID
059700             MOVE 8 TO RETURN-CODE
059800             GO TO 3400-EXIT
059900     END-REWRITE
060000     EVALUATE TRUE
060100         WHEN AH-UPHELD
060200             ADD 1 TO WS-HOLDS-UPHELD
060300             SET WS-RERANK-NEEDED TO TRUE
060400             MOVE "UPHELD - DISQUALIFY" TO WS-AL-TEXT
060500         WHEN AH-DENIED
060600             ADD 1 TO WS-HOLDS-RELEASED
060700             MOVE "DENIED - RELEASED" TO WS-AL-TEXT
060800         WHEN OTHER
060900             ADD 1 TO WS-HOLDS-RELEASED
061000             MOVE "WITHDRAWN - RELEASED" TO WS-AL-TEXT
061100     END-EVALUATE
061110     MOVE "RESOLVED" TO WS-AL-ACTION
061200     PERFORM 3800-WRITE-ACTION THRU 3800-EXIT.
061300 3400-EXIT.
061400     EXIT.
061500 3800-WRITE-ACTION.
061800     MOVE AH-BID-ID TO WS-AL-BID-ID
061900     MOVE AH-VENDOR-ID TO WS-AL-VENDOR
062000     MOVE AH-PROTEST-ID TO WS-AL-PROTEST
062100     WRITE PR-RECORD FROM WS-ACTION-LINE.
062200 3800-EXIT.
062300     EXIT.
062400 3900-REJECT-PROTEST.
062500     ADD 1 TO WS-PROTESTS-REJECTED
062600     MOVE PT-PROTEST-ID TO WS-RJ-PROTEST
062700     MOVE PT-AWARD-BID TO WS-RJ-BID-ID
062800     MOVE WS-REJECT-REASON TO WS-RJ-REASON
062900     WRITE PR-RECORD FROM WS-REJECT-LINE.
063000 3900-EXIT.
063100     EXIT.
063200*--------------------------------------------------------------
063300* RE-RUN THE ROUND WITHOUT EVERY BID WHOSE PROTEST HAS BEEN
063400* UPHELD. A SURVIVING BID MOVES UP ONE RANK FOR EACH
063500* DISQUALIFIED BID RANKED STRICTLY ABOVE IT, SO TIES STAY
063600* TIED. THE BUDGET IS THEN RE-ALLOCATED DOWN THE NEW RANKING
063700* BY TIE GROUP EXACTLY AS BID-AWARD-BATCH ALLOCATES IT.
063800*--------------------------------------------------------------
063900 4000-RERANK-ROUND.
064000     IF WS-BID-COUNT = ZERO
064100         MOVE SPACES TO PR-RECORD
064200         MOVE "NO RANKING ON BIDSOUT - ROUND NOT RE-AWARDED"
064300             TO PR-RECORD
064400         WRITE PR-RECORD
064500         GO TO 4000-EXIT
064600     END-IF
064700     PERFORM 4100-MARK-DISQUALIFIED THRU 4100-EXIT
064800         VARYING WS-BID-IX FROM 1 BY 1
064900         UNTIL WS-BID-IX > WS-BID-COUNT
065000     PERFORM 4200-COMPACT-ONE-BID THRU 4200-EXIT
065100         VARYING WS-BID-IX FROM 1 BY 1
065200         UNTIL WS-BID-IX > WS-BID-COUNT
065300     MOVE 1 TO WS-GROUP-START
065400     PERFORM 4300-ALLOCATE-ONE-GROUP THRU 4300-EXIT
065500         UNTIL WS-GROUP-START > WS-RR-COUNT
065600     OPEN OUTPUT RERANK-FILE
065700     PERFORM 4500-POST-ONE-RERANKED THRU 4500-EXIT
065800         VARYING WS-RR-IX FROM 1 BY 1
065900         UNTIL WS-RR-IX > WS-RR-COUNT
066000     CLOSE RERANK-FILE
066100     PERFORM 4800-APPEND-HISTORY THRU 4800-EXIT.
066200 4000-EXIT.
066300     EXIT.
066400 4100-MARK-DISQUALIFIED.
066500     MOVE WS-BT-BID-ID(WS-BID-IX) TO AH-BID-ID
066600     READ AWARD-HOLD-FILE KEY IS AH-BID-ID
066700         INVALID KEY
066800             GO TO 4100-EXIT
066900     END-READ
067000     IF AH-UPHELD
067100         MOVE 'Y' TO WS-BT-DISQUAL-SW(WS-BID-IX)
067200     END-IF.
067300 4100-EXIT.
067400     EXIT.
067500 4200-COMPACT-ONE-BID.
067600     IF WS-BT-DISQUAL-SW(WS-BID-IX) = 'Y'
067700         GO TO 4200-EXIT
067800     END-IF
067900     MOVE ZERO TO WS-DROPPED-ABOVE
068000     PERFORM 4210-COUNT-DROPPED-ABOVE THRU 4210-EXIT
068100         VARYING WS-PRIOR-IX FROM 1 BY 1
068200         UNTIL WS-PRIOR-IX >= WS-BID-IX
068300     ADD 1 TO WS-RR-COUNT
068400     COMPUTE WS-RR-RANK(WS-RR-COUNT) =
068500         WS-BT-RANK(WS-BID-IX) - WS-DROPPED-ABOVE
068600     MOVE WS-BID-IX TO WS-RR-BT-IX(WS-RR-COUNT)
068700     MOVE ZERO TO WS-RR-AMOUNT(WS-RR-COUNT).
068800 4200-EXIT.
068900     EXIT.
069000 4210-COUNT-DROPPED-ABOVE.
069100     IF WS-BT-DISQUAL-SW(WS-PRIOR-IX) = 'Y'
069200         AND WS-BT-RANK(WS-PRIOR-IX) < WS-BT-RANK(WS-BID-IX)
069300         ADD 1 TO WS-DROPPED-ABOVE
069400     END-IF.
069500 4210-EXIT.
069600     EXIT.
069700 4300-ALLOCATE-ONE-GROUP.
069800     MOVE WS-GROUP-START TO WS-GROUP-END
069900     PERFORM 4310-EXTEND-GROUP THRU 4310-EXIT
070000         UNTIL WS-GROUP-END >= WS-RR-COUNT
070100            OR WS-RR-RANK(WS-GROUP-END + 1)
070200               NOT = WS-RR-RANK(WS-GROUP-START)
070300     COMPUTE WS-GROUP-SIZE =
070400         WS-GROUP-END - WS-GROUP-START + 1
070500     IF NOT WS-FUNDS-GONE
070600         COMPUTE WS-GROUP-NEED =
070700             WS-GROUP-SIZE * AC-AWARD-AMOUNT
070800         IF WS-GROUP-NEED <= WS-REMAINING-BUDGET
070900             SUBTRACT WS-GROUP-NEED FROM WS-REMAINING-BUDGET
071000             MOVE AC-AWARD-AMOUNT TO WS-SPLIT-AMOUNT
071100         ELSE
071200             COMPUTE WS-SPLIT-AMOUNT =
071300                 WS-REMAINING-BUDGET / WS-GROUP-SIZE
071400             COMPUTE WS-GROUP-NEED =
071500                 WS-SPLIT-AMOUNT * WS-GROUP-SIZE
071600             SUBTRACT WS-GROUP-NEED FROM WS-REMAINING-BUDGET
071700             SET WS-FUNDS-GONE TO TRUE
071800         END-IF
071900         PERFORM 4320-SET-ONE-AMOUNT THRU 4320-EXIT
072000             VARYING WS-RR-IX FROM WS-GROUP-START BY 1
072100             UNTIL WS-RR-IX > WS-GROUP-END
072200     END-IF
072300     COMPUTE WS-GROUP-START = WS-GROUP-END + 1.
072400 4300-EXIT.
072500     EXIT.
072600 4310-EXTEND-GROUP.
072700     ADD 1 TO WS-GROUP-END.
072800 4310-EXIT.
072900     EXIT.
073000 4320-SET-ONE-AMOUNT.
073100     MOVE WS-SPLIT-AMOUNT TO WS-RR-AMOUNT(WS-RR-IX).
073200 4320-EXIT.
073300     EXIT.
073400*--------------------------------------------------------------
073500* WRITE THE SURVIVING LINE WITH ITS NEW RANK, THEN SET THE NEW
073600* AWARD AGAINST WHAT HAS ALREADY REACHED VENDHIST FOR THE BID:
073700* ITS AWARDLTR AMOUNT, OR THE AMOUNT OF AN EARLIER RE-AWARD. A
073800* BID NEW TO THE MONEY IS POSTED AS AN AWARD; A LARGER SHARE
073900* POSTS THE DIFFERENCE. A SMALLER SHARE IS REPORTED ONLY.
074000*--------------------------------------------------------------
074100 4500-POST-ONE-RERANKED.
074200     MOVE WS-RR-BT-IX(WS-RR-IX) TO WS-BID-IX
074300     MOVE WS-RR-RANK(WS-RR-IX) TO WS-RANK-EDIT
074400     MOVE WS-BT-IMAGE(WS-BID-IX) TO RK-RECORD
074500     MOVE WS-RANK-EDIT TO RK-RECORD(1:4)
074600     WRITE RK-RECORD
074700     MOVE WS-BT-BID-ID(WS-BID-IX) TO WS-THIS-BID
074800     MOVE ZERO TO WS-POSTED-AMOUNT
074900     PERFORM 5100-FIND-AWARD THRU 5100-EXIT
075000     IF WS-MATCH-IX > ZERO
075100         MOVE WS-AT-AMOUNT(WS-MATCH-IX) TO WS-POSTED-AMOUNT
075200     END-IF
075300     MOVE WS-THIS-BID TO AH-BID-ID
075400     READ AWARD-HOLD-FILE KEY IS AH-BID-ID
075500         INVALID KEY
075600             MOVE SPACES TO AWARD-HOLD-RECORD
075700             MOVE WS-THIS-BID TO AH-BID-ID
075800         NOT INVALID KEY
075900             IF AH-REAWARDED
076000                 MOVE AH-AWARD-AMOUNT TO WS-POSTED-AMOUNT
076100             END-IF
076200     END-READ
076300     IF WS-RR-AMOUNT(WS-RR-IX) = WS-POSTED-AMOUNT
076400         GO TO 4500-EXIT
076500     END-IF
076600     PERFORM 6000-RESOLVE-VENDOR THRU 6000-EXIT
076700     MOVE WS-THIS-BID TO WS-AC-BID-ID
076800     MOVE WS-THIS-VENDOR TO WS-AC-VENDOR
076900     MOVE WS-RR-RANK(WS-RR-IX) TO WS-AC-RANK
077000     MOVE WS-RR-AMOUNT(WS-RR-IX) TO WS-AC-AMOUNT
077100     MOVE WS-POSTED-AMOUNT TO WS-AC-WAS
077200     IF WS-RR-AMOUNT(WS-RR-IX) < WS-POSTED-AMOUNT
077300         MOVE "SHARE CUT" TO WS-AC-ACTION
077400         WRITE PR-RECORD FROM WS-AWARD-CHANGE-LINE
077500         GO TO 4500-EXIT
077600     END-IF
077700     COMPUTE WS-EXTRA-AMOUNT =
077800         WS-RR-AMOUNT(WS-RR-IX) - WS-POSTED-AMOUNT
077900     PERFORM 6100-FIND-VENDOR-SLOT THRU 6100-EXIT
078000     IF WS-MATCH-IX > ZERO
078100         IF WS-POSTED-AMOUNT = ZERO
078200             ADD 1 TO WS-VE-AWARDS(WS-MATCH-IX)
078300         END-IF
078400         ADD WS-EXTRA-AMOUNT TO WS-VE-AMOUNT(WS-MATCH-IX)
078500     END-IF
078600     IF WS-POSTED-AMOUNT = ZERO
078700         ADD 1 TO WS-BIDS-REAWARDED
078800         MOVE "REAWARDED" TO WS-AC-ACTION
078900     ELSE
079000         MOVE "SHARE RAISED" TO WS-AC-ACTION
079100     END-IF
079200     WRITE PR-RECORD FROM WS-AWARD-CHANGE-LINE
079300     PERFORM 4600-RECORD-REAWARD THRU 4600-EXIT.
079400 4500-EXIT.
079500     EXIT.
079600*--------------------------------------------------------------
079700* THE AMOUNT NOW POSTED FOR A RE-AWARDED BID IS KEPT ON
079800* AWDHOLD SO A LATER RE-RUN OF THE SAME ROUND POSTS ONLY WHAT
079900* IS NEW. A BID WITH A HOLD OF ITS OWN KEEPS THAT RECORD.
080000*--------------------------------------------------------------
080100 4600-RECORD-REAWARD.
080200     IF AH-STATUS NOT = SPACE AND NOT AH-REAWARDED
080300         GO TO 4600-EXIT
080400     END-IF
080500     MOVE WS-THIS-VENDOR TO AH-VENDOR-ID
080600     MOVE WS-RR-RANK(WS-RR-IX) TO AH-AWARD-RANK
080700     MOVE WS-RR-AMOUNT(WS-RR-IX) TO AH-AWARD-AMOUNT
080800     MOVE WS-AWARD-DATE TO AH-AWARD-DATE
080900     MOVE WS-CYCLE-DATE TO AH-RESOLVED-DATE
081000     IF AH-REAWARDED
081100         REWRITE AWARD-HOLD-RECORD
081200             INVALID KEY
081300                 DISPLAY "BID-PROTEST-BATCH: REWRITE FAILED FOR "
081400                     AH-BID-ID
081500                 MOVE 8 TO RETURN-CODE
081600         END-REWRITE
081700         GO TO 4600-EXIT
081800     END-IF
081900     MOVE SPACES TO AH-PROTEST-ID
082000     MOVE SPACES TO AH-PROTESTOR-BID
082100     MOVE ZERO TO AH-FILED-DATE
082200     SET AH-REAWARDED TO TRUE
082300     WRITE AWARD-HOLD-RECORD
082400         INVALID KEY
082500             DISPLAY "BID-PROTEST-BATCH: WRITE FAILED FOR "
082600                 AH-BID-ID
082700             MOVE 8 TO RETURN-CODE
082800     END-WRITE.
082900 4600-EXIT.
083000     EXIT.
083100*--------------------------------------------------------------
083200* RE-AWARDS REACH VENDHIST AS ONE LINE PER VENDOR UNDER THE RUN
083300* DATE: NO NEW BIDS (THEY WERE COUNTED WHEN THE ROUND POSTED),
083400* THE AWARDS GAINED AND THE AMOUNT ADDED.
083500*--------------------------------------------------------------
083600 4800-APPEND-HISTORY.
083700     IF WS-VENDOR-COUNT = ZERO
083800         GO TO 4800-EXIT
083900     END-IF
084000     OPEN EXTEND VENDOR-HISTORY-FILE
084100     IF NOT WS-HISTORY-OK
084200         OPEN OUTPUT VENDOR-HISTORY-FILE
084300     END-IF
084400     PERFORM 4810-WRITE-ONE-VENDOR THRU 4810-EXIT
084500         VARYING WS-VE-IX FROM 1 BY 1
084600         UNTIL WS-VE-IX > WS-VENDOR-COUNT
084700     CLOSE VENDOR-HISTORY-FILE.
084800 4800-EXIT.
084900     EXIT.
085000 4810-WRITE-ONE-VENDOR.
085100     MOVE SPACES TO VENDOR-HISTORY-RECORD
085200     MOVE WS-CYCLE-DATE TO VH-CYCLE-DATE
085300     MOVE WS-VE-VENDOR-ID(WS-VE-IX) TO VH-VENDOR-ID
085400     MOVE ZERO TO VH-BIDS-ENTERED
085500     MOVE WS-VE-AWARDS(WS-VE-IX) TO VH-AWARDS-WON
085600     MOVE WS-VE-AMOUNT(WS-VE-IX) TO VH-AWARD-AMOUNT
085700     WRITE VENDOR-HISTORY-RECORD.
085800 4810-EXIT.
085900     EXIT.
086000 5100-FIND-AWARD.
086100     MOVE ZERO TO WS-MATCH-IX
086200     PERFORM 5110-SCAN-AWARDS THRU 5110-EXIT
086300         VARYING WS-AWARD-IX FROM 1 BY 1
086400         UNTIL WS-AWARD-IX > WS-AWARD-COUNT
086500            OR WS-MATCH-IX > ZERO.
086600 5100-EXIT.
086700     EXIT.
086800 5110-SCAN-AWARDS.
086900     IF WS-AT-BID-ID(WS-AWARD-IX) = WS-THIS-BID
087000         MOVE WS-AWARD-IX TO WS-MATCH-IX
087100     END-IF.
087200 5110-EXIT.
087300     EXIT.
087400 5200-FIND-UNSUCCESSFUL.
087500     MOVE ZERO TO WS-MATCH-IX
087600     PERFORM 5210-SCAN-UNSUCC THRU 5210-EXIT
087700         VARYING WS-UNSUCC-IX FROM 1 BY 1
087800         UNTIL WS-UNSUCC-IX > WS-UNSUCC-COUNT
087900            OR WS-MATCH-IX > ZERO.
088000 5200-EXIT.
088100     EXIT.
088200 5210-SCAN-UNSUCC.
088300     IF WS-UT-BID-ID(WS-UNSUCC-IX) = WS-THIS-BID
088400         MOVE WS-UNSUCC-IX TO WS-MATCH-IX
088500     END-IF.
088600 5210-EXIT.
088700     EXIT.
088800*--------------------------------------------------------------
088900* A BID WITHOUT A CROSS-REFERENCE ROW BOOKS TO THE CATCH-ALL
089000* VENDOR '????????', AS IN VENDOR-AWARD-ACCUM.
089100*--------------------------------------------------------------
089200 6000-RESOLVE-VENDOR.
089300     MOVE "????????" TO WS-THIS-VENDOR
089400     PERFORM 6010-SCAN-XREF THRU 6010-EXIT
089500         VARYING WS-XR-IX FROM 1 BY 1
089600         UNTIL WS-XR-IX > WS-XREF-COUNT.
089700 6000-EXIT.
089800     EXIT.
089900 6010-SCAN-XREF.
090000     IF WS-XR-BID-ID(WS-XR-IX) = WS-THIS-BID
090100         MOVE WS-XR-VENDOR-ID(WS-XR-IX) TO WS-THIS-VENDOR
090200     END-IF.
090300 6010-EXIT.
090400     EXIT.
090500 6100-FIND-VENDOR-SLOT.
090600     MOVE ZERO TO WS-MATCH-IX
090700     PERFORM 6110-SCAN-VENDORS THRU 6110-EXIT
090800         VARYING WS-VE-IX FROM 1 BY 1
090900         UNTIL WS-VE-IX > WS-VENDOR-COUNT
091000            OR WS-MATCH-IX > ZERO
091100     IF WS-MATCH-IX = ZERO
091200         AND WS-VENDOR-COUNT < WS-VENDOR-MAX
091300         ADD 1 TO WS-VENDOR-COUNT
091400         MOVE WS-VENDOR-COUNT TO WS-MATCH-IX
091500         MOVE WS-THIS-VENDOR
091600             TO WS-VE-VENDOR-ID(WS-MATCH-IX)
091700         MOVE ZERO TO WS-VE-AWARDS(WS-MATCH-IX)
091800         MOVE ZERO TO WS-VE-AMOUNT(WS-MATCH-IX)
091900     END-IF.
092000 6100-EXIT.
092100     EXIT.
092200 6110-SCAN-VENDORS.
092300     IF WS-VE-VENDOR-ID(WS-VE-IX) = WS-THIS-VENDOR
092400         MOVE WS-VE-IX TO WS-MATCH-IX
092500     END-IF.
092600 6110-EXIT.
092700     EXIT.
092800 9000-TERMINATE.
092900     MOVE "PROTEST RECORDS READ" TO WS-CL-LABEL
093000     MOVE WS-PROTESTS-READ TO WS-CL-COUNT
093100     WRITE PR-RECORD FROM WS-COUNT-LINE
093200     MOVE "AWARDS PLACED ON HOLD" TO WS-CL-LABEL
093300     MOVE WS-HOLDS-PLACED TO WS-CL-COUNT
093400     WRITE PR-RECORD FROM WS-COUNT-LINE
093500     MOVE "PROTESTS UPHELD" TO WS-CL-LABEL
093600     MOVE WS-HOLDS-UPHELD TO WS-CL-COUNT
093700     WRITE PR-RECORD FROM WS-COUNT-LINE
093800     MOVE "AWARDS RELEASED" TO WS-CL-LABEL
093900     MOVE WS-HOLDS-RELEASED TO WS-CL-COUNT
094000     WRITE PR-RECORD FROM WS-COUNT-LINE
094100     MOVE "BIDS RE-AWARDED" TO WS-CL-LABEL
094200     MOVE WS-BIDS-REAWARDED TO WS-CL-COUNT
094300     WRITE PR-RECORD FROM WS-COUNT-LINE
094400     MOVE "PROTEST RECORDS REJECTED" TO WS-CL-LABEL
094500     MOVE WS-PROTESTS-REJECTED TO WS-CL-COUNT
094600     WRITE PR-RECORD FROM WS-COUNT-LINE
094700     CLOSE AWARD-HOLD-FILE
094800     CLOSE PROTEST-REPORT-FILE.
094900 9000-EXIT.
095000     EXIT.
095100 END PROGRAM BID-PROTEST-BATCH.
