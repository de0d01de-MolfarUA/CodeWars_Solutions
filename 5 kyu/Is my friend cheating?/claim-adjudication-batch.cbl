000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CLAIM-ADJUDICATION-BATCH.
000300 AUTHOR. FRAUD-REVIEW.
000400 INSTALLATION. MATH-SERVICES.
000500 DATE-WRITTEN. 2026-10-01.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-01  FRD  INITIAL VERSION - ADJUDICATES CONTEST
001000*                    ENTRANT CLAIMS THAT A PAIR (A, B) WORKS
001100*                    FOR A GIVEN N. CLAIMS ARE TAKEN IN N AND
001200*                    SUBMISSION-TIME ORDER, EACH DISTINCT N IS
001300*                    SOLVED ONCE THROUGH REMOVENB-AUDITED, AND
001400*                    EVERY CLAIM GETS A VERDICT ON CLMVERD:
001500*                    VALID, INVALID, OR DUPLICATE OF AN EARLIER
001600*                    VALID CLAIM OF THE SAME PAIR. CLMWIN LISTS
001700*                    THE FIRST ENTRANT WITH A VALID CLAIM FOR
001800*                    EACH N.
001900*--------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT CLAIM-INPUT-FILE ASSIGN TO "CLAIMS"
002500         ORGANIZATION IS LINE SEQUENTIAL
002600         FILE STATUS IS WS-CLAIM-STATUS.
002700     SELECT VERDICT-FILE ASSIGN TO "CLMVERD"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-VERDICT-STATUS.
003000     SELECT WINNERS-FILE ASSIGN TO "CLMWIN"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-WINNERS-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  CLAIM-INPUT-FILE.
003600 01  CLAIM-INPUT-RECORD.
003700     05  CI-ENTRANT-ID        PIC X(10).
003800     05  FILLER               PIC X(01).
003900     05  CI-N                 PIC 9(08).
004000     05  FILLER               PIC X(01).
004100     05  CI-A                 PIC 9(08).
004200     05  FILLER               PIC X(01).
004300     05  CI-B                 PIC 9(08).
004400     05  FILLER               PIC X(01).
004500     05  CI-SUBMITTED         PIC 9(14).
004600 FD  VERDICT-FILE.
004700 01  VERDICT-RECORD.
004800     05  VD-ENTRANT-ID        PIC X(10).
004900     05  FILLER               PIC X(01).
005000     05  VD-N                 PIC 9(08).
005100     05  FILLER               PIC X(01).
005200     05  VD-A                 PIC 9(08).
005300     05  FILLER               PIC X(01).
005400     05  VD-B                 PIC 9(08).
005500     05  FILLER               PIC X(01).
005600     05  VD-SUBMITTED         PIC 9(14).
005700     05  FILLER               PIC X(01).
005800     05  VD-VERDICT           PIC X(09).
005900     05  FILLER               PIC X(01).
006000     05  VD-DETAIL            PIC X(17).
006100 FD  WINNERS-FILE.
006200 01  WN-RECORD                PIC X(80).
006300 WORKING-STORAGE SECTION.
006400 77  WS-CLAIM-STATUS          PIC X(02)     VALUE SPACES.
006500     88  WS-CLAIM-OK                        VALUE '00'.
006600     88  WS-CLAIM-EOF                       VALUE '10'.
006700 77  WS-VERDICT-STATUS        PIC X(02)     VALUE SPACES.
006800     88  WS-VERDICT-OK                      VALUE '00'.
006900 77  WS-WINNERS-STATUS        PIC X(02)     VALUE SPACES.
007000     88  WS-WINNERS-OK                      VALUE '00'.
007100 77  WS-CLAIM-COUNT           PIC 9(04)     VALUE ZERO COMP.
007200 77  WS-CLAIM-MAX             PIC 9(04)     VALUE 2000 COMP.
007300 77  WS-CL-IX                 PIC 9(04)     VALUE ZERO COMP.
007400 77  WS-RS-IX                 PIC 9(02)     VALUE ZERO COMP.
007500 77  WS-MATCH-IX              PIC 9(02)     VALUE ZERO COMP.
007600 77  WS-OUTER-SUB             PIC 9(04)     VALUE ZERO COMP.
007700 77  WS-INNER-SUB             PIC 9(04)     VALUE ZERO COMP.
007800 77  WS-CURRENT-N             PIC 9(08)     VALUE ZERO.
007900 77  WS-N-VALID-COUNT         PIC 9(04)     VALUE ZERO COMP.
008000 77  WS-N-CLAIM-COUNT         PIC 9(04)     VALUE ZERO COMP.
008100 77  WS-DISTINCT-N            PIC 9(04)     VALUE ZERO COMP.
008200 77  WS-VALID-COUNT           PIC 9(04)     VALUE ZERO COMP.
008300 77  WS-INVALID-COUNT         PIC 9(04)     VALUE ZERO COMP.
008400 77  WS-DUPLICATE-COUNT       PIC 9(04)     VALUE ZERO COMP.
008500 77  WS-WINNER-ENTRANT        PIC X(10)     VALUE SPACES.
008600 77  WS-WINNER-SUBMITTED      PIC 9(14)     VALUE ZERO.
008700 77  WS-WINNER-A              PIC 9(08)     VALUE ZERO.
008800 77  WS-WINNER-B              PIC 9(08)     VALUE ZERO.
008900 01  WS-CLAIM-TABLE.
009000     05  WS-CL-ENTRY OCCURS 2000.
009100         10  WS-CL-N          PIC 9(08).
009200         10  WS-CL-SUBMITTED  PIC 9(14).
009300         10  WS-CL-ENTRANT-ID PIC X(10).
009400         10  WS-CL-A          PIC 9(08).
009500         10  WS-CL-B          PIC 9(08).
009600 01  WS-SWAP-HOLD             PIC X(48).
009700*--------------------------------------------------------------
009800* REMOVENB-AUDITED PARAMETERS FOR THE N IN HAND, AND THE FIRST
009900* ENTRANT TO HAVE CLAIMED EACH PAIR OF ITS RESULT SET.
010000*--------------------------------------------------------------
010100 01  WS-RN-N                  PIC 9(08)     VALUE ZERO.
010200 01  WS-RN-RESULT.
010300     05  WS-RN-COUNT          PIC 9(02).
010400     05  WS-RN-PAIR           OCCURS 0 TO 20 TIMES
010500                              DEPENDING ON WS-RN-COUNT.
010600         10  WS-RN-A          PIC 9(08).
010700         10  WS-RN-B          PIC 9(08).
010800 01  WS-RN-PAIR-COUNT         PIC 9(02)     VALUE ZERO.
010900 01  WS-RN-UNSOLVABLE-FLAG    PIC X(01)     VALUE SPACE.
011000     88  WS-RN-UNSOLVABLE                   VALUE 'Y'.
011100 01  WS-CLAIMED-TABLE.
011200     05  WS-CLAIMED-BY        PIC X(10) OCCURS 20.
011300 01  WS-WINNER-HEADER.
011400     05  FILLER               PIC X(40)     VALUE
011500             "FIRST CORRECT ENTRANT PER N".
011600 01  WS-WINNER-LINE.
011700     05  FILLER               PIC X(02)     VALUE "N ".
011800     05  WS-WL-N              PIC Z(07)9.
011900     05  FILLER               PIC X(08)     VALUE " WINNER ".
012000     05  WS-WL-ENTRANT        PIC X(10).
012100     05  FILLER               PIC X(04)     VALUE " AT ".
012200     05  WS-WL-SUBMITTED      PIC 9(14).
012300     05  FILLER               PIC X(07)     VALUE " PAIR (".
012400     05  WS-WL-A              PIC Z(07)9.
012500     05  FILLER               PIC X(01)     VALUE ",".
012600     05  WS-WL-B              PIC Z(07)9.
012700     05  FILLER               PIC X(01)     VALUE ")".
012800 01  WS-NO-WINNER-LINE.
012900     05  FILLER               PIC X(02)     VALUE "N ".
013000     05  WS-NW-N              PIC Z(07)9.
013100     05  FILLER               PIC X(01)     VALUE SPACE.
013200     05  WS-NW-TEXT           PIC X(30).
013300     05  FILLER               PIC X(08)     VALUE " CLAIMS ".
013400     05  WS-NW-CLAIMS         PIC ZZZ9.
013500 01  WS-TOTAL-LINE.
013600     05  FILLER               PIC X(08)     VALUE "CLAIMS ".
013700     05  WS-TL-CLAIMS         PIC ZZZ9.
013800     05  FILLER               PIC X(08)     VALUE "  VALID ".
013900     05  WS-TL-VALID          PIC ZZZ9.
014000     05  FILLER               PIC X(10)     VALUE "  INVALID ".
014100     05  WS-TL-INVALID        PIC ZZZ9.
014200     05  FILLER               PIC X(12)     VALUE
014300             "  DUPLICATE ".
014400     05  WS-TL-DUPLICATE      PIC ZZZ9.
014500     05  FILLER               PIC X(15)     VALUE
014600             "  DISTINCT N   ".
014700     05  WS-TL-DISTINCT       PIC ZZZ9.
014800 PROCEDURE DIVISION.
014900 0000-MAINLINE.
015000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015100     PERFORM 2000-LOAD-CLAIMS THRU 2000-EXIT.
015200     PERFORM 3000-SORT-CLAIMS THRU 3000-EXIT.
015300     PERFORM 4000-ADJUDICATE-ONE-CLAIM THRU 4000-EXIT
015400         VARYING WS-CL-IX FROM 1 BY 1
015500         UNTIL WS-CL-IX > WS-CLAIM-COUNT.
015600     IF WS-CLAIM-COUNT > ZERO
015700         PERFORM 6000-CLOSE-OUT-N THRU 6000-EXIT
015800     END-IF
015900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016000     STOP RUN.
016100 0000-EXIT.
016200     EXIT.
016300 1000-INITIALIZE.
016400     OPEN OUTPUT VERDICT-FILE
016500     OPEN OUTPUT WINNERS-FILE
016600     WRITE WN-RECORD FROM WS-WINNER-HEADER.
016700 1000-EXIT.
016800     EXIT.
016900*--------------------------------------------------------------
017000* A CLAIM WITH A NON-NUMERIC N, PAIR OR TIMESTAMP CANNOT BE
017100* CHECKED AND IS RULED INVALID AS IT IS READ.
017200*--------------------------------------------------------------
017300 2000-LOAD-CLAIMS.
017400     OPEN INPUT CLAIM-INPUT-FILE
017500     IF NOT WS-CLAIM-OK
017600         DISPLAY "CLAIM-ADJUDICATION-BATCH: CLAIMS FILE NOT "
017700             "AVAILABLE"
017800         MOVE 8 TO RETURN-CODE
017900         GO TO 2000-EXIT
018000     END-IF
018100     PERFORM 2100-READ-CLAIM THRU 2100-EXIT
018200     PERFORM 2200-STORE-CLAIM THRU 2200-EXIT
018300         UNTIL WS-CLAIM-EOF
018400     CLOSE CLAIM-INPUT-FILE.
018500 2000-EXIT.
018600     EXIT.
018700 2100-READ-CLAIM.
018800     READ CLAIM-INPUT-FILE
018900         AT END SET WS-CLAIM-EOF TO TRUE
019000     END-READ.
019100 2100-EXIT.
019200     EXIT.
019300 2200-STORE-CLAIM.
019400     IF CI-N NOT NUMERIC
019500         OR CI-A NOT NUMERIC
019600         OR CI-B NOT NUMERIC
019700         OR CI-SUBMITTED NOT NUMERIC
019800         MOVE SPACES TO VERDICT-RECORD
019900         MOVE CLAIM-INPUT-RECORD TO VERDICT-RECORD
020000         MOVE "INVALID" TO VD-VERDICT
020100         MOVE "MALFORMED CLAIM" TO VD-DETAIL
020200         WRITE VERDICT-RECORD
020300         ADD 1 TO WS-INVALID-COUNT
020400         GO TO 2200-READ-NEXT
020500     END-IF
020600     IF WS-CLAIM-COUNT >= WS-CLAIM-MAX
020700         DISPLAY "CLAIM-ADJUDICATION-BATCH: MORE THAN "
020800             WS-CLAIM-MAX " CLAIMS - RUN STOPPED"
020900         MOVE 8 TO RETURN-CODE
021000         STOP RUN
021100     END-IF
021200     ADD 1 TO WS-CLAIM-COUNT
021300     MOVE CI-N TO WS-CL-N(WS-CLAIM-COUNT)
021400     MOVE CI-SUBMITTED TO WS-CL-SUBMITTED(WS-CLAIM-COUNT)
021500     MOVE CI-ENTRANT-ID TO WS-CL-ENTRANT-ID(WS-CLAIM-COUNT)
021600     MOVE CI-A TO WS-CL-A(WS-CLAIM-COUNT)
021700     MOVE CI-B TO WS-CL-B(WS-CLAIM-COUNT).
021800 2200-READ-NEXT.
021900     PERFORM 2100-READ-CLAIM THRU 2100-EXIT.
022000 2200-EXIT.
022100     EXIT.
022200*--------------------------------------------------------------
022300* N, THEN SUBMISSION TIME. THE EXCHANGE SORT ONLY SWAPS ON A
022400* STRICTLY GREATER KEY, SO CLAIMS STAMPED THE SAME SECOND KEEP
022500* THEIR ARRIVAL ORDER.
022600*--------------------------------------------------------------
022700 3000-SORT-CLAIMS.
022800     PERFORM 3100-SORT-ONE-PASS THRU 3100-EXIT
022900         VARYING WS-OUTER-SUB FROM 1 BY 1
023000         UNTIL WS-OUTER-SUB >= WS-CLAIM-COUNT.
023100 3000-EXIT.
023200     EXIT.
023300 3100-SORT-ONE-PASS.
023400     PERFORM 3110-COMPARE-ONE-PAIR THRU 3110-EXIT
023500         VARYING WS-INNER-SUB FROM 1 BY 1
023600         UNTIL WS-INNER-SUB >= WS-CLAIM-COUNT.
023700 3100-EXIT.
023800     EXIT.
023900 3110-COMPARE-ONE-PAIR.
024000     IF WS-CL-N(WS-INNER-SUB) > WS-CL-N(WS-INNER-SUB + 1)
024100         OR (WS-CL-N(WS-INNER-SUB) = WS-CL-N(WS-INNER-SUB + 1)
024200         AND WS-CL-SUBMITTED(WS-INNER-SUB)
024300             > WS-CL-SUBMITTED(WS-INNER-SUB + 1))
024400         MOVE WS-CL-ENTRY(WS-INNER-SUB) TO WS-SWAP-HOLD
024500         MOVE WS-CL-ENTRY(WS-INNER-SUB + 1)
024600             TO WS-CL-ENTRY(WS-INNER-SUB)
024700         MOVE WS-SWAP-HOLD
024800             TO WS-CL-ENTRY(WS-INNER-SUB + 1)
024900     END-IF.
025000 3110-EXIT.
025100     EXIT.
025200 4000-ADJUDICATE-ONE-CLAIM.
025300     IF WS-CL-IX = 1
025400         OR WS-CL-N(WS-CL-IX) NOT = WS-CURRENT-N
025500         IF WS-CL-IX > 1
025600             PERFORM 6000-CLOSE-OUT-N THRU 6000-EXIT
025700         END-IF
025800         PERFORM 5000-SOLVE-N THRU 5000-EXIT
025900     END-IF
026000     ADD 1 TO WS-N-CLAIM-COUNT
026100     MOVE SPACES TO VERDICT-RECORD
026200     MOVE WS-CL-ENTRANT-ID(WS-CL-IX) TO VD-ENTRANT-ID
026300     MOVE WS-CL-N(WS-CL-IX) TO VD-N
026400     MOVE WS-CL-A(WS-CL-IX) TO VD-A
026500     MOVE WS-CL-B(WS-CL-IX) TO VD-B
026600     MOVE WS-CL-SUBMITTED(WS-CL-IX) TO VD-SUBMITTED
026700     MOVE ZERO TO WS-MATCH-IX
026800     PERFORM 4100-SCAN-RESULT THRU 4100-EXIT
026900         VARYING WS-RS-IX FROM 1 BY 1
027000         UNTIL WS-RS-IX > WS-RN-COUNT
027100            OR WS-MATCH-IX > ZERO
027200     EVALUATE TRUE
027300         WHEN WS-MATCH-IX = ZERO AND WS-RN-UNSOLVABLE
027400             MOVE "INVALID" TO VD-VERDICT
027500             MOVE "N HAS NO PAIRS" TO VD-DETAIL
027600             ADD 1 TO WS-INVALID-COUNT
027700         WHEN WS-MATCH-IX = ZERO
027800             MOVE "INVALID" TO VD-VERDICT
027900             MOVE "PAIR NOT A RESULT" TO VD-DETAIL
028000             ADD 1 TO WS-INVALID-COUNT
028100         WHEN WS-CLAIMED-BY(WS-MATCH-IX) NOT = SPACES
028200             MOVE "DUPLICATE" TO VD-VERDICT
028300             MOVE "OF" TO VD-DETAIL
028400             MOVE WS-CLAIMED-BY(WS-MATCH-IX) TO VD-DETAIL(4:10)
028500             ADD 1 TO WS-DUPLICATE-COUNT
028600         WHEN OTHER
028700             MOVE "VALID" TO VD-VERDICT
028800             MOVE WS-CL-ENTRANT-ID(WS-CL-IX)
028900                 TO WS-CLAIMED-BY(WS-MATCH-IX)
029000             ADD 1 TO WS-VALID-COUNT
029100             ADD 1 TO WS-N-VALID-COUNT
029200             IF WS-N-VALID-COUNT = 1
029300                 MOVE WS-CL-ENTRANT-ID(WS-CL-IX)
029400                     TO WS-WINNER-ENTRANT
029500                 MOVE WS-CL-SUBMITTED(WS-CL-IX)
029600                     TO WS-WINNER-SUBMITTED
029700                 MOVE WS-CL-A(WS-CL-IX) TO WS-WINNER-A
029800                 MOVE WS-CL-B(WS-CL-IX) TO WS-WINNER-B
029900             END-IF
030000     END-EVALUATE
030100     WRITE VERDICT-RECORD.
030200 4000-EXIT.
030300     EXIT.
030400 4100-SCAN-RESULT.
030500     IF WS-RN-A(WS-RS-IX) = WS-CL-A(WS-CL-IX)
030600         AND WS-RN-B(WS-RS-IX) = WS-CL-B(WS-CL-IX)
030700         MOVE WS-RS-IX TO WS-MATCH-IX
030800     END-IF.
030900 4100-EXIT.
031000     EXIT.
031100*--------------------------------------------------------------
031200* ONE REMOVENB-AUDITED CALL PER DISTINCT N - THE CLAIMS ARE IN
031300* N ORDER, SO THE RESULT SET IS REUSED FOR ALL CLAIMS ON IT.
031400*--------------------------------------------------------------
031500 5000-SOLVE-N.
031600     MOVE WS-CL-N(WS-CL-IX) TO WS-CURRENT-N
031700     MOVE WS-CURRENT-N TO WS-RN-N
031800     MOVE ZERO TO WS-RN-COUNT
031900     CALL "REMOVENB-AUDITED" USING WS-RN-N WS-RN-RESULT
032000         WS-RN-PAIR-COUNT WS-RN-UNSOLVABLE-FLAG
032100     ADD 1 TO WS-DISTINCT-N
032200     MOVE SPACES TO WS-CLAIMED-TABLE
032300     MOVE ZERO TO WS-N-VALID-COUNT
032400     MOVE ZERO TO WS-N-CLAIM-COUNT.
032500 5000-EXIT.
032600     EXIT.
032700 6000-CLOSE-OUT-N.
032800     IF WS-N-VALID-COUNT > ZERO
032900         MOVE WS-CURRENT-N TO WS-WL-N
033000         MOVE WS-WINNER-ENTRANT TO WS-WL-ENTRANT
033100         MOVE WS-WINNER-SUBMITTED TO WS-WL-SUBMITTED
033200         MOVE WS-WINNER-A TO WS-WL-A
033300         MOVE WS-WINNER-B TO WS-WL-B
033400         WRITE WN-RECORD FROM WS-WINNER-LINE
033500         GO TO 6000-EXIT
033600     END-IF
033700     MOVE WS-CURRENT-N TO WS-NW-N
033800     IF WS-RN-UNSOLVABLE
033900         MOVE "NO WINNER - N HAS NO PAIRS" TO WS-NW-TEXT
034000     ELSE
034100         MOVE "NO WINNER - NO VALID CLAIM" TO WS-NW-TEXT
034200     END-IF
034300     MOVE WS-N-CLAIM-COUNT TO WS-NW-CLAIMS
034400     WRITE WN-RECORD FROM WS-NO-WINNER-LINE.
034500 6000-EXIT.
034600     EXIT.
034700 9000-TERMINATE.
034800     MOVE WS-VALID-COUNT TO WS-TL-VALID
034900     MOVE WS-INVALID-COUNT TO WS-TL-INVALID
035000     MOVE WS-DUPLICATE-COUNT TO WS-TL-DUPLICATE
035100     COMPUTE WS-TL-CLAIMS = WS-VALID-COUNT + WS-INVALID-COUNT
035200         + WS-DUPLICATE-COUNT
035300     MOVE WS-DISTINCT-N TO WS-TL-DISTINCT
035400     WRITE WN-RECORD FROM WS-TOTAL-LINE
035500     CLOSE VERDICT-FILE
035600     CLOSE WINNERS-FILE.
035700 9000-EXIT.
035800     EXIT.
035900 END PROGRAM CLAIM-ADJUDICATION-BATCH.
