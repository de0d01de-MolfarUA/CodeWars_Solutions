000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FRAME-ENCODER-BATCH.
000300 AUTHOR. TELEMETRY-DECODING.
000400 INSTALLATION. DATA-QUALITY.
000500 DATE-WRITTEN. 2026-10-01.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-01  TLM  INITIAL VERSION - OUTBOUND COUNTERPART OF
001000*                    FRAME-DECODER-BATCH. EACH ENCODEIN RECORD
001100*                    CARRIES A FRAME ID AND ONE DECIMAL VALUE
001200*                    PER FRAMEDCT FIELD, IN DICTIONARY ORDER;
001300*                    THE VALUE IS LAID INTO THE FIELD'S BITS,
001400*                    WITH THE FIELD'S LAST BIT GIVEN OVER TO THE
001500*                    EVEN OR ODD PARITY BIT BIN-TO-DEC-CHECKED
001600*                    TESTS FOR. A VALUE TOO WIDE FOR ITS FIELD
001700*                    SENDS THE FRAME TO ENCODEXC. EVERY BUILT
001800*                    FRAME IS DECODED AGAIN THROUGH
001900*                    BIN-TO-DEC-CHECKED AND ONLY WRITTEN TO
002000*                    FRAMEOUT, IN THE FRAMEIN LAYOUT, WHEN EVERY
002100*                    FIELD COMES BACK TO THE VALUE IT WENT IN
002200*                    WITH.
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT FRAME-DICTIONARY-FILE ASSIGN TO "FRAMEDCT"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-DICT-STATUS.
003100     SELECT ENCODE-INPUT-FILE ASSIGN TO "ENCODEIN"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-INPUT-STATUS.
003400     SELECT FRAME-OUTPUT-FILE ASSIGN TO "FRAMEOUT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-OUTPUT-STATUS.
003700     SELECT ENCODE-EXCEPTION-FILE ASSIGN TO "ENCODEXC"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-EXCEPT-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  FRAME-DICTIONARY-FILE.
004300 01  FRAME-DICTIONARY-RECORD.
004400     05  FL-FIELD-NAME           PIC X(10).
004500     05  FILLER                  PIC X(01).
004600     05  FL-BIT-OFFSET           PIC 9(03).
004700     05  FILLER                  PIC X(01).
004800     05  FL-BIT-LENGTH           PIC 9(02).
004900     05  FILLER                  PIC X(01).
005000     05  FL-PARITY-FLAG          PIC X(01).
005100 FD  ENCODE-INPUT-FILE.
005200 01  ENCODE-INPUT-RECORD.
005300     05  EI-FRAME-ID             PIC X(12).
005400     05  FILLER                  PIC X(01).
005500     05  EI-FIELD-VALUE          PIC X(12) OCCURS 6.
005600 FD  FRAME-OUTPUT-FILE.
005700 01  FRAME-OUTPUT-RECORD         PIC X(128).
005800 FD  ENCODE-EXCEPTION-FILE.
005900 01  ENCODE-EXCEPTION-RECORD.
006000     05  EX-FRAME-ID             PIC X(12).
006100     05  FILLER                  PIC X(01).
006200     05  EX-FAIL-FIELD           PIC X(10).
006300     05  FILLER                  PIC X(01).
006400     05  EX-FIELD-VALUE          PIC X(12).
006500     05  FILLER                  PIC X(01).
006600     05  EX-REASON               PIC X(30).
006700 WORKING-STORAGE SECTION.
006800 77  WS-DICT-STATUS              PIC X(02)       VALUE SPACES.
006900     88  WS-DICT-OK                              VALUE '00'.
007000     88  WS-DICT-EOF                             VALUE '10'.
007100 77  WS-INPUT-STATUS             PIC X(02)       VALUE SPACES.
007200     88  WS-INPUT-OK                             VALUE '00'.
007300     88  WS-INPUT-EOF                            VALUE '10'.
007400 77  WS-OUTPUT-STATUS            PIC X(02)       VALUE SPACES.
007500     88  WS-OUTPUT-OK                            VALUE '00'.
007600 77  WS-EXCEPT-STATUS            PIC X(02)       VALUE SPACES.
007700     88  WS-EXCEPT-OK                            VALUE '00'.
007800 77  WS-FIELD-COUNT              PIC 9(01)       VALUE ZERO COMP.
007900 77  WS-FIELD-MAX                PIC 9(01)       VALUE 6 COMP.
008000 77  WS-FIELD-IX                 PIC 9(01)       VALUE ZERO COMP.
008100 77  WS-BIT-IX                   PIC 9(03)       VALUE ZERO COMP.
008200 77  WS-DATA-BITS                PIC 9(02)       VALUE ZERO COMP.
008300 77  WS-PARITY-POS               PIC 9(03)       VALUE ZERO COMP.
008310 77  WS-FRAME-END                PIC 9(03)       VALUE ZERO COMP.
008400 77  WS-ONE-BIT-COUNT            PIC 9(02)       VALUE ZERO COMP.
008500 77  WS-BIT-VALUE                PIC 9(01)       VALUE ZERO.
008600 77  WS-FRAME-BAD-SW             PIC X(01)       VALUE 'N'.
008700     88  WS-FRAME-BAD                            VALUE 'Y'.
008800 77  WS-FRAMES-ENCODED           PIC 9(09)       VALUE ZERO.
008900 77  WS-FRAMES-REJECTED          PIC 9(09)       VALUE ZERO.
009000 01  WS-FIELD-TABLE.
009100     05  WS-FD-ENTRY OCCURS 6.
009200         10  WS-FD-NAME          PIC X(10).
009300         10  WS-FD-OFFSET        PIC 9(03).
009400         10  WS-FD-LENGTH        PIC 9(02).
009500         10  WS-FD-PARITY        PIC X(01).
009600             88  WS-FD-HAS-PARITY                VALUE 'E' 'O'.
009700 01  WS-FRAME-IMAGE              PIC X(128)      VALUE SPACES.
009800 01  WS-FIELD-VALUE              PIC 9(12)       VALUE ZERO.
009900 01  WS-REMAINING-VALUE          PIC 9(12)       VALUE ZERO.
010000 01  WS-DECODED-VALUE            PIC 9(38)       VALUE ZERO.
010100*--------------------------------------------------------------
010200* BIN-TO-DEC-CHECKED PARAMETERS - THE SAME SHAPE THE DECODER
010300* PASSES.
010400*--------------------------------------------------------------
010500 01  WS-BIN-BUFFER               PIC X(127)      VALUE SPACES.
010600 01  WS-PARITY-MODE              PIC X(01)       VALUE 'N'.
010700 01  WS-DECODE-RESULT            PIC 9(38)       VALUE ZERO.
010800 01  WS-FRAME-VALID              PIC X(01)       VALUE 'Y'.
010900     88  WS-FIELD-VALID                          VALUE 'Y'.
011000 PROCEDURE DIVISION.
011100 0000-MAINLINE.
011200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011300     PERFORM 2000-LOAD-DICTIONARY THRU 2000-EXIT.
011400     PERFORM 3000-ENCODE-ONE-FRAME THRU 3000-EXIT
011500         UNTIL WS-INPUT-EOF.
011600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011700     STOP RUN.
011800 0000-EXIT.
011900     EXIT.
012000 1000-INITIALIZE.
012100     OPEN INPUT ENCODE-INPUT-FILE
012200     IF NOT WS-INPUT-OK
012300         SET WS-INPUT-EOF TO TRUE
012400     END-IF
012500     OPEN OUTPUT FRAME-OUTPUT-FILE
012600     OPEN OUTPUT ENCODE-EXCEPTION-FILE
012700     IF NOT WS-INPUT-EOF
012800         PERFORM 1100-READ-INPUT THRU 1100-EXIT
012900     END-IF.
013000 1000-EXIT.
013100     EXIT.
013200 1100-READ-INPUT.
013300     READ ENCODE-INPUT-FILE
013400         AT END SET WS-INPUT-EOF TO TRUE
013500     END-READ.
013600 1100-EXIT.
013700     EXIT.
013800 2000-LOAD-DICTIONARY.
013900     OPEN INPUT FRAME-DICTIONARY-FILE
014000     IF NOT WS-DICT-OK
014100         DISPLAY "FRAME-ENCODER-BATCH: FRAMEDCT NOT AVAILABLE"
014200         MOVE 8 TO RETURN-CODE
014300         SET WS-INPUT-EOF TO TRUE
014400         GO TO 2000-EXIT
014500     END-IF
014600     PERFORM 2100-READ-DICTIONARY THRU 2100-EXIT
014700     PERFORM 2200-STORE-ONE-FIELD THRU 2200-EXIT
014800         UNTIL WS-DICT-EOF
014900            OR WS-FIELD-COUNT >= WS-FIELD-MAX
015000     CLOSE FRAME-DICTIONARY-FILE.
015100 2000-EXIT.
015200     EXIT.
015300 2100-READ-DICTIONARY.
015400     READ FRAME-DICTIONARY-FILE
015500         AT END SET WS-DICT-EOF TO TRUE
015600     END-READ.
015700 2100-EXIT.
015800     EXIT.
015900 2200-STORE-ONE-FIELD.
016000     ADD 1 TO WS-FIELD-COUNT
016100     MOVE FL-FIELD-NAME TO WS-FD-NAME(WS-FIELD-COUNT)
016200     MOVE FL-BIT-OFFSET TO WS-FD-OFFSET(WS-FIELD-COUNT)
016300     MOVE FL-BIT-LENGTH TO WS-FD-LENGTH(WS-FIELD-COUNT)
016400     MOVE FL-PARITY-FLAG TO WS-FD-PARITY(WS-FIELD-COUNT)
016410     IF FL-BIT-OFFSET IS NUMERIC AND FL-BIT-LENGTH IS NUMERIC
016420         AND FL-BIT-OFFSET + FL-BIT-LENGTH - 1 > WS-FRAME-END
016430         AND FL-BIT-OFFSET + FL-BIT-LENGTH - 1 <= 128
016440         COMPUTE WS-FRAME-END = FL-BIT-OFFSET + FL-BIT-LENGTH - 1
016450     END-IF
016500     PERFORM 2100-READ-DICTIONARY THRU 2100-EXIT.
016600 2200-EXIT.
016700     EXIT.
016800*--------------------------------------------------------------
016900* BITS NO FIELD COVERS ARE SENT AS ZERO UP TO THE END OF THE
017000* LAST FIELD; THE REST OF THE RECORD STAYS SPACES, AS ON
017100* FRAMEIN.
017200*--------------------------------------------------------------
017300 3000-ENCODE-ONE-FRAME.
017400     MOVE 'N' TO WS-FRAME-BAD-SW
017500     MOVE SPACES TO WS-FRAME-IMAGE
017510     IF WS-FRAME-END > ZERO
017520         MOVE ALL '0' TO WS-FRAME-IMAGE(1:WS-FRAME-END)
017530     END-IF
017600     MOVE SPACES TO ENCODE-EXCEPTION-RECORD
017700     MOVE EI-FRAME-ID TO EX-FRAME-ID
017800     PERFORM 3100-ENCODE-ONE-FIELD THRU 3100-EXIT
017900         VARYING WS-FIELD-IX FROM 1 BY 1
018000         UNTIL WS-FIELD-IX > WS-FIELD-COUNT
018100            OR WS-FRAME-BAD
018200     IF NOT WS-FRAME-BAD
018300         PERFORM 3300-DECODE-ONE-FIELD THRU 3300-EXIT
018400             VARYING WS-FIELD-IX FROM 1 BY 1
018500             UNTIL WS-FIELD-IX > WS-FIELD-COUNT
018600                OR WS-FRAME-BAD
018700     END-IF
018800     IF WS-FRAME-BAD
018900         ADD 1 TO WS-FRAMES-REJECTED
019000         WRITE ENCODE-EXCEPTION-RECORD
019100     ELSE
019200         ADD 1 TO WS-FRAMES-ENCODED
019300         MOVE WS-FRAME-IMAGE TO FRAME-OUTPUT-RECORD
019400         WRITE FRAME-OUTPUT-RECORD
019500     END-IF
019600     PERFORM 1100-READ-INPUT THRU 1100-EXIT.
019700 3000-EXIT.
019800     EXIT.
019900*--------------------------------------------------------------
020000* PEEL THE VALUE INTO THE FIELD'S DATA BITS FROM THE RIGHT BY
020100* REPEATED HALVING; ANYTHING LEFT OVER WOULD NOT FIT. A FIELD
020200* WITH A PARITY RULE KEEPS ITS LAST BIT FOR THE PARITY BIT,
020300* SET SO THE ONE-BITS OF THE WHOLE FIELD COUNT EVEN OR ODD.
020400*--------------------------------------------------------------
020500 3100-ENCODE-ONE-FIELD.
020600     MOVE WS-FD-NAME(WS-FIELD-IX) TO EX-FAIL-FIELD
020700     MOVE EI-FIELD-VALUE(WS-FIELD-IX) TO EX-FIELD-VALUE
020800     IF WS-FD-LENGTH(WS-FIELD-IX) = ZERO
020900         OR WS-FD-OFFSET(WS-FIELD-IX) = ZERO
021000         OR WS-FD-OFFSET(WS-FIELD-IX)
021100            + WS-FD-LENGTH(WS-FIELD-IX) > 129
021200         OR (WS-FD-HAS-PARITY(WS-FIELD-IX)
021300             AND WS-FD-LENGTH(WS-FIELD-IX) < 2)
021400         MOVE "FIELD LAYOUT INVALID" TO EX-REASON
021500         SET WS-FRAME-BAD TO TRUE
021600         GO TO 3100-EXIT
021700     END-IF
021800     IF EI-FIELD-VALUE(WS-FIELD-IX) IS NOT NUMERIC
021900         MOVE "VALUE NOT NUMERIC" TO EX-REASON
022000         SET WS-FRAME-BAD TO TRUE
022100         GO TO 3100-EXIT
022200     END-IF
022300     MOVE EI-FIELD-VALUE(WS-FIELD-IX) TO WS-FIELD-VALUE
022400     MOVE WS-FIELD-VALUE TO WS-REMAINING-VALUE
022500     MOVE WS-FD-LENGTH(WS-FIELD-IX) TO WS-DATA-BITS
022600     IF WS-FD-HAS-PARITY(WS-FIELD-IX)
022700         SUBTRACT 1 FROM WS-DATA-BITS
022800     END-IF
022900     MOVE ZERO TO WS-ONE-BIT-COUNT
023000     COMPUTE WS-BIT-IX = WS-FD-OFFSET(WS-FIELD-IX)
023100         + WS-DATA-BITS - 1
023200     PERFORM 3110-ENCODE-ONE-BIT THRU 3110-EXIT
023300         WS-DATA-BITS TIMES
023400     IF WS-REMAINING-VALUE > ZERO
023500         MOVE "VALUE OVERFLOWS FIELD WIDTH" TO EX-REASON
023600         SET WS-FRAME-BAD TO TRUE
023700         GO TO 3100-EXIT
023800     END-IF
023900     IF WS-FD-HAS-PARITY(WS-FIELD-IX)
024000         PERFORM 3120-SET-PARITY-BIT THRU 3120-EXIT
024100     END-IF.
024200 3100-EXIT.
024300     EXIT.
024400 3110-ENCODE-ONE-BIT.
024500     DIVIDE WS-REMAINING-VALUE BY 2
024600         GIVING WS-REMAINING-VALUE REMAINDER WS-BIT-VALUE
024700     MOVE WS-BIT-VALUE TO WS-FRAME-IMAGE(WS-BIT-IX:1)
024800     ADD WS-BIT-VALUE TO WS-ONE-BIT-COUNT
024900     SUBTRACT 1 FROM WS-BIT-IX.
025000 3110-EXIT.
025100     EXIT.
025200 3120-SET-PARITY-BIT.
025300     COMPUTE WS-PARITY-POS = WS-FD-OFFSET(WS-FIELD-IX)
025400         + WS-DATA-BITS
025500     DIVIDE WS-ONE-BIT-COUNT BY 2
025600         GIVING WS-ONE-BIT-COUNT REMAINDER WS-BIT-VALUE
025700     IF WS-FD-PARITY(WS-FIELD-IX) = 'O'
025800         SUBTRACT WS-BIT-VALUE FROM 1 GIVING WS-BIT-VALUE
025900     END-IF
026000     MOVE WS-BIT-VALUE TO WS-FRAME-IMAGE(WS-PARITY-POS:1).
026100 3120-EXIT.
026200     EXIT.
026300*--------------------------------------------------------------
026400* ROUND TRIP: THE FIELD GOES BACK THROUGH BIN-TO-DEC-CHECKED
026500* EXACTLY AS FRAME-DECODER-BATCH WILL SEE IT. WITH A PARITY
026600* RULE THE CONVERTED FIGURE STILL CARRIES THE PARITY BIT AS
026700* ITS LOW-ORDER BIT, WHICH IS HALVED AWAY BEFORE COMPARING.
026800*--------------------------------------------------------------
026900 3300-DECODE-ONE-FIELD.
027000     MOVE WS-FD-NAME(WS-FIELD-IX) TO EX-FAIL-FIELD
027100     MOVE EI-FIELD-VALUE(WS-FIELD-IX) TO EX-FIELD-VALUE
027200     MOVE SPACES TO WS-BIN-BUFFER
027300     MOVE WS-FRAME-IMAGE(WS-FD-OFFSET(WS-FIELD-IX):
027400         WS-FD-LENGTH(WS-FIELD-IX)) TO WS-BIN-BUFFER
027500     MOVE WS-FD-PARITY(WS-FIELD-IX) TO WS-PARITY-MODE
027600     CALL "BIN-TO-DEC-CHECKED" USING WS-BIN-BUFFER
027700         WS-PARITY-MODE WS-DECODE-RESULT WS-FRAME-VALID
027800     IF NOT WS-FIELD-VALID
027900         MOVE "ROUND TRIP FAILED PARITY CHECK" TO EX-REASON
028000         SET WS-FRAME-BAD TO TRUE
028100         GO TO 3300-EXIT
028200     END-IF
028300     MOVE WS-DECODE-RESULT TO WS-DECODED-VALUE
028400     IF WS-FD-HAS-PARITY(WS-FIELD-IX)
028500         DIVIDE 2 INTO WS-DECODED-VALUE
028600     END-IF
028700     MOVE EI-FIELD-VALUE(WS-FIELD-IX) TO WS-FIELD-VALUE
028800     IF WS-DECODED-VALUE NOT = WS-FIELD-VALUE
028900         MOVE "ROUND TRIP VALUE MISMATCH" TO EX-REASON
029000         SET WS-FRAME-BAD TO TRUE
029100     END-IF.
029200 3300-EXIT.
029300     EXIT.
029400 9000-TERMINATE.
029500     CLOSE ENCODE-INPUT-FILE
029600     CLOSE FRAME-OUTPUT-FILE
029700     CLOSE ENCODE-EXCEPTION-FILE
029800     DISPLAY "FRAMES ENCODED " WS-FRAMES-ENCODED
029900         " REJECTED " WS-FRAMES-REJECTED.
030000 9000-EXIT.
030100     EXIT.
030200 END PROGRAM FRAME-ENCODER-BATCH.
