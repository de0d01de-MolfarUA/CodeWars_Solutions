000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SUSPENSE-CORRECT.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  BJC  INITIAL VERSION - CORRECTION STEP OF THE
001000*                    SUSPENSE CYCLE. APPLIES THE OPERATORS'
001100*                    SUSPCOR CARDS TO THE SUSPMAST SUSPENSE
001200*                    MASTER, EACH KEYED BY SUSPENSE ID:
001300*                    C  THE CARD CARRIES THE CORRECTED RECORD
001400*                       IMAGE, IN THE SOURCE PROGRAM'S INPUT
001500*                       LAYOUT; THE ITEM BECOMES CORRECTED;
001600*                    A  THE ORIGINAL IMAGE IS ACCEPTED AS IT
001700*                       STANDS (THE REJECT WAS CURED AT SOURCE,
001800*                       E.G. A MISSING RATE NOW LOADED);
001900*                    W  THE ITEM IS WRITTEN OFF AND WILL NOT BE
002000*                       RESUBMITTED.
002100*                    AN ITEM ALREADY RESUBMITTED OR WRITTEN OFF
002200*                    IS NOT TOUCHED; A CORRECTED ITEM MAY BE
002300*                    CORRECTED AGAIN UNTIL IT IS RESUBMITTED.
002400*                    SUSPCLOG LISTS EVERY CARD APPLIED OR
002500*                    REFUSED. RETURN CODE 4 WHEN A CARD WAS
002600*                    REFUSED, 8 WHEN THE MASTER COULD NOT BE
002700*                    OPENED.
002800*--------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT SUSPENSE-MASTER-FILE ASSIGN TO "SUSPMAST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS SU-SUSPENSE-ID
003700         FILE STATUS IS WS-MASTER-STATUS.
003800     SELECT CORRECTION-FILE ASSIGN TO "SUSPCOR"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-CORRECTION-STATUS.
004100     SELECT CORRECTION-LOG-FILE ASSIGN TO "SUSPCLOG"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-LOG-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  SUSPENSE-MASTER-FILE.
004700 COPY SUSPMST.
004800*--------------------------------------------------------------
004900* SUSPCOR: SUSPENSE ID, ACTION, AND FOR ACTION C THE CORRECTED
005000* IMAGE FROM COLUMN 12. A CARD STARTING * IS A COMMENT.
005100*--------------------------------------------------------------
005200 FD  CORRECTION-FILE.
005300 01  CORRECTION-CARD.
005400     05  CC-SUSPENSE-ID          PIC X(08).
005500     05  CC-SUSPENSE-ID-N REDEFINES CC-SUSPENSE-ID
005600                                 PIC 9(08).
005700     05  FILLER                  PIC X(01).
005800     05  CC-ACTION               PIC X(01).
005900         88  CC-CORRECT                      VALUE 'C'.
006000         88  CC-ACCEPT                       VALUE 'A'.
006100         88  CC-WRITE-OFF                    VALUE 'W'.
006200     05  FILLER                  PIC X(01).
006300     05  CC-IMAGE                PIC X(200).
006400 FD  CORRECTION-LOG-FILE.
006500 01  CL-RECORD                   PIC X(80).
006600 WORKING-STORAGE SECTION.
006700 77  WS-MASTER-STATUS            PIC X(02)       VALUE SPACES.
006800     88  WS-MASTER-OK                            VALUE '00'.
006900 77  WS-CORRECTION-STATUS        PIC X(02)       VALUE SPACES.
007000     88  WS-CORRECTION-OK                        VALUE '00'.
007100     88  WS-CORRECTION-EOF                       VALUE '10'.
007200 77  WS-LOG-STATUS               PIC X(02)       VALUE SPACES.
007300 77  WS-TODAY                    PIC 9(08)       VALUE ZERO.
007400 77  WS-HIGHEST-RC               PIC 9(02)       VALUE ZERO.
007500 77  WS-CARDS-READ               PIC 9(07)       VALUE ZERO COMP.
007600 77  WS-CORRECTED                PIC 9(07)       VALUE ZERO COMP.
007700 77  WS-ACCEPTED                 PIC 9(07)       VALUE ZERO COMP.
007800 77  WS-WRITTEN-OFF              PIC 9(07)       VALUE ZERO COMP.
007900 77  WS-REFUSED                  PIC 9(07)       VALUE ZERO COMP.
008000 77  WS-MASTER-OPEN-SW           PIC X(01)       VALUE 'N'.
008100     88  WS-MASTER-OPEN                          VALUE 'Y'.
008200 01  WS-REFUSE-REASON            PIC X(30)       VALUE SPACES.
008300 01  WS-LOG-HEADER.
008400     05  FILLER                  PIC X(34)       VALUE
008500             "SUSPENSE CORRECTIONS - RUN DATE ".
008600     05  WS-LH-DATE              PIC 9(08).
008700 01  WS-APPLIED-LINE.
008800     05  FILLER                  PIC X(09)       VALUE
008900             "APPLIED  ".
009000     05  WS-AL-ID                PIC 9(08).
009100     05  FILLER                  PIC X(01)       VALUE SPACE.
009200     05  WS-AL-ACTION            PIC X(12).
009300     05  FILLER                  PIC X(01)       VALUE SPACE.
009400     05  WS-AL-FILE              PIC X(08).
009500     05  FILLER                  PIC X(01)       VALUE SPACE.
009600     05  WS-AL-PROGRAM           PIC X(24).
009700 01  WS-REFUSED-LINE.
009800     05  FILLER                  PIC X(09)       VALUE
009900             "REFUSED: ".
010000     05  WS-RF-CARD              PIC X(40).
010100     05  FILLER                  PIC X(01)       VALUE SPACE.
010200     05  WS-RF-REASON            PIC X(30).
010300 01  WS-COUNT-LINE.
010400     05  WS-CL-TEXT              PIC X(24).
010500     05  WS-CL-COUNT             PIC Z(06)9.
010600 PROCEDURE DIVISION.
010700 0000-MAINLINE.
010800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010900     IF WS-MASTER-OPEN
011000         PERFORM 2000-APPLY-CARDS THRU 2000-EXIT
011100         PERFORM 8000-WRITE-COUNTS THRU 8000-EXIT
011200     END-IF.
011300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011400     STOP RUN.
011500 0000-EXIT.
011600     EXIT.
011700 1000-INITIALIZE.
011800     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
011900     OPEN OUTPUT CORRECTION-LOG-FILE
012000     MOVE WS-TODAY TO WS-LH-DATE
012100     WRITE CL-RECORD FROM WS-LOG-HEADER
012200     OPEN I-O SUSPENSE-MASTER-FILE
012300     IF NOT WS-MASTER-OK
012400         MOVE "SUSPMAST COULD NOT BE OPENED - NOTHING APPLIED"
012500             TO CL-RECORD
012600         WRITE CL-RECORD
012700         MOVE 8 TO WS-HIGHEST-RC
012800         GO TO 1000-EXIT
012900     END-IF
013000     SET WS-MASTER-OPEN TO TRUE.
013100 1000-EXIT.
013200     EXIT.
013300*--------------------------------------------------------------
013400* NO SUSPCOR ON HAND IS A DAY WITH NOTHING TO CORRECT.
013500*--------------------------------------------------------------
013600 2000-APPLY-CARDS.
013700     OPEN INPUT CORRECTION-FILE
013800     IF NOT WS-CORRECTION-OK
013900         GO TO 2000-EXIT
014000     END-IF
014100     PERFORM 2100-READ-CARD THRU 2100-EXIT
014200     PERFORM 2200-APPLY-ONE-CARD THRU 2200-EXIT
014300         UNTIL WS-CORRECTION-EOF
014400     CLOSE CORRECTION-FILE.
014500 2000-EXIT.
014600     EXIT.
014700 2100-READ-CARD.
014800     READ CORRECTION-FILE
014900         AT END SET WS-CORRECTION-EOF TO TRUE
015000     END-READ.
015100 2100-EXIT.
015200     EXIT.
015300 2200-APPLY-ONE-CARD.
015400     IF CORRECTION-CARD(1:1) = "*"
015500         OR CORRECTION-CARD = SPACES
015600         PERFORM 2100-READ-CARD THRU 2100-EXIT
015700         GO TO 2200-EXIT
015800     END-IF
015900     ADD 1 TO WS-CARDS-READ
016000     MOVE SPACES TO WS-REFUSE-REASON
016100     PERFORM 2300-CHECK-CARD THRU 2300-EXIT
016200     IF WS-REFUSE-REASON NOT = SPACES
016300         ADD 1 TO WS-REFUSED
016400         IF WS-HIGHEST-RC < 4
016500             MOVE 4 TO WS-HIGHEST-RC
016600         END-IF
016700         MOVE CORRECTION-CARD TO WS-RF-CARD
016800         MOVE WS-REFUSE-REASON TO WS-RF-REASON
016900         WRITE CL-RECORD FROM WS-REFUSED-LINE
017000     ELSE
017100         PERFORM 2400-UPDATE-ITEM THRU 2400-EXIT
017200     END-IF
017300     PERFORM 2100-READ-CARD THRU 2100-EXIT.
017400 2200-EXIT.
017500     EXIT.
017600 2300-CHECK-CARD.
017700     IF CC-SUSPENSE-ID IS NOT NUMERIC
017800         MOVE "SUSPENSE ID NOT NUMERIC" TO WS-REFUSE-REASON
017900         GO TO 2300-EXIT
018000     END-IF
018100     IF NOT CC-CORRECT
018200         AND NOT CC-ACCEPT
018300         AND NOT CC-WRITE-OFF
018400         MOVE "ACTION NOT C, A, OR W" TO WS-REFUSE-REASON
018500         GO TO 2300-EXIT
018600     END-IF
018700     MOVE CC-SUSPENSE-ID-N TO SU-SUSPENSE-ID
018800     READ SUSPENSE-MASTER-FILE
018900         INVALID KEY
019000             MOVE "NO SUCH SUSPENSE ID" TO WS-REFUSE-REASON
019100             GO TO 2300-EXIT
019200     END-READ
019300     IF NOT SU-OUTSTANDING
019400         MOVE "ITEM ALREADY CLOSED" TO WS-REFUSE-REASON
019500         GO TO 2300-EXIT
019600     END-IF
019700     IF CC-CORRECT
019800         AND CC-IMAGE = SPACES
019900         MOVE "CORRECTED IMAGE IS BLANK" TO WS-REFUSE-REASON
020000         GO TO 2300-EXIT
020100     END-IF
020200     IF CC-ACCEPT
020300         AND SU-NO-IMAGE
020400         MOVE "NO ORIGINAL IMAGE TO ACCEPT" TO WS-REFUSE-REASON
020500     END-IF.
020600 2300-EXIT.
020700     EXIT.
020800 2400-UPDATE-ITEM.
020900     EVALUATE TRUE
021000         WHEN CC-CORRECT
021100             MOVE CC-IMAGE TO SU-CORRECTED-IMAGE
021200             SET SU-CORRECTED TO TRUE
021300             MOVE "CORRECTED" TO WS-AL-ACTION
021400             ADD 1 TO WS-CORRECTED
021500         WHEN CC-ACCEPT
021600             MOVE SU-ORIGINAL-IMAGE TO SU-CORRECTED-IMAGE
021700             SET SU-CORRECTED TO TRUE
021800             MOVE "ACCEPTED" TO WS-AL-ACTION
021900             ADD 1 TO WS-ACCEPTED
022000         WHEN OTHER
022100             MOVE SPACES TO SU-CORRECTED-IMAGE
022200             SET SU-WRITTEN-OFF TO TRUE
022300             MOVE "WRITTEN OFF" TO WS-AL-ACTION
022400             ADD 1 TO WS-WRITTEN-OFF
022500     END-EVALUATE
022600     MOVE WS-TODAY TO SU-ACTION-DATE
022700     REWRITE SUSPENSE-MASTER-RECORD
022800         INVALID KEY
022900             MOVE 8 TO WS-HIGHEST-RC
023000             MOVE "SUSPMAST REWRITE FAILED" TO WS-RF-REASON
023100             MOVE CORRECTION-CARD TO WS-RF-CARD
023200             WRITE CL-RECORD FROM WS-REFUSED-LINE
023300             GO TO 2400-EXIT
023400     END-REWRITE
023500     MOVE SU-SUSPENSE-ID TO WS-AL-ID
023600     MOVE SU-SOURCE-FILE TO WS-AL-FILE
023700     MOVE SU-SOURCE-PROGRAM TO WS-AL-PROGRAM
023800     WRITE CL-RECORD FROM WS-APPLIED-LINE.
023900 2400-EXIT.
024000     EXIT.
024100 8000-WRITE-COUNTS.
024200     MOVE "CARDS READ" TO WS-CL-TEXT
024300     MOVE WS-CARDS-READ TO WS-CL-COUNT
024400     WRITE CL-RECORD FROM WS-COUNT-LINE
024500     MOVE "ITEMS CORRECTED" TO WS-CL-TEXT
024600     MOVE WS-CORRECTED TO WS-CL-COUNT
024700     WRITE CL-RECORD FROM WS-COUNT-LINE
024800     MOVE "ITEMS ACCEPTED AS READ" TO WS-CL-TEXT
024900     MOVE WS-ACCEPTED TO WS-CL-COUNT
025000     WRITE CL-RECORD FROM WS-COUNT-LINE
025100     MOVE "ITEMS WRITTEN OFF" TO WS-CL-TEXT
025200     MOVE WS-WRITTEN-OFF TO WS-CL-COUNT
025300     WRITE CL-RECORD FROM WS-COUNT-LINE
025400     MOVE "CARDS REFUSED" TO WS-CL-TEXT
025500     MOVE WS-REFUSED TO WS-CL-COUNT
025600     WRITE CL-RECORD FROM WS-COUNT-LINE.
025700 8000-EXIT.
025800     EXIT.
025900 9000-TERMINATE.
026000     IF WS-MASTER-OPEN
026100         CLOSE SUSPENSE-MASTER-FILE
026200     END-IF
026300     CLOSE CORRECTION-LOG-FILE
026400     MOVE WS-HIGHEST-RC TO RETURN-CODE.
026500 9000-EXIT.
026600     EXIT.
026700 END PROGRAM SUSPENSE-CORRECT.
