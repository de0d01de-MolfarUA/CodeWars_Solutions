000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RESULT-AUDIT-FINDINGS.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  BJC  INITIAL VERSION - AUDIT FINDINGS FROM THE
001000*                    REVIEWERS' SIGN-OFFS ON A RESULT-AUDIT-SAMPLE
001100*                    DRAW. EACH AUDREV CARD CARRIES A RESMASTR
001200*                    KEY, A P OR F VERDICT, THE REVIEWER AND THE
001300*                    REVIEW DATE; A CARD FOR AN ENTRY NOT IN THE
001400*                    AUDSAMP SAMPLE, A SECOND CARD FOR THE SAME
001500*                    ENTRY, A FAIL WITH NO NOTE, OR A REVIEWER
001600*                    OPERATOR-AUTH DOES NOT PERMIT (TOOL RESAUDIT,
001700*                    FUNCTION R) IS REJECTED AND LISTED. AUDFIND
001800*                    REPORTS EACH PROGRAM'S STRATA, ITS ERROR RATE
001900*                    ESTIMATED OVER THE POPULATION WITH 95 PERCENT
002000*                    CONFIDENCE BOUNDS, THE FAILED AND UNREVIEWED
002100*                    ENTRIES, AND THE SAME FOR ALL PROGRAMS
002200*                    TOGETHER. AUDKEEP IS THE SAMPLE WITH EACH
002300*                    ENTRY'S SIGN-OFF, KEPT FOR THE AUDITORS.
002400*                    RETURN CODE 4 WHEN A CARD IS REJECTED OR AN
002500*                    ENTRY IS NOT YET REVIEWED; 8 WHEN THERE IS NO
002600*                    SAMPLE.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT AUDIT-SAMPLE-FILE ASSIGN TO "AUDSAMP"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-SAMPLE-STATUS.
003500     SELECT AUDIT-REVIEW-FILE ASSIGN TO "AUDREV"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-REVIEW-STATUS.
003800     SELECT FINDINGS-REPORT-FILE ASSIGN TO "AUDFIND"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-REPORT-STATUS.
004100     SELECT AUDIT-KEEP-FILE ASSIGN TO "AUDKEEP"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-KEEP-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  AUDIT-SAMPLE-FILE.
004700 COPY AUDSAMP.
004800 FD  AUDIT-REVIEW-FILE.
004900 COPY AUDREV.
005000 FD  FINDINGS-REPORT-FILE.
005100 01  AF-RECORD                   PIC X(132).
005200 FD  AUDIT-KEEP-FILE.
005300 01  AK-RECORD                   PIC X(137).
005400 WORKING-STORAGE SECTION.
005500 77  WS-SAMPLE-STATUS            PIC X(02)       VALUE SPACES.
005600     88  WS-SAMPLE-OK                            VALUE '00'.
005700     88  WS-SAMPLE-EOF                           VALUE '10'.
005800 77  WS-REVIEW-STATUS            PIC X(02)       VALUE SPACES.
005900     88  WS-REVIEW-OK                            VALUE '00'.
006000     88  WS-REVIEW-EOF                           VALUE '10'.
006100 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
006200 77  WS-KEEP-STATUS              PIC X(02)       VALUE SPACES.
006300 77  WS-HIGHEST-RC               PIC 9(02)       VALUE ZERO.
006400 77  WS-ITEM-COUNT               PIC 9(05)       VALUE ZERO COMP.
006500 77  WS-ITEM-MAX                 PIC 9(05)       VALUE 12000 COMP.
006600 77  WS-IT-IX                    PIC 9(05)       VALUE ZERO COMP.
006700 77  WS-ITEM-MATCH               PIC 9(05)       VALUE ZERO COMP.
006800 77  WS-STRATUM-COUNT            PIC 9(03)       VALUE ZERO COMP.
006900 77  WS-STRATUM-MAX              PIC 9(03)       VALUE 400 COMP.
007000 77  WS-SG-IX                    PIC 9(03)       VALUE ZERO COMP.
007100 77  WS-FIRST-SG                 PIC 9(03)       VALUE ZERO COMP.
007200 77  WS-LAST-SG                  PIC 9(03)       VALUE ZERO COMP.
007300 77  WS-REJECT-REASON            PIC X(30)       VALUE SPACES.
007400 77  WS-SAMPLE-MONTH             PIC 9(06)       VALUE ZERO.
007500 77  WS-SAMPLE-SEED              PIC 9(09)       VALUE ZERO.
007600 77  WS-ITEMS-DROPPED            PIC 9(05)       VALUE ZERO COMP.
007700 77  WS-CARDS-READ               PIC 9(05)       VALUE ZERO COMP.
007800 77  WS-CARDS-REJECTED           PIC 9(05)       VALUE ZERO COMP.
007900 77  WS-ALL-REVIEWED             PIC 9(05)       VALUE ZERO COMP.
008000 77  WS-ALL-FAILED               PIC 9(05)       VALUE ZERO COMP.
008100 77  WS-ALL-UNREVIEWED           PIC 9(05)       VALUE ZERO COMP.
008200*--------------------------------------------------------------
008300* FIGURES FOR THE GROUP OF STRATA BEING REPORTED (ONE PROGRAM,
008400* OR ALL OF THEM). RATES ARE FRACTIONS, SHOWN AS PERCENTAGES.
008500*--------------------------------------------------------------
008600 77  WS-GP-POPULATION            PIC 9(09)       VALUE ZERO.
008700 77  WS-GP-REVIEWED-POP          PIC 9(09)       VALUE ZERO.
008800 77  WS-GP-SAMPLED               PIC 9(07)       VALUE ZERO.
008900 77  WS-GP-REVIEWED              PIC 9(07)       VALUE ZERO.
009000 77  WS-GP-FAILED                PIC 9(07)       VALUE ZERO.
009100 77  WS-GP-ESTIMATE              PIC 9V9(08)     VALUE ZERO.
009200 77  WS-GP-VARIANCE              PIC 9V9(12)     VALUE ZERO.
009300 77  WS-GP-MARGIN                PIC 9V9(08)     VALUE ZERO.
009400 77  WS-GP-LOWER                 PIC 9V9(08)     VALUE ZERO.
009500 77  WS-GP-UPPER                 PIC 9V9(08)     VALUE ZERO.
009600 77  WS-GP-WORK                  PIC S9V9(08)    VALUE ZERO.
009700 77  WS-STRATUM-RATE             PIC 9V9(08)     VALUE ZERO.
009800 77  WS-STRATUM-WEIGHT           PIC 9V9(08)     VALUE ZERO.
009900 77  WS-Z-95                     PIC 9V99        VALUE 1.96.
010000 77  WS-ALPHA                    PIC 9V99        VALUE 0.05.
010100 77  WS-PERCENT                  PIC 9(03)V99    VALUE ZERO.
010200 01  WS-ITEM-TABLE.
010300     05  WS-IT-ENTRY OCCURS 12000.
010400         10  WS-IT-IMAGE         PIC X(81).
010500         10  WS-IT-CYCLE         PIC 9(08).
010600         10  WS-IT-PROGRAM       PIC X(08).
010700         10  WS-IT-SEQUENCE      PIC 9(06).
010800         10  WS-IT-KEY-INPUT     PIC X(20).
010900         10  WS-IT-STRATUM       PIC 9(03) COMP.
011000         10  WS-IT-VERDICT       PIC X(01).
011100             88  WS-IT-PASSED                VALUE 'P'.
011200             88  WS-IT-FAILED                VALUE 'F'.
011300             88  WS-IT-UNREVIEWED            VALUE SPACE.
011400         10  WS-IT-REVIEWER      PIC X(03).
011500         10  WS-IT-REVIEW-DATE   PIC 9(08).
011600         10  WS-IT-NOTE          PIC X(40).
011700 01  WS-STRATUM-TABLE.
011800     05  WS-SG-ENTRY OCCURS 400.
011900         10  WS-SG-PROGRAM       PIC X(08).
012000         10  WS-SG-BAND          PIC 9(01).
012100         10  WS-SG-POPULATION    PIC 9(07).
012200         10  WS-SG-SAMPLED       PIC 9(03).
012300         10  WS-SG-REVIEWED      PIC 9(03).
012400         10  WS-SG-FAILED        PIC 9(03).
012500 01  WS-BAND-NAMES-X.
012600     05  FILLER                  PIC X(07)       VALUE "1-20   ".
012700     05  FILLER                  PIC X(07)       VALUE "21-80  ".
012800     05  FILLER                  PIC X(07)       VALUE "81-240 ".
012900     05  FILLER                  PIC X(07)       VALUE "241-999".
013000 01  WS-BAND-NAMES               REDEFINES WS-BAND-NAMES-X.
013100     05  WS-BAND-NAME            PIC X(07) OCCURS 4.
013200 01  WS-REPORT-HEADER.
013300     05  FILLER                  PIC X(29)       VALUE
013400             "RESULT AUDIT FINDINGS  MONTH ".
013500     05  WS-RH-MONTH             PIC 9(06).
013600     05  FILLER                  PIC X(07)       VALUE "  SEED ".
013700     05  WS-RH-SEED              PIC 9(09).
013800 01  WS-REJECT-LINE.
013900     05  FILLER                  PIC X(09)       VALUE
014000             "REJECTED ".
014100     05  WS-RL-CARD              PIC X(80).
014200     05  FILLER                  PIC X(01)       VALUE SPACE.
014300     05  WS-RL-REASON            PIC X(30).
014400 01  WS-PROGRAM-LINE.
014500     05  FILLER                  PIC X(08)       VALUE "PROGRAM ".
014600     05  WS-PL-PROGRAM           PIC X(08).
014700 01  WS-BAND-HEADER.
014800     05  FILLER                  PIC X(40)       VALUE
014900             "  RESULT LENGTH   POPULATION   SAMPLED  ".
015000     05  FILLER                  PIC X(33)       VALUE
015100             "REVIEWED    FAILED  SAMPLE ERROR%".
015200 01  WS-BAND-LINE.
015300     05  FILLER                  PIC X(02)       VALUE SPACES.
015400     05  WS-BL-BAND-NAME         PIC X(09).
015500     05  FILLER                  PIC X(05)       VALUE SPACES.
015600     05  WS-BL-POPULATION        PIC Z(08)9.
015700     05  FILLER                  PIC X(03)       VALUE SPACES.
015800     05  WS-BL-SAMPLED           PIC Z(06)9.
015900     05  FILLER                  PIC X(03)       VALUE SPACES.
016000     05  WS-BL-REVIEWED          PIC Z(06)9.
016100     05  FILLER                  PIC X(03)       VALUE SPACES.
016200     05  WS-BL-FAILED            PIC Z(06)9.
016300     05  FILLER                  PIC X(08)       VALUE SPACES.
016400     05  WS-BL-RATE              PIC ZZ9.99.
016500 01  WS-ESTIMATE-LINE.
016600     05  FILLER                  PIC X(26)       VALUE
016700             "  ESTIMATED ERROR RATE    ".
016800     05  WS-EL-ESTIMATE          PIC ZZ9.99.
016900     05  FILLER                  PIC X(24)       VALUE
017000             "%   95% CONFIDENCE FROM ".
017100     05  WS-EL-LOWER             PIC ZZ9.99.
017200     05  FILLER                  PIC X(05)       VALUE "% TO ".
017300     05  WS-EL-UPPER             PIC ZZ9.99.
017400     05  FILLER                  PIC X(01)       VALUE "%".
017500     05  WS-EL-NOTE              PIC X(40).
017600 01  WS-ENTRY-LINE.
017700     05  FILLER                  PIC X(02)       VALUE SPACES.
017800     05  WS-NL-STATE             PIC X(13).
017900     05  WS-NL-CYCLE             PIC 9(08).
018000     05  FILLER                  PIC X(01)       VALUE SPACE.
018100     05  WS-NL-SEQUENCE          PIC 9(06).
018200     05  FILLER                  PIC X(01)       VALUE SPACE.
018300     05  WS-NL-KEY-INPUT         PIC X(20).
018400     05  FILLER                  PIC X(01)       VALUE SPACE.
018500     05  WS-NL-REVIEWER          PIC X(03).
018600     05  FILLER                  PIC X(01)       VALUE SPACE.
018700     05  WS-NL-REVIEW-DATE       PIC X(08).
018800     05  FILLER                  PIC X(01)       VALUE SPACE.
018900     05  WS-NL-NOTE              PIC X(40).
019000 01  WS-KEEP-LINE.
019100     05  WS-KP-IMAGE             PIC X(81).
019200     05  FILLER                  PIC X(01)       VALUE SPACE.
019300     05  WS-KP-VERDICT           PIC X(01).
019400     05  FILLER                  PIC X(01)       VALUE SPACE.
019500     05  WS-KP-REVIEWER          PIC X(03).
019600     05  FILLER                  PIC X(01)       VALUE SPACE.
019700     05  WS-KP-REVIEW-DATE       PIC X(08).
019800     05  FILLER                  PIC X(01)       VALUE SPACE.
019900     05  WS-KP-NOTE              PIC X(40).
020000 01  WS-COUNT-LINE.
020100     05  WS-CL-TEXT              PIC X(24).
020200     05  WS-CL-COUNT             PIC Z(06)9.
020300 COPY OPERAUTH.
020400 PROCEDURE DIVISION.
020500 0000-MAINLINE.
020600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020700     PERFORM 2000-LOAD-SAMPLE THRU 2000-EXIT.
020800     IF WS-ITEM-COUNT > ZERO
020900         PERFORM 3000-APPLY-REVIEWS THRU 3000-EXIT
021000         PERFORM 4000-REPORT-PROGRAMS THRU 4000-EXIT
021100         PERFORM 5000-REPORT-ALL THRU 5000-EXIT
021200         PERFORM 6000-WRITE-KEEP THRU 6000-EXIT
021300     END-IF
021400     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
021500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021600     STOP RUN.
021700 0000-EXIT.
021800     EXIT.
021900 1000-INITIALIZE.
022000     OPEN OUTPUT FINDINGS-REPORT-FILE
022100     OPEN OUTPUT AUDIT-KEEP-FILE.
022200 1000-EXIT.
022300     EXIT.
022400*--------------------------------------------------------------
022500* AUDSAMP COMES OUT OF THE SAMPLER IN STRATUM ORDER, SO A NEW
022600* STRATUM STARTS WHEREVER THE PROGRAM OR BAND CHANGES.
022700*--------------------------------------------------------------
022800 2000-LOAD-SAMPLE.
022900     OPEN INPUT AUDIT-SAMPLE-FILE
023000     IF NOT WS-SAMPLE-OK
023100         GO TO 2000-EXIT
023200     END-IF
023300     PERFORM 2100-READ-SAMPLE THRU 2100-EXIT
023400     PERFORM 2200-STORE-ONE-ITEM THRU 2200-EXIT
023500         UNTIL WS-SAMPLE-EOF
023600     CLOSE AUDIT-SAMPLE-FILE.
023700 2000-EXIT.
023800     EXIT.
023900 2100-READ-SAMPLE.
024000     READ AUDIT-SAMPLE-FILE
024100         AT END SET WS-SAMPLE-EOF TO TRUE
024200     END-READ.
024300 2100-EXIT.
024400     EXIT.
024500 2200-STORE-ONE-ITEM.
024600     IF AS-CYCLE-DATE IS NOT NUMERIC
024700         OR AS-RUN-SEQUENCE IS NOT NUMERIC
024800         OR AS-LENGTH-BAND IS NOT NUMERIC
024900         OR AS-LENGTH-BAND < 1 OR AS-LENGTH-BAND > 4
025000         OR AS-STRATUM-POPULATION IS NOT NUMERIC
025100         OR AS-STRATUM-SAMPLED IS NOT NUMERIC
025200         GO TO 2200-NEXT
025300     END-IF
025400     IF WS-ITEM-COUNT >= WS-ITEM-MAX
025500         ADD 1 TO WS-ITEMS-DROPPED
025600         GO TO 2200-NEXT
025700     END-IF
025800     IF WS-STRATUM-COUNT = ZERO
025900         OR AS-PROGRAM-ID NOT = WS-SG-PROGRAM(WS-STRATUM-COUNT)
026000         OR AS-LENGTH-BAND NOT = WS-SG-BAND(WS-STRATUM-COUNT)
026100         IF WS-STRATUM-COUNT >= WS-STRATUM-MAX
026200             ADD 1 TO WS-ITEMS-DROPPED
026300             GO TO 2200-NEXT
026400         END-IF
026500         ADD 1 TO WS-STRATUM-COUNT
026600         MOVE AS-PROGRAM-ID TO WS-SG-PROGRAM(WS-STRATUM-COUNT)
026700         MOVE AS-LENGTH-BAND TO WS-SG-BAND(WS-STRATUM-COUNT)
026800         MOVE AS-STRATUM-POPULATION
026900             TO WS-SG-POPULATION(WS-STRATUM-COUNT)
027000         MOVE ZERO TO WS-SG-SAMPLED(WS-STRATUM-COUNT)
027100         MOVE ZERO TO WS-SG-REVIEWED(WS-STRATUM-COUNT)
027200         MOVE ZERO TO WS-SG-FAILED(WS-STRATUM-COUNT)
027300     END-IF
027400     IF WS-ITEM-COUNT = ZERO
027500         MOVE AS-MONTH TO WS-SAMPLE-MONTH
027600         MOVE AS-SEED TO WS-SAMPLE-SEED
027700     END-IF
027800     ADD 1 TO WS-ITEM-COUNT
027900     ADD 1 TO WS-SG-SAMPLED(WS-STRATUM-COUNT)
028000     MOVE AUDIT-SAMPLE-RECORD TO WS-IT-IMAGE(WS-ITEM-COUNT)
028100     MOVE AS-CYCLE-DATE TO WS-IT-CYCLE(WS-ITEM-COUNT)
028200     MOVE AS-PROGRAM-ID TO WS-IT-PROGRAM(WS-ITEM-COUNT)
028300     MOVE AS-RUN-SEQUENCE TO WS-IT-SEQUENCE(WS-ITEM-COUNT)
028400     MOVE AS-KEY-INPUT TO WS-IT-KEY-INPUT(WS-ITEM-COUNT)
028500     MOVE WS-STRATUM-COUNT TO WS-IT-STRATUM(WS-ITEM-COUNT)
028600     MOVE SPACE TO WS-IT-VERDICT(WS-ITEM-COUNT)
028700     MOVE SPACES TO WS-IT-REVIEWER(WS-ITEM-COUNT)
028800     MOVE ZERO TO WS-IT-REVIEW-DATE(WS-ITEM-COUNT)
028900     MOVE SPACES TO WS-IT-NOTE(WS-ITEM-COUNT).
029000 2200-NEXT.
029100     PERFORM 2100-READ-SAMPLE THRU 2100-EXIT.
029200 2200-EXIT.
029300     EXIT.
029400 3000-APPLY-REVIEWS.
029500     MOVE WS-SAMPLE-MONTH TO WS-RH-MONTH
029600     MOVE WS-SAMPLE-SEED TO WS-RH-SEED
029700     WRITE AF-RECORD FROM WS-REPORT-HEADER
029800     MOVE SPACES TO AF-RECORD
029900     WRITE AF-RECORD
030000     OPEN INPUT AUDIT-REVIEW-FILE
030100     IF NOT WS-REVIEW-OK
030200         MOVE "NO AUDREV REVIEW CARDS - NOTHING SIGNED OFF"
030300             TO AF-RECORD
030400         WRITE AF-RECORD
030500         GO TO 3000-EXIT
030600     END-IF
030700     PERFORM 3100-READ-REVIEW THRU 3100-EXIT
030800     PERFORM 3200-APPLY-ONE-REVIEW THRU 3200-EXIT
030900         UNTIL WS-REVIEW-EOF
031000     CLOSE AUDIT-REVIEW-FILE.
031100 3000-EXIT.
031200     EXIT.
031300 3100-READ-REVIEW.
031400     READ AUDIT-REVIEW-FILE
031500         AT END SET WS-REVIEW-EOF TO TRUE
031600     END-READ.
031700 3100-EXIT.
031800     EXIT.
031900*--------------------------------------------------------------
032000* A SIGN-OFF COUNTS ONLY WHEN IT NAMES A SAMPLED ENTRY NOT YET
032100* SIGNED OFF, GIVES A VERDICT AND A DATE, EXPLAINS A FAIL, AND
032200* COMES FROM A REVIEWER PERMITTED TO SIGN. A WRONG SIGN-OFF IS
032300* CORRECTED AT SOURCE ON AUDREV, NOT BY KEYING A SECOND CARD.
032400*--------------------------------------------------------------
032500 3200-APPLY-ONE-REVIEW.
032600     IF AUDIT-REVIEW-CARD = SPACES
032700         GO TO 3200-NEXT
032800     END-IF
032900     ADD 1 TO WS-CARDS-READ
033000     MOVE ZERO TO WS-ITEM-MATCH
033100     IF AR-CYCLE-DATE IS NUMERIC
033200         AND AR-RUN-SEQUENCE IS NUMERIC
033300         PERFORM 3210-SCAN-ITEMS THRU 3210-EXIT
033400             VARYING WS-IT-IX FROM 1 BY 1
033500             UNTIL WS-IT-IX > WS-ITEM-COUNT
033600                OR WS-ITEM-MATCH > ZERO
033700     END-IF
033800     EVALUATE TRUE
033900         WHEN WS-ITEM-MATCH = ZERO
034000             MOVE "ENTRY NOT IN THE SAMPLE" TO WS-REJECT-REASON
034100         WHEN NOT WS-IT-UNREVIEWED(WS-ITEM-MATCH)
034200             MOVE "ENTRY ALREADY SIGNED OFF" TO WS-REJECT-REASON
034300         WHEN NOT AR-PASS AND NOT AR-FAIL
034400             MOVE "VERDICT MUST BE P OR F" TO WS-REJECT-REASON
034500         WHEN AR-FAIL AND AR-NOTE = SPACES
034600             MOVE "FAIL GIVES NO NOTE" TO WS-REJECT-REASON
034700         WHEN AR-REVIEW-DATE IS NOT NUMERIC
034800             OR AR-REVIEW-DATE = ZERO
034900             MOVE "NO REVIEW DATE" TO WS-REJECT-REASON
035000         WHEN AR-REVIEWER = SPACES
035100             MOVE "NO REVIEWER SIGN-OFF" TO WS-REJECT-REASON
035200         WHEN OTHER
035300             MOVE AR-REVIEWER TO AUTH-OPERATOR-ID
035400             MOVE "RESAUDIT" TO AUTH-TOOL
035500             MOVE 'R' TO AUTH-FUNCTION
035600             CALL "OPERATOR-AUTH" USING OPERATOR-AUTH-REQUEST
035700             IF AUTH-GRANTED
035800                 MOVE SPACES TO WS-REJECT-REASON
035900             ELSE
036000                 MOVE "REVIEWER NOT AUTHORIZED"
036100                     TO WS-REJECT-REASON
036200             END-IF
036300     END-EVALUATE
036400     IF WS-REJECT-REASON NOT = SPACES
036500         ADD 1 TO WS-CARDS-REJECTED
036600         IF WS-HIGHEST-RC < 4
036700             MOVE 4 TO WS-HIGHEST-RC
036800         END-IF
036900         MOVE AUDIT-REVIEW-CARD TO WS-RL-CARD
037000         MOVE WS-REJECT-REASON TO WS-RL-REASON
037100         WRITE AF-RECORD FROM WS-REJECT-LINE
037200         GO TO 3200-NEXT
037300     END-IF
037400     MOVE AR-VERDICT TO WS-IT-VERDICT(WS-ITEM-MATCH)
037500     MOVE AR-REVIEWER TO WS-IT-REVIEWER(WS-ITEM-MATCH)
037600     MOVE AR-REVIEW-DATE TO WS-IT-REVIEW-DATE(WS-ITEM-MATCH)
037700     MOVE AR-NOTE TO WS-IT-NOTE(WS-ITEM-MATCH)
037800     MOVE WS-IT-STRATUM(WS-ITEM-MATCH) TO WS-SG-IX
037900     ADD 1 TO WS-SG-REVIEWED(WS-SG-IX)
038000     IF AR-FAIL
038100         ADD 1 TO WS-SG-FAILED(WS-SG-IX)
038200     END-IF.
038300 3200-NEXT.
038400     PERFORM 3100-READ-REVIEW THRU 3100-EXIT.
038500 3200-EXIT.
038600     EXIT.
038700 3210-SCAN-ITEMS.
038800     IF WS-IT-CYCLE(WS-IT-IX) = AR-CYCLE-DATE
038900         AND WS-IT-PROGRAM(WS-IT-IX) = AR-PROGRAM-ID
039000         AND WS-IT-SEQUENCE(WS-IT-IX) = AR-RUN-SEQUENCE
039100         MOVE WS-IT-IX TO WS-ITEM-MATCH
039200     END-IF.
039300 3210-EXIT.
039400     EXIT.
039500*--------------------------------------------------------------
039600* ONE BLOCK PER PROGRAM: THE STRATA OF A PROGRAM ARE ADJACENT
039700* IN THE TABLE, SO EACH BLOCK IS A RUN OF STRATA.
039800*--------------------------------------------------------------
039900 4000-REPORT-PROGRAMS.
040000     MOVE 1 TO WS-FIRST-SG.
040100 4000-NEXT-PROGRAM.
040200     IF WS-FIRST-SG > WS-STRATUM-COUNT
040300         GO TO 4000-EXIT
040400     END-IF
040500     MOVE WS-FIRST-SG TO WS-LAST-SG
040600     PERFORM 4010-EXTEND-PROGRAM THRU 4010-EXIT
040700         UNTIL WS-LAST-SG >= WS-STRATUM-COUNT
040800            OR WS-SG-PROGRAM(WS-LAST-SG + 1)
040900               NOT = WS-SG-PROGRAM(WS-FIRST-SG)
041000     MOVE SPACES TO AF-RECORD
041100     WRITE AF-RECORD
041200     MOVE WS-SG-PROGRAM(WS-FIRST-SG) TO WS-PL-PROGRAM
041300     WRITE AF-RECORD FROM WS-PROGRAM-LINE
041400     WRITE AF-RECORD FROM WS-BAND-HEADER
041500     PERFORM 4100-WRITE-ONE-BAND THRU 4100-EXIT
041600         VARYING WS-SG-IX FROM WS-FIRST-SG BY 1
041700         UNTIL WS-SG-IX > WS-LAST-SG
041800     PERFORM 7000-ESTIMATE-GROUP THRU 7000-EXIT
041900     MOVE "ALL BANDS" TO WS-BL-BAND-NAME
042000     PERFORM 7100-WRITE-GROUP THRU 7100-EXIT
042100     PERFORM 4200-LIST-ENTRY THRU 4200-EXIT
042200         VARYING WS-IT-IX FROM 1 BY 1
042300         UNTIL WS-IT-IX > WS-ITEM-COUNT
042400     COMPUTE WS-FIRST-SG = WS-LAST-SG + 1
042500     GO TO 4000-NEXT-PROGRAM.
042600 4000-EXIT.
042700     EXIT.
042800 4010-EXTEND-PROGRAM.
042900     ADD 1 TO WS-LAST-SG.
043000 4010-EXIT.
043100     EXIT.
043200 4100-WRITE-ONE-BAND.
043300     MOVE WS-BAND-NAME(WS-SG-BAND(WS-SG-IX)) TO WS-BL-BAND-NAME
043400     MOVE WS-SG-POPULATION(WS-SG-IX) TO WS-BL-POPULATION
043500     MOVE WS-SG-SAMPLED(WS-SG-IX) TO WS-BL-SAMPLED
043600     MOVE WS-SG-REVIEWED(WS-SG-IX) TO WS-BL-REVIEWED
043700     MOVE WS-SG-FAILED(WS-SG-IX) TO WS-BL-FAILED
043800     MOVE ZERO TO WS-PERCENT
043900     IF WS-SG-REVIEWED(WS-SG-IX) > ZERO
044000         COMPUTE WS-PERCENT ROUNDED = WS-SG-FAILED(WS-SG-IX)
044100             * 100 / WS-SG-REVIEWED(WS-SG-IX)
044200     END-IF
044300     MOVE WS-PERCENT TO WS-BL-RATE
044400     WRITE AF-RECORD FROM WS-BAND-LINE.
044500 4100-EXIT.
044600     EXIT.
044700 4200-LIST-ENTRY.
044800     IF WS-IT-STRATUM(WS-IT-IX) < WS-FIRST-SG
044900         OR WS-IT-STRATUM(WS-IT-IX) > WS-LAST-SG
045000         OR WS-IT-PASSED(WS-IT-IX)
045100         GO TO 4200-EXIT
045200     END-IF
045300     MOVE WS-IT-CYCLE(WS-IT-IX) TO WS-NL-CYCLE
045400     MOVE WS-IT-SEQUENCE(WS-IT-IX) TO WS-NL-SEQUENCE
045500     MOVE WS-IT-KEY-INPUT(WS-IT-IX) TO WS-NL-KEY-INPUT
045600     IF WS-IT-FAILED(WS-IT-IX)
045700         MOVE "FAILED" TO WS-NL-STATE
045800         MOVE WS-IT-REVIEWER(WS-IT-IX) TO WS-NL-REVIEWER
045900         MOVE WS-IT-REVIEW-DATE(WS-IT-IX) TO WS-NL-REVIEW-DATE
046000         MOVE WS-IT-NOTE(WS-IT-IX) TO WS-NL-NOTE
046100     ELSE
046200         MOVE "NOT REVIEWED" TO WS-NL-STATE
046300         MOVE SPACES TO WS-NL-REVIEWER
046400         MOVE SPACES TO WS-NL-REVIEW-DATE
046500         MOVE SPACES TO WS-NL-NOTE
046600     END-IF
046700     WRITE AF-RECORD FROM WS-ENTRY-LINE.
046800 4200-EXIT.
046900     EXIT.
047000 5000-REPORT-ALL.
047100     MOVE 1 TO WS-FIRST-SG
047200     MOVE WS-STRATUM-COUNT TO WS-LAST-SG
047300     MOVE SPACES TO AF-RECORD
047400     WRITE AF-RECORD
047500     MOVE "ALL PROGRAMS" TO AF-RECORD
047600     WRITE AF-RECORD
047700     WRITE AF-RECORD FROM WS-BAND-HEADER
047800     PERFORM 7000-ESTIMATE-GROUP THRU 7000-EXIT
047900     MOVE "ALL" TO WS-BL-BAND-NAME
048000     PERFORM 7100-WRITE-GROUP THRU 7100-EXIT
048100     MOVE WS-GP-REVIEWED TO WS-ALL-REVIEWED
048200     MOVE WS-GP-FAILED TO WS-ALL-FAILED
048300     COMPUTE WS-ALL-UNREVIEWED = WS-GP-SAMPLED - WS-GP-REVIEWED
048400     IF WS-ALL-UNREVIEWED > ZERO
048500         AND WS-HIGHEST-RC < 4
048600         MOVE 4 TO WS-HIGHEST-RC
048700     END-IF.
048800 5000-EXIT.
048900     EXIT.
049000*--------------------------------------------------------------
049100* AUDKEEP: EVERY SAMPLED ENTRY AS DRAWN, WITH ITS VERDICT,
049200* REVIEWER, DATE AND NOTE - BLANK WHERE NOT YET REVIEWED.
049300*--------------------------------------------------------------
049400 6000-WRITE-KEEP.
049500     PERFORM 6100-KEEP-ONE-ITEM THRU 6100-EXIT
049600         VARYING WS-IT-IX FROM 1 BY 1
049700         UNTIL WS-IT-IX > WS-ITEM-COUNT.
049800 6000-EXIT.
049900     EXIT.
050000 6100-KEEP-ONE-ITEM.
050100     MOVE WS-IT-IMAGE(WS-IT-IX) TO WS-KP-IMAGE
050200     MOVE WS-IT-VERDICT(WS-IT-IX) TO WS-KP-VERDICT
050300     MOVE WS-IT-REVIEWER(WS-IT-IX) TO WS-KP-REVIEWER
050400     IF WS-IT-UNREVIEWED(WS-IT-IX)
050500         MOVE SPACES TO WS-KP-REVIEW-DATE
050600     ELSE
050700         MOVE WS-IT-REVIEW-DATE(WS-IT-IX) TO WS-KP-REVIEW-DATE
050800     END-IF
050900     MOVE WS-IT-NOTE(WS-IT-IX) TO WS-KP-NOTE
051000     WRITE AK-RECORD FROM WS-KEEP-LINE.
051100 6100-EXIT.
051200     EXIT.
051300*--------------------------------------------------------------
051400* STRATIFIED ESTIMATE OVER STRATA WS-FIRST-SG THRU WS-LAST-SG:
051500* EACH REVIEWED STRATUM'S FAILURE RATE WEIGHTED BY ITS SHARE
051600* OF THE REVIEWED STRATA'S POPULATION. THE BOUNDS ARE THE
051700* NORMAL APPROXIMATION WITH THE FINITE-POPULATION CORRECTION;
051800* WITH NO FAILURES AT ALL THE NORMAL BOUND COLLAPSES TO ZERO,
051900* SO THE UPPER BOUND IS THEN THE EXACT BINOMIAL ONE,
052000* 1 - 0.05 ** (1 / REVIEWED).
052100*--------------------------------------------------------------
052200 7000-ESTIMATE-GROUP.
052300     MOVE ZERO TO WS-GP-POPULATION WS-GP-REVIEWED-POP
052400         WS-GP-SAMPLED WS-GP-REVIEWED WS-GP-FAILED
052500         WS-GP-ESTIMATE WS-GP-VARIANCE WS-GP-MARGIN
052600         WS-GP-LOWER WS-GP-UPPER
052700     PERFORM 7010-SUM-ONE-STRATUM THRU 7010-EXIT
052800         VARYING WS-SG-IX FROM WS-FIRST-SG BY 1
052900         UNTIL WS-SG-IX > WS-LAST-SG
053000     IF WS-GP-REVIEWED = ZERO
053100         GO TO 7000-EXIT
053200     END-IF
053300     PERFORM 7020-WEIGH-ONE-STRATUM THRU 7020-EXIT
053400         VARYING WS-SG-IX FROM WS-FIRST-SG BY 1
053500         UNTIL WS-SG-IX > WS-LAST-SG
053600     IF WS-GP-FAILED = ZERO
053700         MOVE ZERO TO WS-GP-LOWER
053800         COMPUTE WS-GP-UPPER ROUNDED =
053900             1 - WS-ALPHA ** (1 / WS-GP-REVIEWED)
054000         GO TO 7000-EXIT
054100     END-IF
054200     COMPUTE WS-GP-MARGIN ROUNDED =
054300         WS-Z-95 * WS-GP-VARIANCE ** 0.5
054400     COMPUTE WS-GP-WORK = WS-GP-ESTIMATE - WS-GP-MARGIN
054500     IF WS-GP-WORK < ZERO
054600         MOVE ZERO TO WS-GP-LOWER
054700     ELSE
054800         MOVE WS-GP-WORK TO WS-GP-LOWER
054900     END-IF
055000     IF WS-GP-ESTIMATE + WS-GP-MARGIN > 1
055100         MOVE 1 TO WS-GP-UPPER
055200     ELSE
055300         COMPUTE WS-GP-UPPER = WS-GP-ESTIMATE + WS-GP-MARGIN
055400     END-IF.
055500 7000-EXIT.
055600     EXIT.
055700 7010-SUM-ONE-STRATUM.
055800     ADD WS-SG-POPULATION(WS-SG-IX) TO WS-GP-POPULATION
055900     ADD WS-SG-SAMPLED(WS-SG-IX) TO WS-GP-SAMPLED
056000     ADD WS-SG-REVIEWED(WS-SG-IX) TO WS-GP-REVIEWED
056100     ADD WS-SG-FAILED(WS-SG-IX) TO WS-GP-FAILED
056200     IF WS-SG-REVIEWED(WS-SG-IX) > ZERO
056300         ADD WS-SG-POPULATION(WS-SG-IX) TO WS-GP-REVIEWED-POP
056400     END-IF.
056500 7010-EXIT.
056600     EXIT.
056700 7020-WEIGH-ONE-STRATUM.
056800     IF WS-SG-REVIEWED(WS-SG-IX) = ZERO
056900         GO TO 7020-EXIT
057000     END-IF
057100     COMPUTE WS-STRATUM-RATE ROUNDED =
057200         WS-SG-FAILED(WS-SG-IX) / WS-SG-REVIEWED(WS-SG-IX)
057300     COMPUTE WS-STRATUM-WEIGHT ROUNDED =
057400         WS-SG-POPULATION(WS-SG-IX) / WS-GP-REVIEWED-POP
057500     COMPUTE WS-GP-ESTIMATE ROUNDED =
057600         WS-GP-ESTIMATE + WS-STRATUM-WEIGHT * WS-STRATUM-RATE
057700     IF WS-SG-REVIEWED(WS-SG-IX) > 1
057800         AND WS-SG-REVIEWED(WS-SG-IX)
057900             < WS-SG-POPULATION(WS-SG-IX)
058000         COMPUTE WS-GP-VARIANCE ROUNDED = WS-GP-VARIANCE
058100             + WS-STRATUM-WEIGHT * WS-STRATUM-WEIGHT
058200             * (1 - WS-SG-REVIEWED(WS-SG-IX)
058300                  / WS-SG-POPULATION(WS-SG-IX))
058400             * WS-STRATUM-RATE * (1 - WS-STRATUM-RATE)
058500             / (WS-SG-REVIEWED(WS-SG-IX) - 1)
058600     END-IF.
058700 7020-EXIT.
058800     EXIT.
058900 7100-WRITE-GROUP.
059000     MOVE WS-GP-POPULATION TO WS-BL-POPULATION
059100     MOVE WS-GP-SAMPLED TO WS-BL-SAMPLED
059200     MOVE WS-GP-REVIEWED TO WS-BL-REVIEWED
059300     MOVE WS-GP-FAILED TO WS-BL-FAILED
059400     MOVE ZERO TO WS-PERCENT
059500     IF WS-GP-REVIEWED > ZERO
059600         COMPUTE WS-PERCENT ROUNDED =
059700             WS-GP-FAILED * 100 / WS-GP-REVIEWED
059800     END-IF
059900     MOVE WS-PERCENT TO WS-BL-RATE
060000     WRITE AF-RECORD FROM WS-BAND-LINE
060100     IF WS-GP-REVIEWED = ZERO
060200         MOVE "  NOTHING REVIEWED - NO ESTIMATE" TO AF-RECORD
060300         WRITE AF-RECORD
060400         GO TO 7100-EXIT
060500     END-IF
060600     COMPUTE WS-PERCENT ROUNDED = WS-GP-ESTIMATE * 100
060700     MOVE WS-PERCENT TO WS-EL-ESTIMATE
060800     COMPUTE WS-PERCENT ROUNDED = WS-GP-LOWER * 100
060900     MOVE WS-PERCENT TO WS-EL-LOWER
061000     COMPUTE WS-PERCENT ROUNDED = WS-GP-UPPER * 100
061100     MOVE WS-PERCENT TO WS-EL-UPPER
061200     MOVE SPACES TO WS-EL-NOTE
061300     IF WS-GP-FAILED = ZERO
061400         MOVE "  (NO FAILURES - EXACT UPPER BOUND)"
061500             TO WS-EL-NOTE
061600     END-IF
061700     IF WS-GP-REVIEWED < WS-GP-SAMPLED
061800         MOVE "  (REVIEW INCOMPLETE)" TO WS-EL-NOTE
061900     END-IF
062000     WRITE AF-RECORD FROM WS-ESTIMATE-LINE.
062100 7100-EXIT.
062200     EXIT.
062300 8000-WRITE-TOTALS.
062400     MOVE SPACES TO AF-RECORD
062500     WRITE AF-RECORD
062600     IF WS-ITEM-COUNT = ZERO
062700         MOVE "AUDSAMP NOT AVAILABLE OR EMPTY - NO FINDINGS"
062800             TO AF-RECORD
062900         WRITE AF-RECORD
063000         MOVE 8 TO WS-HIGHEST-RC
063100         GO TO 8000-EXIT
063200     END-IF
063300     MOVE "SAMPLED ENTRIES" TO WS-CL-TEXT
063400     MOVE WS-ITEM-COUNT TO WS-CL-COUNT
063500     WRITE AF-RECORD FROM WS-COUNT-LINE
063600     MOVE "SIGNED OFF" TO WS-CL-TEXT
063700     MOVE WS-ALL-REVIEWED TO WS-CL-COUNT
063800     WRITE AF-RECORD FROM WS-COUNT-LINE
063900     MOVE "FAILED" TO WS-CL-TEXT
064000     MOVE WS-ALL-FAILED TO WS-CL-COUNT
064100     WRITE AF-RECORD FROM WS-COUNT-LINE
064200     MOVE "NOT YET REVIEWED" TO WS-CL-TEXT
064300     MOVE WS-ALL-UNREVIEWED TO WS-CL-COUNT
064400     WRITE AF-RECORD FROM WS-COUNT-LINE
064500     MOVE "REVIEW CARDS READ" TO WS-CL-TEXT
064600     MOVE WS-CARDS-READ TO WS-CL-COUNT
064700     WRITE AF-RECORD FROM WS-COUNT-LINE
064800     MOVE "REVIEW CARDS REJECTED" TO WS-CL-TEXT
064900     MOVE WS-CARDS-REJECTED TO WS-CL-COUNT
065000     WRITE AF-RECORD FROM WS-COUNT-LINE
065100     IF WS-ITEMS-DROPPED > ZERO
065200         MOVE "SAMPLE LINES NOT LOADED" TO WS-CL-TEXT
065300         MOVE WS-ITEMS-DROPPED TO WS-CL-COUNT
065400         WRITE AF-RECORD FROM WS-COUNT-LINE
065500         IF WS-HIGHEST-RC < 4
065600             MOVE 4 TO WS-HIGHEST-RC
065700         END-IF
065800     END-IF.
065900 8000-EXIT.
066000     EXIT.
066100 9000-TERMINATE.
066200     CLOSE FINDINGS-REPORT-FILE
066300     CLOSE AUDIT-KEEP-FILE
066400     MOVE WS-HIGHEST-RC TO RETURN-CODE.
066500 9000-EXIT.
066600     EXIT.
066700 END PROGRAM RESULT-AUDIT-FINDINGS.
