000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SUSPENSE-RESUBMIT.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  BJC  INITIAL VERSION - RESUBMIT STEP OF THE
001000*                    SUSPENSE CYCLE. WRITES THE CORRECTED IMAGE
001100*                    OF EVERY CORRECTED ITEM ON THE SUSPMAST
001200*                    SUSPENSE MASTER TO THE RESUBMIT FILE SUSPSRC
001300*                    NAMES FOR ITS SOURCE PROGRAM (LOTRSB,
001400*                    SEQRSB, ...) IN THAT PROGRAM'S OWN INPUT
001500*                    LAYOUT, READY TO BE CONCATENATED BEHIND ITS
001600*                    INPUT ON THE NEXT RUN, AND MARKS THE ITEM
001700*                    RESUBMITTED. AN ITEM WHOSE GROUP STILL HAS
001800*                    AN OPEN MEMBER IS HELD BACK UNTIL THE WHOLE
001900*                    GROUP IS CORRECTED OR WRITTEN OFF, SO A LOT
002000*                    OR A CARD DECK GOES BACK IN ONE PIECE.
002100*                    SUSPRSUB LISTS EVERY ITEM RESUBMITTED OR
002200*                    HELD AND THE COUNT PER RESUBMIT FILE.
002300*                    RETURN CODE 4 WHEN AN ITEM WAS HELD, 8
002400*                    WHEN THE MASTER COULD NOT BE OPENED OR THE
002500*                    OPEN GROUPS WOULD NOT FIT THE TABLE (NOTHING
002600*                    IS RESUBMITTED THEN).
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT SUSPENSE-MASTER-FILE ASSIGN TO "SUSPMAST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS SU-SUSPENSE-ID
003600         FILE STATUS IS WS-MASTER-STATUS.
003700     SELECT RESUBMIT-FILE ASSIGN TO WS-RESUBMIT-NAME
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-RESUBMIT-STATUS.
004000     SELECT RESUBMIT-REPORT-FILE ASSIGN TO "SUSPRSUB"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-REPORT-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  SUSPENSE-MASTER-FILE.
004600 COPY SUSPMST.
004700 FD  RESUBMIT-FILE.
004800 01  RESUBMIT-RECORD             PIC X(200).
004900 FD  RESUBMIT-REPORT-FILE.
005000 01  RR-RECORD                   PIC X(80).
005100 WORKING-STORAGE SECTION.
005200 77  WS-MASTER-STATUS            PIC X(02)       VALUE SPACES.
005300     88  WS-MASTER-OK                            VALUE '00'.
005400     88  WS-MASTER-EOF                           VALUE '10'.
005500 77  WS-RESUBMIT-STATUS          PIC X(02)       VALUE SPACES.
005600     88  WS-RESUBMIT-OK                          VALUE '00'.
005700 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
005800 77  WS-RESUBMIT-NAME            PIC X(08)       VALUE SPACES.
005900 77  WS-TODAY                    PIC 9(08)       VALUE ZERO.
006000 77  WS-HIGHEST-RC               PIC 9(02)       VALUE ZERO.
006100 77  WS-SRC-IX                   PIC 9(02)       VALUE ZERO COMP.
006200 77  WS-SRC-MAX                  PIC 9(02)       VALUE 10 COMP.
006300 77  WS-OG-IX                    PIC 9(04)       VALUE ZERO COMP.
006400 77  WS-OPEN-GROUP-COUNT         PIC 9(04)       VALUE ZERO COMP.
006500 77  WS-OPEN-GROUP-MAX           PIC 9(04)       VALUE 2000 COMP.
006600 77  WS-FILE-WRITTEN             PIC 9(07)       VALUE ZERO COMP.
006700 77  WS-FILE-HELD                PIC 9(07)       VALUE ZERO COMP.
006800 77  WS-TOTAL-WRITTEN            PIC 9(07)       VALUE ZERO COMP.
006900 77  WS-TOTAL-HELD               PIC 9(07)       VALUE ZERO COMP.
007000 77  WS-MASTER-OPEN-SW           PIC X(01)       VALUE 'N'.
007100     88  WS-MASTER-OPEN                          VALUE 'Y'.
007200 77  WS-OVERFLOW-SW              PIC X(01)       VALUE 'N'.
007300     88  WS-GROUP-OVERFLOW                       VALUE 'Y'.
007400 77  WS-GROUP-SW                 PIC X(01)       VALUE 'N'.
007500     88  WS-GROUP-STILL-OPEN                     VALUE 'Y'.
007600 COPY SUSPSRC.
007700*--------------------------------------------------------------
007800* EVERY GROUP WITH AT LEAST ONE MEMBER STILL OPEN.
007900*--------------------------------------------------------------
008000 01  WS-OPEN-GROUP-TABLE.
008100     05  WS-OG-GROUP-ID          PIC 9(08)
008200                                 OCCURS 2000.
008300 01  WS-REPORT-HEADER.
008400     05  FILLER                  PIC X(31)       VALUE
008500             "SUSPENSE RESUBMIT - RUN DATE ".
008600     05  WS-RH-DATE              PIC 9(08).
008700 01  WS-ITEM-LINE.
008800     05  WS-IL-ACTION            PIC X(12).
008900     05  WS-IL-ID                PIC 9(08).
009000     05  FILLER                  PIC X(01)       VALUE SPACE.
009100     05  WS-IL-GROUP             PIC 9(08).
009200     05  FILLER                  PIC X(01)       VALUE SPACE.
009300     05  WS-IL-FILE              PIC X(08).
009400     05  FILLER                  PIC X(01)       VALUE SPACE.
009500     05  WS-IL-NOTE              PIC X(30).
009600 01  WS-FILE-LINE.
009700     05  WS-FL-FILE              PIC X(08).
009800     05  FILLER                  PIC X(01)       VALUE SPACE.
009900     05  WS-FL-TEXT              PIC X(24).
010000     05  WS-FL-COUNT             PIC Z(06)9.
010100 01  WS-COUNT-LINE.
010200     05  WS-CL-TEXT              PIC X(24).
010300     05  WS-CL-COUNT             PIC Z(06)9.
010400 PROCEDURE DIVISION.
010500 0000-MAINLINE.
010600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010700     IF WS-MASTER-OPEN
010800         PERFORM 2000-FIND-OPEN-GROUPS THRU 2000-EXIT
010900     END-IF.
011000     IF WS-MASTER-OPEN
011100         AND NOT WS-GROUP-OVERFLOW
011200         PERFORM 3000-RESUBMIT-ONE-FILE THRU 3000-EXIT
011300             VARYING WS-SRC-IX FROM 1 BY 1
011400             UNTIL WS-SRC-IX > WS-SRC-MAX
011500         PERFORM 8000-WRITE-COUNTS THRU 8000-EXIT
011600     END-IF.
011700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011800     STOP RUN.
011900 0000-EXIT.
012000     EXIT.
012100 1000-INITIALIZE.
012200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
012300     OPEN OUTPUT RESUBMIT-REPORT-FILE
012400     MOVE WS-TODAY TO WS-RH-DATE
012500     WRITE RR-RECORD FROM WS-REPORT-HEADER
012600     OPEN I-O SUSPENSE-MASTER-FILE
012700     IF NOT WS-MASTER-OK
012800         MOVE "SUSPMAST COULD NOT BE OPENED - NOTHING RESUBMITTED"
012900             TO RR-RECORD
013000         WRITE RR-RECORD
013100         MOVE 8 TO WS-HIGHEST-RC
013200         GO TO 1000-EXIT
013300     END-IF
013400     SET WS-MASTER-OPEN TO TRUE.
013500 1000-EXIT.
013600     EXIT.
013700*--------------------------------------------------------------
013800* FIRST PASS: NOTE EVERY GROUP THAT STILL HAS AN OPEN MEMBER.
013900*--------------------------------------------------------------
014000 2000-FIND-OPEN-GROUPS.
014100     PERFORM 2100-START-MASTER THRU 2100-EXIT
014200     PERFORM 2200-READ-MASTER THRU 2200-EXIT
014300     PERFORM 2300-NOTE-OPEN-GROUP THRU 2300-EXIT
014400         UNTIL WS-MASTER-EOF
014500            OR WS-GROUP-OVERFLOW
014600     IF WS-GROUP-OVERFLOW
014700         MOVE "OPEN GROUPS OVER TABLE SIZE - NOTHING RESUBMITTED"
014800             TO RR-RECORD
014900         WRITE RR-RECORD
015000         MOVE 8 TO WS-HIGHEST-RC
015100     END-IF.
015200 2000-EXIT.
015300     EXIT.
015400 2100-START-MASTER.
015500     MOVE ZERO TO SU-SUSPENSE-ID
015600     START SUSPENSE-MASTER-FILE
015700         KEY IS NOT LESS THAN SU-SUSPENSE-ID
015800         INVALID KEY SET WS-MASTER-EOF TO TRUE
015900     END-START.
016000 2100-EXIT.
016100     EXIT.
016200 2200-READ-MASTER.
016300     IF WS-MASTER-EOF
016400         GO TO 2200-EXIT
016500     END-IF
016600     READ SUSPENSE-MASTER-FILE NEXT RECORD
016700         AT END SET WS-MASTER-EOF TO TRUE
016800     END-READ.
016900 2200-EXIT.
017000     EXIT.
017100 2300-NOTE-OPEN-GROUP.
017200     IF SU-OPEN
017300         PERFORM 4000-FIND-GROUP THRU 4000-EXIT
017400         IF NOT WS-GROUP-STILL-OPEN
017500             IF WS-OPEN-GROUP-COUNT >= WS-OPEN-GROUP-MAX
017600                 SET WS-GROUP-OVERFLOW TO TRUE
017700                 GO TO 2300-EXIT
017800             END-IF
017900             ADD 1 TO WS-OPEN-GROUP-COUNT
018000             MOVE SU-GROUP-ID
018100                 TO WS-OG-GROUP-ID(WS-OPEN-GROUP-COUNT)
018200         END-IF
018300     END-IF
018400     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
018500 2300-EXIT.
018600     EXIT.
018700*--------------------------------------------------------------
018800* ONE PASS OF THE MASTER PER SOURCE: ITS CORRECTED ITEMS GO TO
018900* ITS RESUBMIT FILE IN SUSPENSE-ID ORDER, WHICH IS THE ORDER
019000* THEY WERE FIRST READ IN.
019100*--------------------------------------------------------------
019200 3000-RESUBMIT-ONE-FILE.
019300     MOVE SS-RESUBMIT-FILE(WS-SRC-IX) TO WS-RESUBMIT-NAME
019400     MOVE WS-RESUBMIT-NAME TO WS-FL-FILE
019500     MOVE ZERO TO WS-FILE-WRITTEN
019600     MOVE ZERO TO WS-FILE-HELD
019700     OPEN OUTPUT RESUBMIT-FILE
019800     IF NOT WS-RESUBMIT-OK
019900         MOVE "NOT ON HAND - PASSED" TO WS-FL-TEXT
020000         MOVE ZERO TO WS-FL-COUNT
020100         WRITE RR-RECORD FROM WS-FILE-LINE
020200         IF WS-HIGHEST-RC < 4
020300             MOVE 4 TO WS-HIGHEST-RC
020400         END-IF
020500         GO TO 3000-EXIT
020600     END-IF
020700     MOVE SPACES TO WS-MASTER-STATUS
020800     PERFORM 2100-START-MASTER THRU 2100-EXIT
020900     PERFORM 2200-READ-MASTER THRU 2200-EXIT
021000     PERFORM 3100-RESUBMIT-ONE-ITEM THRU 3100-EXIT
021100         UNTIL WS-MASTER-EOF
021200     CLOSE RESUBMIT-FILE
021300     MOVE "RECORDS RESUBMITTED" TO WS-FL-TEXT
021400     MOVE WS-FILE-WRITTEN TO WS-FL-COUNT
021500     WRITE RR-RECORD FROM WS-FILE-LINE
021600     IF WS-FILE-HELD > ZERO
021700         MOVE "RECORDS HELD" TO WS-FL-TEXT
021800         MOVE WS-FILE-HELD TO WS-FL-COUNT
021900         WRITE RR-RECORD FROM WS-FILE-LINE
022000     END-IF.
022100 3000-EXIT.
022200     EXIT.
022300 3100-RESUBMIT-ONE-ITEM.
022400     IF NOT SU-CORRECTED
022500         OR SU-SOURCE-FILE NOT = SS-EXCEPTION-FILE(WS-SRC-IX)
022600         PERFORM 2200-READ-MASTER THRU 2200-EXIT
022700         GO TO 3100-EXIT
022800     END-IF
022900     MOVE SU-SUSPENSE-ID TO WS-IL-ID
023000     MOVE SU-GROUP-ID TO WS-IL-GROUP
023100     MOVE WS-RESUBMIT-NAME TO WS-IL-FILE
023200     PERFORM 4000-FIND-GROUP THRU 4000-EXIT
023300     IF WS-GROUP-STILL-OPEN
023400         ADD 1 TO WS-FILE-HELD
023500         ADD 1 TO WS-TOTAL-HELD
023600         IF WS-HIGHEST-RC < 4
023700             MOVE 4 TO WS-HIGHEST-RC
023800         END-IF
023900         MOVE "HELD" TO WS-IL-ACTION
024000         MOVE "GROUP HAS AN OPEN ITEM" TO WS-IL-NOTE
024100         WRITE RR-RECORD FROM WS-ITEM-LINE
024200         PERFORM 2200-READ-MASTER THRU 2200-EXIT
024300         GO TO 3100-EXIT
024400     END-IF
024500     WRITE RESUBMIT-RECORD FROM SU-CORRECTED-IMAGE
024600     SET SU-RESUBMITTED TO TRUE
024700     MOVE WS-TODAY TO SU-RESUBMIT-DATE
024800     REWRITE SUSPENSE-MASTER-RECORD
024900         INVALID KEY
025000             MOVE 8 TO WS-HIGHEST-RC
025100             MOVE "SUSPMAST REWRITE FAILED" TO WS-IL-NOTE
025200             MOVE "NOT MARKED" TO WS-IL-ACTION
025300             WRITE RR-RECORD FROM WS-ITEM-LINE
025400     END-REWRITE
025500     ADD 1 TO WS-FILE-WRITTEN
025600     ADD 1 TO WS-TOTAL-WRITTEN
025700     MOVE "RESUBMITTED" TO WS-IL-ACTION
025800     MOVE SU-REASON TO WS-IL-NOTE
025900     WRITE RR-RECORD FROM WS-ITEM-LINE
026000     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
026100 3100-EXIT.
026200     EXIT.
026300 4000-FIND-GROUP.
026400     MOVE 'N' TO WS-GROUP-SW
026500     PERFORM 4100-CHECK-ONE-GROUP THRU 4100-EXIT
026600         VARYING WS-OG-IX FROM 1 BY 1
026700         UNTIL WS-OG-IX > WS-OPEN-GROUP-COUNT
026800            OR WS-GROUP-STILL-OPEN.
026900 4000-EXIT.
027000     EXIT.
027100 4100-CHECK-ONE-GROUP.
027200     IF WS-OG-GROUP-ID(WS-OG-IX) = SU-GROUP-ID
027300         SET WS-GROUP-STILL-OPEN TO TRUE
027400     END-IF.
027500 4100-EXIT.
027600     EXIT.
027700 8000-WRITE-COUNTS.
027800     MOVE "GROUPS STILL OPEN" TO WS-CL-TEXT
027900     MOVE WS-OPEN-GROUP-COUNT TO WS-CL-COUNT
028000     WRITE RR-RECORD FROM WS-COUNT-LINE
028100     MOVE "RECORDS RESUBMITTED" TO WS-CL-TEXT
028200     MOVE WS-TOTAL-WRITTEN TO WS-CL-COUNT
028300     WRITE RR-RECORD FROM WS-COUNT-LINE
028400     MOVE "RECORDS HELD" TO WS-CL-TEXT
028500     MOVE WS-TOTAL-HELD TO WS-CL-COUNT
028600     WRITE RR-RECORD FROM WS-COUNT-LINE.
028700 8000-EXIT.
028800     EXIT.
028900 9000-TERMINATE.
029000     IF WS-MASTER-OPEN
029100         CLOSE SUSPENSE-MASTER-FILE
029200     END-IF
029300     CLOSE RESUBMIT-REPORT-FILE
029400     MOVE WS-HIGHEST-RC TO RETURN-CODE.
029500 9000-EXIT.
029600     EXIT.
029700 END PROGRAM SUSPENSE-RESUBMIT.
