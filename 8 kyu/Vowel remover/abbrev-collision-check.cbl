000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ABBREV-COLLISION-CHECK.
000300 AUTHOR. PRODUCT-CATALOG.
000400 INSTALLATION. ABBREVIATION-SERVICES.
000500 DATE-WRITTEN. 2026-10-01.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-01  PCS  INITIAL VERSION - SHORT-FORM COLLISION
001000*                    CHECK, CALLED BY SHORTCUT-BATCH AT END OF
001100*                    STEP. TWO DIFFERENT DESCRIPTIONS CAN STRIP
001200*                    TO THE SAME SHORT FORM AND THE CATALOGUE
001300*                    THEN MERGES THEM; THIS READS SHORTOUT BACK
001400*                    BESIDE SHORTSID (FOR THE RECORD NUMBER) AND
001500*                    DESCIN (FOR THE ORIGINAL TEXT), SORTS THE
001600*                    RECORDS BY SHORT FORM, AND LISTS ON ABBRCOLL
001700*                    EVERY SHORT FORM SHARED BY DIFFERENT
001800*                    ORIGINALS, MARKED NEW OR KNOWN AGAINST THE
001900*                    ABBRKNWN REVIEWED-COLLISION LIST.
002000*--------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT DESCRIPTION-INPUT-FILE ASSIGN TO "DESCIN"
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-INPUT-STATUS.
002800     SELECT DESCRIPTION-OUTPUT-FILE ASSIGN TO "SHORTOUT"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-SHORT-STATUS.
003100     SELECT SIDECAR-INPUT-FILE ASSIGN TO "SHORTSID"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-SIDECAR-STATUS.
003400     SELECT KNOWN-COLLISION-FILE ASSIGN TO "ABBRKNWN"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-KNOWN-STATUS.
003700     SELECT COLLISION-REPORT-FILE ASSIGN TO "ABBRCOLL"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-REPORT-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  DESCRIPTION-INPUT-FILE.
004300 01  DESCRIPTION-INPUT-RECORD   PIC X(80).
004400 FD  DESCRIPTION-OUTPUT-FILE.
004500 01  DESCRIPTION-OUTPUT-RECORD  PIC X(80).
004600 FD  SIDECAR-INPUT-FILE.
004700 01  SIDECAR-INPUT-RECORD.
004800     05  SD-RECORD-NUMBER       PIC 9(09).
004900     05  SD-REMOVED-COUNT       PIC 9(02).
005000     05  SD-REMOVED-ENTRY OCCURS 80.
005100         10  SD-REMOVED-POS     PIC 9(02).
005200         10  SD-REMOVED-CHAR    PIC X(01).
005300*--------------------------------------------------------------
005400* ABBRKNWN: ONE SHORT FORM PER LINE WHOSE COLLISION THE
005500* CATALOGUE TEAM HAS ALREADY REVIEWED AND ACCEPTED.
005600*--------------------------------------------------------------
005700 FD  KNOWN-COLLISION-FILE.
005800 01  KNOWN-COLLISION-RECORD     PIC X(80).
005900 FD  COLLISION-REPORT-FILE.
006000 01  COLLISION-REPORT-RECORD    PIC X(100).
006100 WORKING-STORAGE SECTION.
006200 77  WS-INPUT-STATUS            PIC X(02)    VALUE SPACES.
006300     88  WS-INPUT-OK                         VALUE '00'.
006400 77  WS-SHORT-STATUS            PIC X(02)    VALUE SPACES.
006500     88  WS-SHORT-OK                         VALUE '00'.
006600 77  WS-SIDECAR-STATUS          PIC X(02)    VALUE SPACES.
006700     88  WS-SIDECAR-OK                       VALUE '00'.
006800 77  WS-KNOWN-STATUS            PIC X(02)    VALUE SPACES.
006900     88  WS-KNOWN-OK                         VALUE '00'.
007000 77  WS-REPORT-STATUS           PIC X(02)    VALUE SPACES.
007100 77  WS-LOAD-DONE-SW            PIC X(01)    VALUE 'N'.
007200     88  WS-LOAD-DONE                        VALUE 'Y'.
007300 77  WS-ENTRY-MAX               PIC 9(05)    VALUE 20000 COMP.
007400 77  WS-KNOWN-COUNT             PIC 9(04)    VALUE ZERO COMP.
007500 77  WS-KNOWN-MAX               PIC 9(04)    VALUE 1000 COMP.
007600 77  WS-KNOWN-IX                PIC 9(04)    VALUE ZERO COMP.
007700 77  WS-ENTRY-IX                PIC 9(05)    VALUE ZERO COMP.
007800 77  WS-GROUP-START             PIC 9(05)    VALUE ZERO COMP.
007900 77  WS-GROUP-END               PIC 9(05)    VALUE ZERO COMP.
008000 77  WS-GROUP-SIZE              PIC 9(05)    VALUE ZERO.
008100 77  WS-DIFFERS-SW              PIC X(01)    VALUE 'N'.
008200     88  WS-ORIGINALS-DIFFER                 VALUE 'Y'.
008300 77  WS-KNOWN-SW                PIC X(01)    VALUE 'N'.
008400     88  WS-COLLISION-KNOWN                  VALUE 'Y'.
008410 77  WS-GROUP-CLOSED-SW         PIC X(01)    VALUE 'N'.
008420     88  WS-GROUP-CLOSED                     VALUE 'Y'.
008500 01  WS-ENTRY-COUNT             PIC 9(05)    VALUE ZERO COMP.
008600 01  WS-ENTRY-TABLE.
008700     05  WS-EN-ENTRY OCCURS 1 TO 20000 TIMES
008800             DEPENDING ON WS-ENTRY-COUNT.
008900         10  WS-EN-SHORT        PIC X(80).
009000         10  WS-EN-ORIGINAL     PIC X(80).
009100         10  WS-EN-RECORD       PIC 9(09).
009200 01  WS-KNOWN-TABLE.
009300     05  WS-KN-SHORT            PIC X(80) OCCURS 1000.
009400 01  WS-REPORT-HEADER.
009500     05  FILLER                 PIC X(40)    VALUE
009600             "SHORT-FORM COLLISIONS ON SHORTOUT       ".
009700 01  WS-GROUP-LINE.
009800     05  FILLER                 PIC X(11)    VALUE
009900             "SHORT FORM ".
010000     05  WS-GL-SHORT            PIC X(60).
010100     05  FILLER                 PIC X(01)    VALUE SPACE.
010200     05  WS-GL-STATUS           PIC X(05).
010300     05  FILLER                 PIC X(01)    VALUE SPACE.
010400     05  WS-GL-SIZE             PIC ZZZZ9.
010500     05  FILLER                 PIC X(08)    VALUE " RECORDS".
010600 01  WS-MEMBER-LINE.
010700     05  FILLER                 PIC X(06)    VALUE "  REC ".
010800     05  WS-ML-RECORD           PIC Z(08)9.
010900     05  FILLER                 PIC X(01)    VALUE SPACE.
011000     05  WS-ML-ORIGINAL         PIC X(80).
011100 01  WS-SUMMARY-LINE.
011200     05  FILLER                 PIC X(16)    VALUE
011300             "RECORDS CHECKED ".
011400     05  WS-SL-CHECKED          PIC Z(08)9.
011500     05  FILLER                 PIC X(13)    VALUE
011600             "  COLLISIONS ".
011700     05  WS-SL-GROUPS           PIC ZZZZZ9.
011800     05  FILLER                 PIC X(06)    VALUE "  NEW ".
011900     05  WS-SL-NEW              PIC ZZZZZ9.
012000 01  WS-INCOMPLETE-LINE.
012100     05  FILLER                 PIC X(40)    VALUE
012200             "CHECK INCOMPLETE - SEE SYSOUT           ".
012300 LINKAGE SECTION.
012400 COPY ABBRCOL.
012500 PROCEDURE DIVISION USING ABBREV-COLLISION-REQUEST.
012600 0000-MAINLINE.
012700     MOVE ZERO TO ACR-RECORDS-CHECKED ACR-COLLISION-GROUPS
012800         ACR-NEW-COLLISIONS
012900     SET ACR-CHECK-COMPLETE TO TRUE
013000     MOVE ZERO TO WS-ENTRY-COUNT WS-KNOWN-COUNT
013100     MOVE 'N' TO WS-LOAD-DONE-SW
013200     OPEN OUTPUT COLLISION-REPORT-FILE
013300     WRITE COLLISION-REPORT-RECORD FROM WS-REPORT-HEADER
013400     PERFORM 1000-LOAD-KNOWN THRU 1000-EXIT
013500     PERFORM 2000-LOAD-RECORDS THRU 2000-EXIT
013600     IF WS-ENTRY-COUNT > 1
013700         SORT WS-EN-ENTRY ON ASCENDING KEY WS-EN-SHORT
013800             WS-EN-ORIGINAL WS-EN-RECORD
013900     END-IF
014000     MOVE 1 TO WS-GROUP-START
014100     PERFORM 3000-CHECK-ONE-GROUP THRU 3000-EXIT
014200         UNTIL WS-GROUP-START > WS-ENTRY-COUNT
014300     PERFORM 9000-FINISH THRU 9000-EXIT
014400     GOBACK.
014500 0000-EXIT.
014600     EXIT.
014700 1000-LOAD-KNOWN.
014800     OPEN INPUT KNOWN-COLLISION-FILE
014900     IF NOT WS-KNOWN-OK
015000         GO TO 1000-EXIT
015100     END-IF
015200     PERFORM 1100-LOAD-ONE-KNOWN THRU 1100-EXIT
015300         UNTIL NOT WS-KNOWN-OK
015400     CLOSE KNOWN-COLLISION-FILE.
015500 1000-EXIT.
015600     EXIT.
015700 1100-LOAD-ONE-KNOWN.
015800     READ KNOWN-COLLISION-FILE
015900         AT END GO TO 1100-EXIT
016000     END-READ
016100     IF KNOWN-COLLISION-RECORD = SPACES
016200         GO TO 1100-EXIT
016300     END-IF
016400     IF WS-KNOWN-COUNT >= WS-KNOWN-MAX
016500         DISPLAY "ABBREV-COLLISION-CHECK: MORE THAN "
016600             WS-KNOWN-MAX " ABBRKNWN LINES - REST IGNORED"
016700         GO TO 1100-EXIT
016800     END-IF
016900     ADD 1 TO WS-KNOWN-COUNT
017000     MOVE KNOWN-COLLISION-RECORD TO WS-KN-SHORT(WS-KNOWN-COUNT).
017100 1100-EXIT.
017200     EXIT.
017300*--------------------------------------------------------------
017400* THE THREE FILES ARE RECORD-FOR-RECORD PAIRED; THE SHORTEST
017500* ONE ENDS THE LOAD.
017600*--------------------------------------------------------------
017700 2000-LOAD-RECORDS.
017800     OPEN INPUT DESCRIPTION-INPUT-FILE
017900     OPEN INPUT DESCRIPTION-OUTPUT-FILE
018000     OPEN INPUT SIDECAR-INPUT-FILE
018100     IF NOT WS-INPUT-OK OR NOT WS-SHORT-OK OR NOT WS-SIDECAR-OK
018200         DISPLAY "ABBREV-COLLISION-CHECK: DESCIN, SHORTOUT OR "
018300             "SHORTSID NOT AVAILABLE"
018400         SET ACR-CHECK-INCOMPLETE TO TRUE
018500         GO TO 2000-CLOSE
018600     END-IF
018700     PERFORM 2100-LOAD-ONE-RECORD THRU 2100-EXIT
018800         UNTIL WS-LOAD-DONE.
018900 2000-CLOSE.
019000     CLOSE DESCRIPTION-INPUT-FILE
019100     CLOSE DESCRIPTION-OUTPUT-FILE
019200     CLOSE SIDECAR-INPUT-FILE.
019300 2000-EXIT.
019400     EXIT.
019500 2100-LOAD-ONE-RECORD.
019600     READ DESCRIPTION-OUTPUT-FILE
019700         AT END SET WS-LOAD-DONE TO TRUE
019800             GO TO 2100-EXIT
019900     END-READ
020000     READ SIDECAR-INPUT-FILE
020100         AT END SET WS-LOAD-DONE TO TRUE
020200             GO TO 2100-EXIT
020300     END-READ
020400     READ DESCRIPTION-INPUT-FILE
020500         AT END SET WS-LOAD-DONE TO TRUE
020600             GO TO 2100-EXIT
020700     END-READ
020800     IF WS-ENTRY-COUNT >= WS-ENTRY-MAX
020900         DISPLAY "ABBREV-COLLISION-CHECK: MORE THAN "
021000             WS-ENTRY-MAX " RECORDS - REST NOT CHECKED"
021100         SET ACR-CHECK-INCOMPLETE TO TRUE
021200         SET WS-LOAD-DONE TO TRUE
021300         GO TO 2100-EXIT
021400     END-IF
021500     ADD 1 TO WS-ENTRY-COUNT
021600     MOVE DESCRIPTION-OUTPUT-RECORD
021700         TO WS-EN-SHORT(WS-ENTRY-COUNT)
021800     MOVE FUNCTION TRIM(DESCRIPTION-INPUT-RECORD)
021900         TO WS-EN-ORIGINAL(WS-ENTRY-COUNT)
022000     MOVE SD-RECORD-NUMBER TO WS-EN-RECORD(WS-ENTRY-COUNT)
022100     ADD 1 TO ACR-RECORDS-CHECKED.
022200 2100-EXIT.
022300     EXIT.
022400*--------------------------------------------------------------
022500* A GROUP IS THE RUN OF SORTED ENTRIES SHARING ONE SHORT FORM.
022600* SINCE ORIGINALS SORT WITHIN THE GROUP, THEY DIFFER EXACTLY
022700* WHEN THE FIRST AND LAST DIFFER. THE SAME DESCRIPTION ENTERED
022800* TWICE IS NOT A COLLISION.
022900*--------------------------------------------------------------
023000 3000-CHECK-ONE-GROUP.
023100     MOVE WS-GROUP-START TO WS-GROUP-END
023110     MOVE 'N' TO WS-GROUP-CLOSED-SW
023200     PERFORM 3100-EXTEND-GROUP THRU 3100-EXIT
023300         UNTIL WS-GROUP-END >= WS-ENTRY-COUNT
023400            OR WS-GROUP-CLOSED
023600     MOVE 'N' TO WS-DIFFERS-SW
023700     IF WS-EN-ORIGINAL(WS-GROUP-START)
023800        NOT = WS-EN-ORIGINAL(WS-GROUP-END)
023900         SET WS-ORIGINALS-DIFFER TO TRUE
024000     END-IF
024100     IF WS-ORIGINALS-DIFFER
024200         PERFORM 3200-REPORT-GROUP THRU 3200-EXIT
024300     END-IF
024400     COMPUTE WS-GROUP-START = WS-GROUP-END + 1.
024500 3000-EXIT.
024600     EXIT.
024700 3100-EXTEND-GROUP.
024710     IF WS-EN-SHORT(WS-GROUP-END + 1)
024720        = WS-EN-SHORT(WS-GROUP-START)
024730         ADD 1 TO WS-GROUP-END
024740     ELSE
024750         SET WS-GROUP-CLOSED TO TRUE
024760     END-IF.
024900 3100-EXIT.
025000     EXIT.
025100 3200-REPORT-GROUP.
025200     ADD 1 TO ACR-COLLISION-GROUPS
025300     MOVE 'N' TO WS-KNOWN-SW
025400     PERFORM 3210-MATCH-KNOWN THRU 3210-EXIT
025500         VARYING WS-KNOWN-IX FROM 1 BY 1
025600         UNTIL WS-KNOWN-IX > WS-KNOWN-COUNT
025700            OR WS-COLLISION-KNOWN
025800     MOVE WS-EN-SHORT(WS-GROUP-START) TO WS-GL-SHORT
025900     IF WS-COLLISION-KNOWN
026000         MOVE "KNOWN" TO WS-GL-STATUS
026100     ELSE
026200         MOVE "NEW" TO WS-GL-STATUS
026300         ADD 1 TO ACR-NEW-COLLISIONS
026400     END-IF
026500     COMPUTE WS-GROUP-SIZE = WS-GROUP-END - WS-GROUP-START + 1
026600     MOVE WS-GROUP-SIZE TO WS-GL-SIZE
026700     WRITE COLLISION-REPORT-RECORD FROM WS-GROUP-LINE
026800     PERFORM 3220-REPORT-MEMBER THRU 3220-EXIT
026900         VARYING WS-ENTRY-IX FROM WS-GROUP-START BY 1
027000         UNTIL WS-ENTRY-IX > WS-GROUP-END.
027100 3200-EXIT.
027200     EXIT.
027300 3210-MATCH-KNOWN.
027400     IF WS-KN-SHORT(WS-KNOWN-IX) = WS-EN-SHORT(WS-GROUP-START)
027500         SET WS-COLLISION-KNOWN TO TRUE
027600     END-IF.
027700 3210-EXIT.
027800     EXIT.
027900 3220-REPORT-MEMBER.
028000     MOVE WS-EN-RECORD(WS-ENTRY-IX) TO WS-ML-RECORD
028100     MOVE WS-EN-ORIGINAL(WS-ENTRY-IX) TO WS-ML-ORIGINAL
028200     WRITE COLLISION-REPORT-RECORD FROM WS-MEMBER-LINE.
028300 3220-EXIT.
028400     EXIT.
028500 9000-FINISH.
028600     IF ACR-CHECK-INCOMPLETE
028700         WRITE COLLISION-REPORT-RECORD FROM WS-INCOMPLETE-LINE
028800     END-IF
028900     MOVE ACR-RECORDS-CHECKED TO WS-SL-CHECKED
029000     MOVE ACR-COLLISION-GROUPS TO WS-SL-GROUPS
029100     MOVE ACR-NEW-COLLISIONS TO WS-SL-NEW
029200     WRITE COLLISION-REPORT-RECORD FROM WS-SUMMARY-LINE
029300     CLOSE COLLISION-REPORT-FILE.
029400 9000-EXIT.
029500     EXIT.
029600 END PROGRAM ABBREV-COLLISION-CHECK.
