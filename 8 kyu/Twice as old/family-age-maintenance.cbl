000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FAMILY-AGE-MAINTENANCE.
000300 AUTHOR. BENEFITS-PROCESSING.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-09-17.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-09-17  BEN  INITIAL VERSION - TRANSACTION MAINTENANCE
001000*                    OF THE FAMAGES HOUSEHOLD AGE FILE, SO
001100*                    BIRTHS, DEATHS, ADOPTIONS, MOVES AND
001200*                    CORRECTIONS NO LONGER WAIT FOR THE NEXT
001300*                    FULL REPLACEMENT FROM THE BENEFITS EXTRACT
001400*                    (WHICH LOST EVERY FIX MADE IN BETWEEN).
001500*                    APPLIES FAMTRAN ADD / CHANGE / DELETE /
001600*                    MOVE-MEMBER TRANSACTIONS IN ARRIVAL ORDER
001700*                    WITH EDIT CHECKS, WRITES BEFORE AND AFTER
001800*                    IMAGES TO THE FAMAUDT AUDIT TRAIL, SENDS
001900*                    EVERY REJECTED TRANSACTION TO THE FAMSUSP
002000*                    SUSPENSE FILE WITH ITS REASON, AND WRITES
002100*                    THE MAINTAINED FILE TO FAMAGUPD FOR JOB
002200*                    CONTROL TO SWAP IN AS FAMAGES.
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT FAMILY-INPUT-FILE ASSIGN TO "FAMAGES"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-INPUT-STATUS.
003100     SELECT TRANSACTION-FILE ASSIGN TO "FAMTRAN"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-TRAN-STATUS.
003400     SELECT AUDIT-FILE ASSIGN TO "FAMAUDT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-AUDIT-STATUS.
003700     SELECT SUSPENSE-FILE ASSIGN TO "FAMSUSP"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-SUSPENSE-STATUS.
004000     SELECT UPDATED-FAMILY-FILE ASSIGN TO "FAMAGUPD"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-UPDATE-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  FAMILY-INPUT-FILE.
004600 01  FAMILY-INPUT-RECORD.
004700     05  FI-FAMILY-ID            PIC X(10).
004800     05  FI-AGE-DAD              PIC 9(03).
004900     05  FI-AGE-SON              PIC 9(02).
005000*--------------------------------------------------------------
005100* FAMTRAN: A ADDS A HOUSEHOLD WITH BOTH AGES; C SETS THE AGE OF
005200* MEMBER P (PARENT, IN THE PARENT AGE FIELD) OR D (DEPENDENT,
005300* IN THE DEPENDENT AGE FIELD); D DELETES THE HOUSEHOLD; M MOVES
005400* MEMBER P OR D, WHOSE CURRENT AGE IS GIVEN AS ABOVE, TO THE
005500* TARGET HOUSEHOLD. THE REASON CODE (BRTH, DETH, ADPT, MOVE,
005600* CORR ...) IS CARRIED TO THE AUDIT TRAIL.
005700*--------------------------------------------------------------
005800 FD  TRANSACTION-FILE.
005900 01  TRANSACTION-RECORD.
006000     05  FT-TRAN-CODE            PIC X(01).
006100         88  FT-ADD                          VALUE 'A'.
006200         88  FT-CHANGE                       VALUE 'C'.
006300         88  FT-DELETE                       VALUE 'D'.
006400         88  FT-MOVE                         VALUE 'M'.
006500     05  FILLER                  PIC X(01).
006600     05  FT-FAMILY-ID            PIC X(10).
006700     05  FILLER                  PIC X(01).
006800     05  FT-MEMBER               PIC X(01).
006900         88  FT-PARENT                       VALUE 'P'.
007000         88  FT-DEPENDENT                    VALUE 'D'.
007100     05  FILLER                  PIC X(01).
007200     05  FT-AGE-DAD              PIC 9(03).
007300     05  FILLER                  PIC X(01).
007400     05  FT-AGE-SON              PIC 9(02).
007500     05  FILLER                  PIC X(01).
007600     05  FT-TARGET-FAMILY        PIC X(10).
007700     05  FILLER                  PIC X(01).
007800     05  FT-REASON               PIC X(04).
007900 FD  AUDIT-FILE.
008000 COPY FAMAUDT.
008100 FD  SUSPENSE-FILE.
008200 01  SUSPENSE-RECORD.
008300     05  SU-TRANSACTION          PIC X(37).
008400     05  FILLER                  PIC X(02).
008500     05  SU-REJECT-REASON        PIC X(41).
008600 FD  UPDATED-FAMILY-FILE.
008700 01  UPDATED-FAMILY-RECORD.
008800     05  UF-FAMILY-ID            PIC X(10).
008900     05  UF-AGE-DAD              PIC 9(03).
009000     05  UF-AGE-SON              PIC 9(02).
009100 WORKING-STORAGE SECTION.
009200 77  WS-INPUT-STATUS             PIC X(02)       VALUE SPACES.
009300     88  WS-INPUT-OK                             VALUE '00'.
009400     88  WS-INPUT-EOF                            VALUE '10'.
009500 77  WS-TRAN-STATUS              PIC X(02)       VALUE SPACES.
009600     88  WS-TRAN-OK                              VALUE '00'.
009700     88  WS-TRAN-EOF                             VALUE '10'.
009800 77  WS-AUDIT-STATUS             PIC X(02)       VALUE SPACES.
009900     88  WS-AUDIT-OK                             VALUE '00'.
010000 77  WS-SUSPENSE-STATUS          PIC X(02)       VALUE SPACES.
010100     88  WS-SUSPENSE-OK                          VALUE '00'.
010200 77  WS-UPDATE-STATUS            PIC X(02)       VALUE SPACES.
010300     88  WS-UPDATE-OK                            VALUE '00'.
010310 77  WS-TRAN-OPEN-SW             PIC X(01)       VALUE 'N'.
010320     88  WS-TRAN-OPEN                            VALUE 'Y'.
010400 77  WS-FAMILY-COUNT             PIC 9(04)       VALUE ZERO COMP.
010500 77  WS-FAMILY-MAX               PIC 9(04)       VALUE 5000 COMP.
010600 77  WS-FA-IX                    PIC 9(04)       VALUE ZERO COMP.
010700 77  WS-MATCH-IX                 PIC 9(04)       VALUE ZERO COMP.
010800 77  WS-SOURCE-IX                PIC 9(04)       VALUE ZERO COMP.
010900 77  WS-TARGET-IX                PIC 9(04)       VALUE ZERO COMP.
011000 77  WS-SEARCH-ID                PIC X(10)       VALUE SPACES.
011100 77  WS-RUN-DATE                 PIC 9(08)       VALUE ZERO.
011200 77  WS-NEW-AGE-DAD              PIC 9(03)       VALUE ZERO.
011300 77  WS-NEW-AGE-SON              PIC 9(02)       VALUE ZERO.
011400 77  WS-AUDIT-IMAGE              PIC X(01)       VALUE SPACE.
011500 77  WS-AUDIT-MEMBER             PIC X(01)       VALUE SPACE.
011600 77  WS-REJECT-REASON            PIC X(41)       VALUE SPACES.
011700 77  WS-TRAN-READ                PIC 9(06)       VALUE ZERO COMP.
011800 77  WS-TRAN-APPLIED             PIC 9(06)       VALUE ZERO COMP.
011900 77  WS-TRAN-REJECTED            PIC 9(06)       VALUE ZERO COMP.
012000 77  WS-FAMILIES-WRITTEN         PIC 9(06)       VALUE ZERO.
012100 01  WS-FAMILY-TABLE.
012200     05  WS-FA-ENTRY OCCURS 5000.
012300         10  WS-FA-FAMILY        PIC X(10).
012400         10  WS-FA-AGE-DAD       PIC 9(03).
012500         10  WS-FA-AGE-SON       PIC 9(02).
012600         10  WS-FA-DELETED-SW    PIC X(01).
012700             88  WS-FA-DELETED               VALUE 'Y'.
012800 01  WS-TOTAL-LINE.
012900     05  FILLER                  PIC X(21)       VALUE
013000             "TRANSACTIONS READ   ".
013100     05  WS-TL-READ              PIC ZZZZZ9.
013200     05  FILLER                  PIC X(10)       VALUE
013300             "  APPLIED ".
013400     05  WS-TL-APPLIED           PIC ZZZZZ9.
013500     05  FILLER                  PIC X(11)       VALUE
013600             "  REJECTED ".
013700     05  WS-TL-REJECTED          PIC ZZZZZ9.
013800 PROCEDURE DIVISION.
013900 0000-MAINLINE.
014000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014100     PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
014200         UNTIL WS-TRAN-EOF.
014300     PERFORM 8000-WRITE-UPDATED-FILE THRU 8000-EXIT.
014400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014500     STOP RUN.
014600 0000-EXIT.
014700     EXIT.
014800 1000-INITIALIZE.
014900     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
015000     PERFORM 1100-LOAD-FAMILIES THRU 1100-EXIT
015100     OPEN EXTEND AUDIT-FILE
015200     IF NOT WS-AUDIT-OK
015300         OPEN OUTPUT AUDIT-FILE
015400     END-IF
015500     OPEN OUTPUT SUSPENSE-FILE
015600     OPEN INPUT TRANSACTION-FILE
015700     IF NOT WS-TRAN-OK
015800         SET WS-TRAN-EOF TO TRUE
015900         GO TO 1000-EXIT
016000     END-IF
016010     SET WS-TRAN-OPEN TO TRUE
016100     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
016200 1000-EXIT.
016300     EXIT.
016400 1100-LOAD-FAMILIES.
016500     OPEN INPUT FAMILY-INPUT-FILE
016600     IF NOT WS-INPUT-OK
016700         DISPLAY "FAMILY-AGE-MAINTENANCE: FAMAGES NOT "
016800             "AVAILABLE - STARTING FROM AN EMPTY FILE"
016900         GO TO 1100-EXIT
017000     END-IF
017100     PERFORM 1110-READ-FAMILY THRU 1110-EXIT
017200     PERFORM 1120-STORE-FAMILY THRU 1120-EXIT
017300         UNTIL WS-INPUT-EOF
017400     CLOSE FAMILY-INPUT-FILE.
017500 1100-EXIT.
017600     EXIT.
017700 1110-READ-FAMILY.
017800     READ FAMILY-INPUT-FILE
017900         AT END SET WS-INPUT-EOF TO TRUE
018000     END-READ.
018100 1110-EXIT.
018200     EXIT.
018300 1120-STORE-FAMILY.
018400     IF WS-FAMILY-COUNT >= WS-FAMILY-MAX
018500         DISPLAY "FAMILY-AGE-MAINTENANCE: MORE THAN "
018600             WS-FAMILY-MAX " HOUSEHOLDS ON FAMAGES"
018700         MOVE 8 TO RETURN-CODE
018800         STOP RUN
018900     END-IF
019000     ADD 1 TO WS-FAMILY-COUNT
019100     MOVE FI-FAMILY-ID TO WS-FA-FAMILY(WS-FAMILY-COUNT)
019200     MOVE FI-AGE-DAD TO WS-FA-AGE-DAD(WS-FAMILY-COUNT)
019300     MOVE FI-AGE-SON TO WS-FA-AGE-SON(WS-FAMILY-COUNT)
019400     MOVE 'N' TO WS-FA-DELETED-SW(WS-FAMILY-COUNT)
019500     PERFORM 1110-READ-FAMILY THRU 1110-EXIT.
019600 1120-EXIT.
019700     EXIT.
019800 2000-APPLY-ONE-TRAN.
019900     ADD 1 TO WS-TRAN-READ
020000     MOVE SPACES TO WS-REJECT-REASON
020100     IF FT-FAMILY-ID = SPACES
020200         MOVE "NO HOUSEHOLD ID" TO WS-REJECT-REASON
020300         GO TO 2000-CHECK-RESULT
020400     END-IF
020500     MOVE FT-FAMILY-ID TO WS-SEARCH-ID
020600     PERFORM 2900-FIND-FAMILY THRU 2900-EXIT
020700     MOVE WS-MATCH-IX TO WS-SOURCE-IX
020800     EVALUATE TRUE
020900         WHEN FT-ADD
021000             PERFORM 3000-ADD-HOUSEHOLD THRU 3000-EXIT
021100         WHEN FT-CHANGE
021200             PERFORM 4000-CHANGE-MEMBER THRU 4000-EXIT
021300         WHEN FT-DELETE
021400             PERFORM 5000-DELETE-HOUSEHOLD THRU 5000-EXIT
021500         WHEN FT-MOVE
021600             PERFORM 6000-MOVE-MEMBER THRU 6000-EXIT
021700         WHEN OTHER
021800             MOVE "UNKNOWN TRANSACTION CODE"
021900                 TO WS-REJECT-REASON
022000     END-EVALUATE.
022100 2000-CHECK-RESULT.
022200     IF WS-REJECT-REASON = SPACES
022300         ADD 1 TO WS-TRAN-APPLIED
022400     ELSE
022500         ADD 1 TO WS-TRAN-REJECTED
022600         MOVE SPACES TO SUSPENSE-RECORD
022700         MOVE TRANSACTION-RECORD TO SU-TRANSACTION
022800         MOVE WS-REJECT-REASON TO SU-REJECT-REASON
022900         WRITE SUSPENSE-RECORD
023000     END-IF
023100     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
023200 2000-EXIT.
023300     EXIT.
023400 2100-READ-TRAN.
023500     READ TRANSACTION-FILE
023600         AT END SET WS-TRAN-EOF TO TRUE
023700     END-READ.
023800 2100-EXIT.
023900     EXIT.
024000*--------------------------------------------------------------
024100* LOOKS UP WS-SEARCH-ID AMONG THE HOUSEHOLDS STILL ON FILE;
024200* WS-MATCH-IX IS ZERO WHEN THERE IS NONE.
024300*--------------------------------------------------------------
024400 2900-FIND-FAMILY.
024500     MOVE ZERO TO WS-MATCH-IX
024600     PERFORM 2910-SCAN-FAMILY THRU 2910-EXIT
024700         VARYING WS-FA-IX FROM 1 BY 1
024800         UNTIL WS-FA-IX > WS-FAMILY-COUNT
024900            OR WS-MATCH-IX > ZERO.
025000 2900-EXIT.
025100     EXIT.
025200 2910-SCAN-FAMILY.
025300     IF WS-FA-FAMILY(WS-FA-IX) = WS-SEARCH-ID
025400         AND NOT WS-FA-DELETED(WS-FA-IX)
025500         MOVE WS-FA-IX TO WS-MATCH-IX
025600     END-IF.
025700 2910-EXIT.
025800     EXIT.
025900*--------------------------------------------------------------
026000* A DEPENDENT MAY NOT BE OLDER THAN THE PARENT - THE SAME EDIT
026100* IS APPLIED TO EVERY HOUSEHOLD A TRANSACTION WOULD LEAVE.
026200*--------------------------------------------------------------
026300 2950-EDIT-AGES.
026800     IF WS-NEW-AGE-SON > WS-NEW-AGE-DAD
026900         MOVE "DEPENDENT OLDER THAN PARENT"
027000             TO WS-REJECT-REASON
027100     END-IF.
027200 2950-EXIT.
027300     EXIT.
027400 3000-ADD-HOUSEHOLD.
027500     IF WS-SOURCE-IX > ZERO
027600         MOVE "HOUSEHOLD ALREADY ON FILE" TO WS-REJECT-REASON
027700         GO TO 3000-EXIT
027800     END-IF
027900     IF FT-AGE-DAD NOT NUMERIC OR FT-AGE-SON NOT NUMERIC
028000         MOVE "AGES NOT NUMERIC" TO WS-REJECT-REASON
028100         GO TO 3000-EXIT
028200     END-IF
028300     MOVE FT-AGE-DAD TO WS-NEW-AGE-DAD
028400     MOVE FT-AGE-SON TO WS-NEW-AGE-SON
028500     PERFORM 2950-EDIT-AGES THRU 2950-EXIT
028600     IF WS-REJECT-REASON NOT = SPACES
028700         GO TO 3000-EXIT
028800     END-IF
028900     IF WS-FAMILY-COUNT >= WS-FAMILY-MAX
029000         MOVE "HOUSEHOLD TABLE FULL" TO WS-REJECT-REASON
029100         GO TO 3000-EXIT
029200     END-IF
029300     ADD 1 TO WS-FAMILY-COUNT
029400     MOVE FT-FAMILY-ID TO WS-FA-FAMILY(WS-FAMILY-COUNT)
029500     MOVE WS-NEW-AGE-DAD TO WS-FA-AGE-DAD(WS-FAMILY-COUNT)
029600     MOVE WS-NEW-AGE-SON TO WS-FA-AGE-SON(WS-FAMILY-COUNT)
029700     MOVE 'N' TO WS-FA-DELETED-SW(WS-FAMILY-COUNT)
029800     MOVE WS-FAMILY-COUNT TO WS-FA-IX
029900     MOVE 'A' TO WS-AUDIT-IMAGE
030000     MOVE SPACE TO WS-AUDIT-MEMBER
030100     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
030200 3000-EXIT.
030300     EXIT.
030400 4000-CHANGE-MEMBER.
030500     IF WS-SOURCE-IX = ZERO
030600         MOVE "HOUSEHOLD NOT ON FILE" TO WS-REJECT-REASON
030700         GO TO 4000-EXIT
030800     END-IF
030900     MOVE WS-FA-AGE-DAD(WS-SOURCE-IX) TO WS-NEW-AGE-DAD
031000     MOVE WS-FA-AGE-SON(WS-SOURCE-IX) TO WS-NEW-AGE-SON
031100     EVALUATE TRUE
031200         WHEN FT-PARENT AND FT-AGE-DAD NUMERIC
031300             MOVE FT-AGE-DAD TO WS-NEW-AGE-DAD
031400         WHEN FT-DEPENDENT AND FT-AGE-SON NUMERIC
031500             MOVE FT-AGE-SON TO WS-NEW-AGE-SON
031600         WHEN FT-PARENT OR FT-DEPENDENT
031700             MOVE "NEW AGE NOT NUMERIC" TO WS-REJECT-REASON
031800         WHEN OTHER
031900             MOVE "MEMBER MUST BE P OR D" TO WS-REJECT-REASON
032000     END-EVALUATE
032100     IF WS-REJECT-REASON NOT = SPACES
032200         GO TO 4000-EXIT
032300     END-IF
032400     PERFORM 2950-EDIT-AGES THRU 2950-EXIT
032500     IF WS-REJECT-REASON NOT = SPACES
032600         GO TO 4000-EXIT
032700     END-IF
032800     MOVE WS-SOURCE-IX TO WS-FA-IX
032900     MOVE 'B' TO WS-AUDIT-IMAGE
033000     MOVE FT-MEMBER TO WS-AUDIT-MEMBER
033100     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
033200     MOVE WS-NEW-AGE-DAD TO WS-FA-AGE-DAD(WS-SOURCE-IX)
033300     MOVE WS-NEW-AGE-SON TO WS-FA-AGE-SON(WS-SOURCE-IX)
033400     MOVE 'A' TO WS-AUDIT-IMAGE
033500     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
033600 4000-EXIT.
033700     EXIT.
033800 5000-DELETE-HOUSEHOLD.
033900     IF WS-SOURCE-IX = ZERO
034000         MOVE "HOUSEHOLD NOT ON FILE" TO WS-REJECT-REASON
034100         GO TO 5000-EXIT
034200     END-IF
034300     MOVE WS-SOURCE-IX TO WS-FA-IX
034400     MOVE 'B' TO WS-AUDIT-IMAGE
034500     MOVE SPACE TO WS-AUDIT-MEMBER
034600     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
034700     MOVE 'Y' TO WS-FA-DELETED-SW(WS-SOURCE-IX).
034800 5000-EXIT.
034900     EXIT.
035000*--------------------------------------------------------------
035100* THE MOVED MEMBER MUST BE IN THE SOURCE HOUSEHOLD AT THE AGE
035200* THE TRANSACTION GIVES, AND TAKES THE SAME PLACE (PARENT OR
035300* DEPENDENT) IN THE TARGET HOUSEHOLD, WHICH MUST BE ON FILE.
035400* A FAMAGES LINE ALWAYS PAIRS ONE PARENT WITH ONE DEPENDENT,
035500* SO THE SOURCE HOUSEHOLD LEAVES THE FILE WHEN A MEMBER MOVES
035600* OUT; ITS BEFORE IMAGE ON THE AUDIT TRAIL RECORDS IT.
035700*--------------------------------------------------------------
035800 6000-MOVE-MEMBER.
035900     IF WS-SOURCE-IX = ZERO
036000         MOVE "SOURCE HOUSEHOLD NOT ON FILE"
036100             TO WS-REJECT-REASON
036200         GO TO 6000-EXIT
036300     END-IF
036400     IF FT-TARGET-FAMILY = SPACES
036500         OR FT-TARGET-FAMILY = FT-FAMILY-ID
036600         MOVE "NO TARGET HOUSEHOLD" TO WS-REJECT-REASON
036700         GO TO 6000-EXIT
036800     END-IF
036900     MOVE FT-TARGET-FAMILY TO WS-SEARCH-ID
037000     PERFORM 2900-FIND-FAMILY THRU 2900-EXIT
037100     MOVE WS-MATCH-IX TO WS-TARGET-IX
037200     IF WS-TARGET-IX = ZERO
037300         MOVE "TARGET HOUSEHOLD NOT ON FILE"
037400             TO WS-REJECT-REASON
037500         GO TO 6000-EXIT
037600     END-IF
037700     MOVE WS-FA-AGE-DAD(WS-TARGET-IX) TO WS-NEW-AGE-DAD
037800     MOVE WS-FA-AGE-SON(WS-TARGET-IX) TO WS-NEW-AGE-SON
037900     EVALUATE TRUE
038000         WHEN FT-PARENT AND FT-AGE-DAD NUMERIC
038100             AND FT-AGE-DAD = WS-FA-AGE-DAD(WS-SOURCE-IX)
038200             MOVE FT-AGE-DAD TO WS-NEW-AGE-DAD
038300         WHEN FT-DEPENDENT AND FT-AGE-SON NUMERIC
038400             AND FT-AGE-SON = WS-FA-AGE-SON(WS-SOURCE-IX)
038500             MOVE FT-AGE-SON TO WS-NEW-AGE-SON
038600         WHEN FT-PARENT OR FT-DEPENDENT
038700             MOVE "MEMBER NOT IN SOURCE HOUSEHOLD"
038800                 TO WS-REJECT-REASON
038900         WHEN OTHER
039000             MOVE "MEMBER MUST BE P OR D" TO WS-REJECT-REASON
039100     END-EVALUATE
039200     IF WS-REJECT-REASON NOT = SPACES
039300         GO TO 6000-EXIT
039400     END-IF
039500     PERFORM 2950-EDIT-AGES THRU 2950-EXIT
039600     IF WS-REJECT-REASON NOT = SPACES
039700         GO TO 6000-EXIT
039800     END-IF
039900     MOVE FT-MEMBER TO WS-AUDIT-MEMBER
040000     MOVE 'B' TO WS-AUDIT-IMAGE
040100     MOVE WS-SOURCE-IX TO WS-FA-IX
040200     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
040300     MOVE 'Y' TO WS-FA-DELETED-SW(WS-SOURCE-IX)
040400     MOVE WS-TARGET-IX TO WS-FA-IX
040500     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
040600     MOVE WS-NEW-AGE-DAD TO WS-FA-AGE-DAD(WS-TARGET-IX)
040700     MOVE WS-NEW-AGE-SON TO WS-FA-AGE-SON(WS-TARGET-IX)
040800     MOVE 'A' TO WS-AUDIT-IMAGE
040900     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
041000 6000-EXIT.
041100     EXIT.
041200*--------------------------------------------------------------
041300* ONE AUDIT IMAGE OF HOUSEHOLD WS-FA-IX AS IT STANDS NOW.
041400*--------------------------------------------------------------
041500 7000-WRITE-AUDIT.
041600     MOVE SPACES TO FAMILY-AUDIT-RECORD
041700     MOVE WS-RUN-DATE TO FA-RUN-DATE
041800     MOVE FT-TRAN-CODE TO FA-TRAN-CODE
041900     MOVE WS-AUDIT-IMAGE TO FA-IMAGE
042000     MOVE WS-FA-FAMILY(WS-FA-IX) TO FA-FAMILY-ID
042100     MOVE WS-AUDIT-MEMBER TO FA-MEMBER
042200     MOVE WS-FA-AGE-DAD(WS-FA-IX) TO FA-AGE-DAD
042300     MOVE WS-FA-AGE-SON(WS-FA-IX) TO FA-AGE-SON
042400     MOVE FT-REASON TO FA-REASON
042500     WRITE FAMILY-AUDIT-RECORD.
042600 7000-EXIT.
042700     EXIT.
042800 8000-WRITE-UPDATED-FILE.
042900     OPEN OUTPUT UPDATED-FAMILY-FILE
043000     PERFORM 8100-WRITE-ONE-FAMILY THRU 8100-EXIT
043100         VARYING WS-FA-IX FROM 1 BY 1
043200         UNTIL WS-FA-IX > WS-FAMILY-COUNT
043300     CLOSE UPDATED-FAMILY-FILE.
043400 8000-EXIT.
043500     EXIT.
043600 8100-WRITE-ONE-FAMILY.
043700     IF WS-FA-DELETED(WS-FA-IX)
043800         GO TO 8100-EXIT
043900     END-IF
044000     MOVE WS-FA-FAMILY(WS-FA-IX) TO UF-FAMILY-ID
044100     MOVE WS-FA-AGE-DAD(WS-FA-IX) TO UF-AGE-DAD
044200     MOVE WS-FA-AGE-SON(WS-FA-IX) TO UF-AGE-SON
044300     WRITE UPDATED-FAMILY-RECORD
044400     ADD 1 TO WS-FAMILIES-WRITTEN.
044500 8100-EXIT.
044600     EXIT.
044700 9000-TERMINATE.
044800     IF WS-TRAN-OPEN
044900         CLOSE TRANSACTION-FILE
045000     END-IF
045100     CLOSE AUDIT-FILE
045200     CLOSE SUSPENSE-FILE
045300     MOVE WS-TRAN-READ TO WS-TL-READ
045400     MOVE WS-TRAN-APPLIED TO WS-TL-APPLIED
045500     MOVE WS-TRAN-REJECTED TO WS-TL-REJECTED
045600     DISPLAY WS-TOTAL-LINE
045700     DISPLAY "HOUSEHOLDS WRITTEN " WS-FAMILIES-WRITTEN
045800     IF WS-TRAN-REJECTED > ZERO
045900         MOVE 4 TO RETURN-CODE
046000     END-IF.
046100 9000-EXIT.
046200     EXIT.
046300 END PROGRAM FAMILY-AGE-MAINTENANCE.
