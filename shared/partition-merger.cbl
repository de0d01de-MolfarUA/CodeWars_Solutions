000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PARTITION-MERGER.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  BJC  INITIAL VERSION - MERGE HALF OF THE
001000*                    SPLIT/RUN/MERGE FRAMEWORK. READS THE
001100*                    PARTMAN MANIFEST LEFT BY PARTITION-SPLITTER
001200*                    FOR THE PARTSTRM STREAM AND FIRST PROVES
001300*                    EVERY PARTITION RAN TO THE END: A NEEDLE
001400*                    PARTITION REPORT MUST CLOSE WITH ITS *PART
001500*                    LINE SHOWING THE MANIFEST RECORD COUNT, A
001600*                    SHORTCUT PARTITION MUST HOLD ONE SHORTOUT
001700*                    AND ONE SHORTSID LINE PER INPUT RECORD. ANY
001800*                    SHORTFALL NAMES THE PARTITION TO RERUN ON
001900*                    ITS OWN AND ENDS WITH RETURN CODE 8, NOTHING
002000*                    MERGED. OTHERWISE NEEDLRPT (ONE *CYCLE
002100*                    LINE, MATCHES IN ORIGINAL ORDER) OR
002200*                    SHORTOUT AND SHORTSID (SIDECAR RECORD
002300*                    NUMBERS SHIFTED BACK TO THE ORIGINAL
002400*                    ORDINALS) ARE REBUILT BY CONCATENATING THE
002500*                    PARTITIONS IN MANIFEST ORDER, AND THE STEP
002600*                    STATUS, CYCLE LINEAGE AND COMBINED CHAINBAL
002700*                    TRAILERS ARE WRITTEN UNDER THE ORIGINAL
002800*                    STEP AND PROGRAM NAMES, SO THE RESTART
002900*                    ADVISOR AND CHAIN BALANCER SEE ONE STEP.
003000*                    THE SHORTCUT STREAM THEN RUNS THE SHORT-FORM
003100*                    COLLISION CHECK OVER THE MERGED FILE AS
003200*                    SHORTCUT-BATCH DOES.
003300*--------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT STREAM-CONTROL-FILE ASSIGN TO "PARTSTRM"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-CONTROL-STATUS.
004100     SELECT MANIFEST-FILE ASSIGN TO "PARTMAN"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-MANIFEST-STATUS.
004400     SELECT PARTITION-IN-FILE ASSIGN TO WS-PARTITION-NAME
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-PARTITION-STATUS.
004700     SELECT SIDECAR-IN-FILE ASSIGN TO WS-SIDECAR-NAME
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-SIDE-IN-STATUS.
005000     SELECT NEEDLE-MATCH-FILE ASSIGN TO "NEEDLRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-OUTPUT-STATUS.
005300     SELECT DESCRIPTION-OUTPUT-FILE ASSIGN TO "SHORTOUT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-OUTPUT-STATUS.
005600     SELECT SIDECAR-OUTPUT-FILE ASSIGN TO "SHORTSID"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-SIDECAR-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  STREAM-CONTROL-FILE.
006200 01  STREAM-CONTROL-CARD.
006300     05  SC-STREAM               PIC X(08).
006400 FD  MANIFEST-FILE.
006500 COPY PARTMAN.
006600 FD  PARTITION-IN-FILE.
006700 01  PARTITION-IN-RECORD         PIC X(80).
006800 FD  SIDECAR-IN-FILE.
006900 01  SIDECAR-IN-RECORD.
007000     05  SI-RECORD-NUMBER        PIC 9(09).
007100     05  SI-REMOVALS             PIC X(242).
007200 FD  NEEDLE-MATCH-FILE.
007300 01  NM-RECORD                   PIC X(60).
007400 FD  DESCRIPTION-OUTPUT-FILE.
007500 01  DESCRIPTION-OUTPUT-RECORD   PIC X(80).
007600 FD  SIDECAR-OUTPUT-FILE.
007700 01  SIDECAR-OUTPUT-RECORD.
007800     05  SD-RECORD-NUMBER        PIC 9(09).
007900     05  SD-REMOVALS             PIC X(242).
008000 WORKING-STORAGE SECTION.
008100 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
008200     88  WS-CONTROL-OK                           VALUE '00'.
008300 77  WS-MANIFEST-STATUS          PIC X(02)       VALUE SPACES.
008400     88  WS-MANIFEST-OK                          VALUE '00'.
008500 77  WS-PARTITION-STATUS         PIC X(02)       VALUE SPACES.
008600     88  WS-PARTITION-OK                         VALUE '00'.
008700     88  WS-PARTITION-EOF                        VALUE '10'.
008800 77  WS-SIDE-IN-STATUS           PIC X(02)       VALUE SPACES.
008900     88  WS-SIDE-IN-OK                           VALUE '00'.
009000     88  WS-SIDE-IN-EOF                          VALUE '10'.
009100 77  WS-OUTPUT-STATUS            PIC X(02)       VALUE SPACES.
009200     88  WS-OUTPUT-OK                            VALUE '00'.
009300 77  WS-SIDECAR-STATUS           PIC X(02)       VALUE SPACES.
009400     88  WS-SIDECAR-OK                           VALUE '00'.
009500 77  WS-PARTITION-NAME           PIC X(08)       VALUE SPACES.
009600 77  WS-SIDECAR-NAME             PIC X(08)       VALUE SPACES.
009700 77  WS-STREAM-IX                PIC 9(01)       VALUE ZERO COMP.
009800 77  WS-PART-IX                  PIC 9(02)       VALUE ZERO COMP.
009900 77  WS-PART-COUNT               PIC 9(02)       VALUE ZERO COMP.
010000 77  WS-PART-SEQ                 PIC 9(02)       VALUE ZERO.
010100 77  WS-LINES-SEEN               PIC 9(09)       VALUE ZERO COMP.
010200 77  WS-SIDES-SEEN               PIC 9(09)       VALUE ZERO COMP.
010300 77  WS-END-COUNT                PIC 9(09)       VALUE ZERO COMP.
010400 77  WS-END-SEEN-SW              PIC X(01)       VALUE 'N'.
010500     88  WS-END-SEEN                             VALUE 'Y'.
010600 77  WS-RECORDS-CONSUMED         PIC 9(09)       VALUE ZERO COMP.
010700 77  WS-RECORDS-WRITTEN          PIC 9(09)       VALUE ZERO COMP.
010800 77  WS-OUTPUT-HASH              PIC 9(12)       VALUE ZERO COMP.
010900 77  WS-ORDINAL-SHIFT            PIC 9(09)       VALUE ZERO COMP.
011000 77  WS-INCOMPLETE               PIC 9(02)       VALUE ZERO COMP.
011100 77  WS-HIGHEST-RC               PIC 9(02)       VALUE ZERO.
011200 01  WS-STREAM-NAMES.
011300     05  FILLER                  PIC X(46)       VALUE
011400             "NEEDLE  NEEDLEINNDLRP     FINDNEEDSTEP030 NDLP".
011500     05  FILLER                  PIC X(46)       VALUE
011600             "SHORTCUTDESCIN  SHOUTSHSIDSHORTCUTSTEP050 DSCP".
011700 01  WS-STREAM-TABLE REDEFINES WS-STREAM-NAMES.
011800     05  WS-STREAM-DEF OCCURS 2.
011900         10  WS-ST-STREAM        PIC X(08).
012000         10  WS-ST-EXTRACT       PIC X(08).
012100         10  WS-ST-PREFIX        PIC X(05).
012200         10  WS-ST-SIDE-PREFIX   PIC X(05).
012300         10  WS-ST-PROGRAM       PIC X(08).
012400         10  WS-ST-STEP          PIC X(08).
012500         10  WS-ST-JOB-PREFIX    PIC X(04).
012600 01  WS-PARTITION-TABLE.
012700     05  WS-PT-ENTRY OCCURS 8.
012800         10  WS-PT-FIRST         PIC 9(09).
012900         10  WS-PT-COUNT         PIC 9(09).
013000 COPY PARTEND.
013100 COPY STEPSTAT.
013200 COPY CYCSTAMP.
013300 COPY CHNTRLR.
013400 COPY ABBRCOL.
013500 PROCEDURE DIVISION.
013600 0000-MAINLINE.
013700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013800     IF WS-HIGHEST-RC < 8
013900         PERFORM 2000-VERIFY-ONE-PARTITION THRU 2000-EXIT
014000             VARYING WS-PART-IX FROM 1 BY 1
014100             UNTIL WS-PART-IX > WS-PART-COUNT
014200     END-IF
014300     IF WS-INCOMPLETE > ZERO
014400         DISPLAY "PARTMRGE: " WS-INCOMPLETE
014500             " PARTITION(S) INCOMPLETE - NOTHING MERGED"
014600         MOVE 8 TO WS-HIGHEST-RC
014700     END-IF
014800     IF WS-HIGHEST-RC < 8
014900         PERFORM 3000-MERGE-PARTITIONS THRU 3000-EXIT
015000         PERFORM 9000-TERMINATE THRU 9000-EXIT
015100     END-IF
015200     MOVE WS-HIGHEST-RC TO RETURN-CODE.
015300     STOP RUN.
015400 0000-EXIT.
015500     EXIT.
015600 1000-INITIALIZE.
015700     MOVE SPACES TO SC-STREAM
015800     OPEN INPUT STREAM-CONTROL-FILE
015900     IF WS-CONTROL-OK
016000         READ STREAM-CONTROL-FILE
016100             AT END MOVE SPACES TO SC-STREAM
016200         END-READ
016300         CLOSE STREAM-CONTROL-FILE
016400     END-IF
016500     MOVE ZERO TO WS-STREAM-IX
016600     IF SC-STREAM = WS-ST-STREAM(1)
016700         MOVE 1 TO WS-STREAM-IX
016800     END-IF
016900     IF SC-STREAM = WS-ST-STREAM(2)
017000         MOVE 2 TO WS-STREAM-IX
017100     END-IF
017200     IF WS-STREAM-IX = ZERO
017300         DISPLAY "PARTMRGE: PARTSTRM STREAM '" SC-STREAM
017400             "' NOT NEEDLE OR SHORTCUT - NOTHING MERGED"
017500         MOVE 8 TO WS-HIGHEST-RC
017600         GO TO 1000-EXIT
017700     END-IF
017800     OPEN INPUT MANIFEST-FILE
017900     IF NOT WS-MANIFEST-OK
018000         DISPLAY "PARTMRGE: PARTMAN NOT AVAILABLE - "
018100             "NOTHING MERGED"
018200         MOVE 8 TO WS-HIGHEST-RC
018300         GO TO 1000-EXIT
018400     END-IF
018500     PERFORM 1100-LOAD-ONE-PARTITION THRU 1100-EXIT
018600         UNTIL NOT WS-MANIFEST-OK
018700            OR WS-HIGHEST-RC > 4
018800     CLOSE MANIFEST-FILE
018900     IF WS-PART-COUNT = ZERO AND WS-HIGHEST-RC < 8
019000         DISPLAY "PARTMRGE: PARTMAN HOLDS NO " SC-STREAM
019100             " PARTITIONS - NOTHING MERGED"
019200         MOVE 8 TO WS-HIGHEST-RC
019300     END-IF.
019400 1000-EXIT.
019500     EXIT.
019600*--------------------------------------------------------------
019700* THE MANIFEST MUST BE THIS STREAM'S AND IN PARTITION ORDER -
019800* THE MERGE ORDER IS THE MANIFEST ORDER, SO A SHUFFLED OR
019900* FOREIGN MANIFEST WOULD SCRAMBLE THE RECORD SEQUENCE.
020000*--------------------------------------------------------------
020100 1100-LOAD-ONE-PARTITION.
020200     READ MANIFEST-FILE
020300         AT END GO TO 1100-EXIT
020400     END-READ
020500     IF PM-STREAM NOT = SC-STREAM
020600         OR PM-PARTITION NOT = WS-PART-COUNT + 1
020700         OR WS-PART-COUNT NOT < 8
020800         DISPLAY "PARTMRGE: PARTMAN LINE " PM-STREAM " "
020900             PM-PARTITION " OUT OF SEQUENCE - NOTHING MERGED"
021000         MOVE 8 TO WS-HIGHEST-RC
021100         GO TO 1100-EXIT
021200     END-IF
021300     ADD 1 TO WS-PART-COUNT
021400     MOVE PM-FIRST-RECORD TO WS-PT-FIRST(WS-PART-COUNT)
021500     MOVE PM-RECORD-COUNT TO WS-PT-COUNT(WS-PART-COUNT).
021600 1100-EXIT.
021700     EXIT.
021800*--------------------------------------------------------------
021900* A PARTITION IS TAKEN ONLY WHEN ITS OUTPUT ACCOUNTS FOR EVERY
022000* RECORD THE SPLITTER GAVE IT. THE OUTPUT DATASETS ARE NEW ON
022100* EACH PARTITION RUN, SO A STALE COMPLETION FROM AN EARLIER
022200* CYCLE CANNOT PASS FOR THIS ONE.
022300*--------------------------------------------------------------
022400 2000-VERIFY-ONE-PARTITION.
022500     PERFORM 2900-NAME-PARTITION THRU 2900-EXIT
022600     MOVE ZERO TO WS-LINES-SEEN WS-SIDES-SEEN WS-END-COUNT
022700     MOVE 'N' TO WS-END-SEEN-SW
022800     MOVE SPACES TO WS-PARTITION-STATUS
022900     OPEN INPUT PARTITION-IN-FILE
023000     IF NOT WS-PARTITION-OK
023100         DISPLAY "PARTMRGE: " WS-PARTITION-NAME
023200             " NOT AVAILABLE"
023300         GO TO 2000-FLAG-INCOMPLETE
023400     END-IF
023500     PERFORM 2100-READ-PARTITION THRU 2100-EXIT
023600     PERFORM 2200-TALLY-ONE-LINE THRU 2200-EXIT
023700         UNTIL WS-PARTITION-EOF
023800     CLOSE PARTITION-IN-FILE
023900     IF WS-STREAM-IX = 1
024000         IF WS-END-SEEN
024100             AND WS-END-COUNT = WS-PT-COUNT(WS-PART-IX)
024200             GO TO 2000-EXIT
024300         END-IF
024400         DISPLAY "PARTMRGE: " WS-PARTITION-NAME
024500             " HAS NO CLOSING *PART LINE FOR "
024600             WS-PT-COUNT(WS-PART-IX) " RECORDS"
024700         GO TO 2000-FLAG-INCOMPLETE
024800     END-IF
024900     MOVE SPACES TO WS-SIDE-IN-STATUS
025000     OPEN INPUT SIDECAR-IN-FILE
025100     IF WS-SIDE-IN-OK
025200         PERFORM 2300-READ-SIDECAR THRU 2300-EXIT
025300         PERFORM 2400-TALLY-ONE-SIDECAR THRU 2400-EXIT
025400             UNTIL WS-SIDE-IN-EOF
025500         CLOSE SIDECAR-IN-FILE
025600     END-IF
025700     IF WS-LINES-SEEN = WS-PT-COUNT(WS-PART-IX)
025800         AND WS-SIDES-SEEN = WS-PT-COUNT(WS-PART-IX)
025900         GO TO 2000-EXIT
026000     END-IF
026100     DISPLAY "PARTMRGE: " WS-PARTITION-NAME " HOLDS "
026200         WS-LINES-SEEN " RECORDS, " WS-SIDECAR-NAME " "
026300         WS-SIDES-SEEN ", PARTITION HAD "
026400         WS-PT-COUNT(WS-PART-IX).
026500 2000-FLAG-INCOMPLETE.
026600     ADD 1 TO WS-INCOMPLETE
026700     DISPLAY "PARTMRGE: PARTITION " WS-PART-SEQ " OF "
026800         SC-STREAM " INCOMPLETE - RERUN JOB "
026900         WS-ST-JOB-PREFIX(WS-STREAM-IX) WS-PART-SEQ
027000         " ALONE, THEN THIS MERGE".
027100 2000-EXIT.
027200     EXIT.
027300 2100-READ-PARTITION.
027400     READ PARTITION-IN-FILE
027500         AT END SET WS-PARTITION-EOF TO TRUE
027600     END-READ.
027700 2100-EXIT.
027800     EXIT.
027900 2200-TALLY-ONE-LINE.
028000     ADD 1 TO WS-LINES-SEEN
028100     IF WS-STREAM-IX = 1
028200         AND PARTITION-IN-RECORD(1:6) = PE-TAG
028300         MOVE PARTITION-IN-RECORD(1:26) TO PARTITION-END-LINE
028400         IF PE-RECORD-COUNT IS NUMERIC
028500             SET WS-END-SEEN TO TRUE
028600             MOVE PE-RECORD-COUNT TO WS-END-COUNT
028700         END-IF
028800     END-IF
028900     PERFORM 2100-READ-PARTITION THRU 2100-EXIT.
029000 2200-EXIT.
029100     EXIT.
029200 2300-READ-SIDECAR.
029300     READ SIDECAR-IN-FILE
029400         AT END SET WS-SIDE-IN-EOF TO TRUE
029500     END-READ.
029600 2300-EXIT.
029700     EXIT.
029800 2400-TALLY-ONE-SIDECAR.
029900     ADD 1 TO WS-SIDES-SEEN
030000     PERFORM 2300-READ-SIDECAR THRU 2300-EXIT.
030100 2400-EXIT.
030200     EXIT.
030300 2900-NAME-PARTITION.
030400     MOVE WS-PART-IX TO WS-PART-SEQ
030500     MOVE SPACES TO WS-PARTITION-NAME WS-SIDECAR-NAME
030600     STRING WS-ST-PREFIX(WS-STREAM-IX) WS-PART-SEQ
030700         DELIMITED BY SIZE INTO WS-PARTITION-NAME
030800     STRING WS-ST-SIDE-PREFIX(WS-STREAM-IX) WS-PART-SEQ
030900         DELIMITED BY SIZE INTO WS-SIDECAR-NAME.
031000 2900-EXIT.
031100     EXIT.
031200*--------------------------------------------------------------
031300* THE MERGED FILE TAKES THE ORIGINAL STEP'S LINEAGE AND LAYOUT:
031400* NEEDLRPT OPENS WITH ITS OWN *CYCLE LINE (THE PARTITION RUNS
031500* WRITE NONE), AND THE ORDINAL HASH IS RUN OVER THE MERGED
031600* FILE EXACTLY AS THE UNPARTITIONED STEP WOULD HAVE RUN IT.
031700*--------------------------------------------------------------
031800 3000-MERGE-PARTITIONS.
031900     IF WS-STREAM-IX = 1
032000         MOVE "NEEDLRPT" TO CYC-FILE-NAME
032100         OPEN OUTPUT NEEDLE-MATCH-FILE
032200     ELSE
032300         MOVE "SHORTOUT" TO CYC-FILE-NAME
032400         OPEN OUTPUT DESCRIPTION-OUTPUT-FILE
032500         OPEN OUTPUT SIDECAR-OUTPUT-FILE
032600         IF NOT WS-SIDECAR-OK
032700             MOVE '99' TO WS-OUTPUT-STATUS
032800         END-IF
032900     END-IF
033000     IF NOT WS-OUTPUT-OK
033100         DISPLAY "PARTMRGE: CANNOT OPEN MERGED OUTPUT - "
033200             "NOTHING MERGED"
033300         MOVE 8 TO WS-HIGHEST-RC
033400         GO TO 3000-EXIT
033500     END-IF
033600     MOVE WS-ST-PROGRAM(WS-STREAM-IX) TO CYC-PROGRAM-ID
033700     CALL "CYCLE-STAMP" USING CYCLE-STAMP-REQUEST
033800     IF WS-STREAM-IX = 1
033900         MOVE SPACES TO NM-RECORD
034000         STRING "*CYCLE " CYC-CORRELATION-ID
034100             DELIMITED BY SIZE INTO NM-RECORD
034200         WRITE NM-RECORD
034300         PERFORM 3900-HASH-ONE-RECORD THRU 3900-EXIT
034400     END-IF
034500     PERFORM 3100-MERGE-ONE-PARTITION THRU 3100-EXIT
034600         VARYING WS-PART-IX FROM 1 BY 1
034700         UNTIL WS-PART-IX > WS-PART-COUNT
034800     IF WS-STREAM-IX = 1
034900         CLOSE NEEDLE-MATCH-FILE
035000     ELSE
035100         CLOSE DESCRIPTION-OUTPUT-FILE SIDECAR-OUTPUT-FILE
035200     END-IF.
035300 3000-EXIT.
035400     EXIT.
035500 3100-MERGE-ONE-PARTITION.
035600     PERFORM 2900-NAME-PARTITION THRU 2900-EXIT
035700     ADD WS-PT-COUNT(WS-PART-IX) TO WS-RECORDS-CONSUMED
035800     MOVE SPACES TO WS-PARTITION-STATUS
035900     OPEN INPUT PARTITION-IN-FILE
036000     PERFORM 2100-READ-PARTITION THRU 2100-EXIT
036100     PERFORM 3200-COPY-ONE-LINE THRU 3200-EXIT
036200         UNTIL WS-PARTITION-EOF
036300     CLOSE PARTITION-IN-FILE
036400     IF WS-STREAM-IX = 1
036500         GO TO 3100-EXIT
036600     END-IF
036700     MOVE ZERO TO WS-ORDINAL-SHIFT
036800     IF WS-PT-FIRST(WS-PART-IX) > ZERO
036900         COMPUTE WS-ORDINAL-SHIFT =
037000             WS-PT-FIRST(WS-PART-IX) - 1
037100     END-IF
037200     MOVE SPACES TO WS-SIDE-IN-STATUS
037300     OPEN INPUT SIDECAR-IN-FILE
037400     PERFORM 2300-READ-SIDECAR THRU 2300-EXIT
037500     PERFORM 3300-COPY-ONE-SIDECAR THRU 3300-EXIT
037600         UNTIL WS-SIDE-IN-EOF
037700     CLOSE SIDECAR-IN-FILE.
037800 3100-EXIT.
037900     EXIT.
038000 3200-COPY-ONE-LINE.
038100     IF WS-STREAM-IX = 1
038200         IF PARTITION-IN-RECORD(1:6) NOT = PE-TAG
038300             MOVE PARTITION-IN-RECORD TO NM-RECORD
038400             WRITE NM-RECORD
038500             PERFORM 3900-HASH-ONE-RECORD THRU 3900-EXIT
038600         END-IF
038700     ELSE
038800         MOVE PARTITION-IN-RECORD TO DESCRIPTION-OUTPUT-RECORD
038900         WRITE DESCRIPTION-OUTPUT-RECORD
039000         PERFORM 3900-HASH-ONE-RECORD THRU 3900-EXIT
039100     END-IF
039200     PERFORM 2100-READ-PARTITION THRU 2100-EXIT.
039300 3200-EXIT.
039400     EXIT.
039500 3300-COPY-ONE-SIDECAR.
039600     MOVE SIDECAR-IN-RECORD TO SIDECAR-OUTPUT-RECORD
039700     ADD WS-ORDINAL-SHIFT TO SD-RECORD-NUMBER
039800     WRITE SIDECAR-OUTPUT-RECORD
039900     PERFORM 2300-READ-SIDECAR THRU 2300-EXIT.
040000 3300-EXIT.
040100     EXIT.
040200 3900-HASH-ONE-RECORD.
040300     ADD 1 TO WS-RECORDS-WRITTEN
040400     IF WS-STREAM-IX = 1
040500         COMPUTE WS-OUTPUT-HASH = FUNCTION MOD(
040600             WS-OUTPUT-HASH + WS-RECORDS-WRITTEN
040700                 * FUNCTION ORD(NM-RECORD(1:1))
040800             1000000000000)
040900     ELSE
041000         COMPUTE WS-OUTPUT-HASH = FUNCTION MOD(
041100             WS-OUTPUT-HASH + WS-RECORDS-WRITTEN
041200                 * FUNCTION ORD(DESCRIPTION-OUTPUT-RECORD(1:1))
041300             1000000000000)
041400     END-IF.
041500 3900-EXIT.
041600     EXIT.
041700 9000-TERMINATE.
041800     IF WS-HIGHEST-RC > 4
041900         GO TO 9000-EXIT
042000     END-IF
042100     MOVE WS-ST-STEP(WS-STREAM-IX) TO STEP-STATUS-STEP-NAME
042200     MOVE WS-ST-PROGRAM(WS-STREAM-IX) TO STEP-STATUS-PROGRAM-ID
042300     MOVE WS-RECORDS-WRITTEN TO STEP-STATUS-RECORD-COUNT
042400     MOVE SPACE TO STEP-STATUS-FLAG
042500     CALL "STEP-STATUS-RECORDER" USING STEP-STATUS-ENTRY
042600     MOVE WS-ST-EXTRACT(WS-STREAM-IX) TO CHN-FILE-NAME
042700     MOVE "CONS" TO CHN-ROLE
042800     MOVE WS-ST-PROGRAM(WS-STREAM-IX) TO CHN-PROGRAM-ID
042900     MOVE WS-RECORDS-CONSUMED TO CHN-RECORD-COUNT
043000     MOVE ZERO TO CHN-HASH-TOTAL
043100     CALL "CHAIN-TRAILER" USING CHAIN-TRAILER-REQUEST
043200     MOVE CYC-FILE-NAME TO CHN-FILE-NAME
043300     MOVE "PROD" TO CHN-ROLE
043400     MOVE WS-RECORDS-WRITTEN TO CHN-RECORD-COUNT
043500     MOVE WS-OUTPUT-HASH TO CHN-HASH-TOTAL
043600     CALL "CHAIN-TRAILER" USING CHAIN-TRAILER-REQUEST
043700     DISPLAY "PARTMRGE " SC-STREAM " PARTITIONS=" WS-PART-COUNT
043800         " RECORDS IN=" WS-RECORDS-CONSUMED
043900         " OUT=" WS-RECORDS-WRITTEN
044000     IF WS-STREAM-IX = 2
044100         PERFORM 9100-CHECK-COLLISIONS THRU 9100-EXIT
044200     END-IF.
044300 9000-EXIT.
044400     EXIT.
044500*--------------------------------------------------------------
044600* THE SAME CHECK SHORTCUT-BATCH RUNS AT THE END OF A WHOLE-FILE
044700* RUN; A PARTITION RUN CANNOT, AS A COLLISION CAN SPAN TWO
044800* PARTITIONS.
044900*--------------------------------------------------------------
045000 9100-CHECK-COLLISIONS.
045100     CALL "ABBREV-COLLISION-CHECK"
045200         USING ABBREV-COLLISION-REQUEST
045300     DISPLAY "PARTMRGE COLLISION CHECK RECORDS="
045400         ACR-RECORDS-CHECKED " COLLISIONS="
045500         ACR-COLLISION-GROUPS " NEW=" ACR-NEW-COLLISIONS
045600     IF ACR-NEW-COLLISIONS > ZERO
045700         DISPLAY "PARTMRGE: NEW SHORT-FORM COLLISIONS - SEE "
045800             "ABBRCOLL"
045900         MOVE 8 TO WS-HIGHEST-RC
046000         GO TO 9100-EXIT
046100     END-IF
046200     IF ACR-CHECK-INCOMPLETE
046300         DISPLAY "PARTMRGE: COLLISION CHECK INCOMPLETE"
046400         MOVE 4 TO WS-HIGHEST-RC
046500     END-IF.
046600 9100-EXIT.
046700     EXIT.
046800 END PROGRAM PARTITION-MERGER.
