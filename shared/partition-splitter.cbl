000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PARTITION-SPLITTER.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  BJC  INITIAL VERSION - SPLIT HALF OF THE
001000*                    SPLIT/RUN/MERGE FRAMEWORK FOR THE HAYSTACK
001100*                    SEARCH (STEP030) AND DESCRIPTION (STEP050)
001200*                    STEPS, WHOSE EXTRACTS HAVE TRIPLED. THE
001300*                    PARTSTRM CARD NAMES THE STREAM (NEEDLE OR
001400*                    SHORTCUT); THE EXTRACT IS COUNTED, THEN CUT
001500*                    BY RECORD RANGE INTO THE NUMBER OF
001600*                    PARTITIONS SET BY RUNOPTS KEY PARTITIONS
001700*                    (DEFAULT 4, AT MOST 8) AND WRITTEN TO THE
001800*                    PARTITION DATASETS, WITH A PARTMAN MANIFEST
001900*                    LINE PER PARTITION FOR PARTITION-MERGER.
002000*                    SLOTS PAST THE PARTITION COUNT ARE WRITTEN
002100*                    EMPTY SO EVERY PARTITION JOB FINDS ITS
002200*                    INPUT. WORK ON EACH RECORD IS INDEPENDENT,
002300*                    SO THE SAME PROGRAM RUNS AGAINST EACH
002400*                    PARTITION IN PARALLEL.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT STREAM-CONTROL-FILE ASSIGN TO "PARTSTRM"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-CONTROL-STATUS.
003300     SELECT EXTRACT-IN-FILE ASSIGN TO WS-EXTRACT-NAME
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-EXTRACT-STATUS.
003600     SELECT PARTITION-OUT-FILE ASSIGN TO WS-PARTITION-NAME
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-PARTITION-STATUS.
003900     SELECT MANIFEST-FILE ASSIGN TO "PARTMAN"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-MANIFEST-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  STREAM-CONTROL-FILE.
004500 01  STREAM-CONTROL-CARD.
004600     05  SC-STREAM               PIC X(08).
004700 FD  EXTRACT-IN-FILE.
004800 01  EXTRACT-IN-RECORD           PIC X(80).
004900 FD  PARTITION-OUT-FILE.
005000 01  PARTITION-OUT-RECORD        PIC X(80).
005100 FD  MANIFEST-FILE.
005200 COPY PARTMAN.
005300 WORKING-STORAGE SECTION.
005400 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
005500     88  WS-CONTROL-OK                           VALUE '00'.
005600 77  WS-EXTRACT-STATUS           PIC X(02)       VALUE SPACES.
005700     88  WS-EXTRACT-OK                           VALUE '00'.
005800     88  WS-EXTRACT-EOF                          VALUE '10'.
005900 77  WS-PARTITION-STATUS         PIC X(02)       VALUE SPACES.
006000     88  WS-PARTITION-OK                         VALUE '00'.
006100 77  WS-MANIFEST-STATUS          PIC X(02)       VALUE SPACES.
006200     88  WS-MANIFEST-OK                          VALUE '00'.
006300 77  WS-EXTRACT-NAME             PIC X(08)       VALUE SPACES.
006400 77  WS-PARTITION-NAME           PIC X(08)       VALUE SPACES.
006500 77  WS-STREAM-IX                PIC 9(01)       VALUE ZERO COMP.
006600 77  WS-PARTITION-IX             PIC 9(02)       VALUE ZERO COMP.
006700 77  WS-PARTITIONS               PIC 9(10)       VALUE 4.
006800 77  WS-PARTITION-MAX            PIC 9(02)       VALUE 8.
006900 77  WS-RECORD-COUNT             PIC 9(09)       VALUE ZERO COMP.
007000 77  WS-RECORDS-WRITTEN          PIC 9(09)       VALUE ZERO COMP.
007100 77  WS-BASE-SIZE                PIC 9(09)       VALUE ZERO COMP.
007200 77  WS-REMAINDER                PIC 9(09)       VALUE ZERO COMP.
007300 77  WS-THIS-SIZE                PIC 9(09)       VALUE ZERO COMP.
007400 77  WS-THIS-WRITTEN             PIC 9(09)       VALUE ZERO COMP.
007500 77  WS-NEXT-ORDINAL             PIC 9(09)       VALUE 1 COMP.
007600 77  WS-PART-SEQ                 PIC 9(02)       VALUE ZERO.
007700 77  WS-HIGHEST-RC               PIC 9(02)       VALUE ZERO.
007800 01  WS-STREAM-NAMES.
007900     05  FILLER                  PIC X(29)       VALUE
008000             "NEEDLE  NEEDLEINNDLINFINDNEED".
008100     05  FILLER                  PIC X(29)       VALUE
008200             "SHORTCUTDESCIN  DSCINSHORTCUT".
008300 01  WS-STREAM-TABLE REDEFINES WS-STREAM-NAMES.
008400     05  WS-STREAM-DEF OCCURS 2.
008500         10  WS-ST-STREAM        PIC X(08).
008600         10  WS-ST-EXTRACT       PIC X(08).
008700         10  WS-ST-PREFIX        PIC X(05).
008800         10  WS-ST-PROGRAM       PIC X(08).
008900 01  WS-SPLIT-LINE.
009000     05  FILLER                  PIC X(10)       VALUE
009100             "PARTSPLT  ".
009200     05  WS-SL-STREAM            PIC X(08).
009300     05  FILLER                  PIC X(11)       VALUE
009400             " PARTITION ".
009500     05  WS-SL-PARTITION         PIC Z9.
009600     05  FILLER                  PIC X(07)       VALUE
009700             " FIRST ".
009800     05  WS-SL-FIRST             PIC Z(08)9.
009900     05  FILLER                  PIC X(09)       VALUE
010000             " RECORDS ".
010100     05  WS-SL-COUNT             PIC Z(08)9.
010200 COPY RUNOPTS.
010300 COPY STEPSTAT.
010400 PROCEDURE DIVISION.
010500 0000-MAINLINE.
010600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010700     IF WS-HIGHEST-RC < 8
010800         PERFORM 2000-COUNT-EXTRACT THRU 2000-EXIT
010900     END-IF
011000     IF WS-HIGHEST-RC < 8
011100         PERFORM 3000-WRITE-PARTITIONS THRU 3000-EXIT
011200     END-IF
011300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011400     STOP RUN.
011500 0000-EXIT.
011600     EXIT.
011700*--------------------------------------------------------------
011800* THE PARTSTRM CARD PICKS THE STREAM; ITS OWN RUNOPTS ENTRY
011900* (PROGRAM FINDNEED OR SHORTCUT, KEY PARTITIONS) SETS HOW MANY
012000* WAYS THE EXTRACT IS CUT, SO EACH STEP IS TUNED SEPARATELY.
012100*--------------------------------------------------------------
012200 1000-INITIALIZE.
012300     MOVE SPACES TO SC-STREAM
012400     OPEN INPUT STREAM-CONTROL-FILE
012500     IF WS-CONTROL-OK
012600         READ STREAM-CONTROL-FILE
012700             AT END MOVE SPACES TO SC-STREAM
012800         END-READ
012900         CLOSE STREAM-CONTROL-FILE
013000     END-IF
013100     MOVE ZERO TO WS-STREAM-IX
013200     IF SC-STREAM = WS-ST-STREAM(1)
013300         MOVE 1 TO WS-STREAM-IX
013400     END-IF
013500     IF SC-STREAM = WS-ST-STREAM(2)
013600         MOVE 2 TO WS-STREAM-IX
013700     END-IF
013800     IF WS-STREAM-IX = ZERO
013900         DISPLAY "PARTSPLT: PARTSTRM STREAM '" SC-STREAM
014000             "' NOT NEEDLE OR SHORTCUT - NOTHING SPLIT"
014100         MOVE 8 TO WS-HIGHEST-RC
014200         GO TO 1000-EXIT
014300     END-IF
014400     MOVE WS-ST-EXTRACT(WS-STREAM-IX) TO WS-EXTRACT-NAME
014500     MOVE WS-ST-PROGRAM(WS-STREAM-IX) TO OPT-PROGRAM-ID
014600     MOVE "PARTITIONS      " TO OPT-KEY
014700     MOVE WS-PARTITIONS TO OPT-DEFAULT-VALUE
014800     CALL "OPTIONS-LOADER" USING RUN-OPTIONS-REQUEST
014900     IF OPT-VALUE > ZERO AND OPT-VALUE NOT > WS-PARTITION-MAX
015000         MOVE OPT-VALUE TO WS-PARTITIONS
015100     END-IF
015200     DISPLAY "PARTSPLT OPTIONS " WS-ST-PROGRAM(WS-STREAM-IX)
015300         " PARTITIONS=" WS-PARTITIONS.
015400 1000-EXIT.
015500     EXIT.
015600 2000-COUNT-EXTRACT.
015700     MOVE SPACES TO WS-EXTRACT-STATUS
015800     OPEN INPUT EXTRACT-IN-FILE
015900     IF NOT WS-EXTRACT-OK
016000         DISPLAY "PARTSPLT: " WS-EXTRACT-NAME
016100             " NOT AVAILABLE - NOTHING SPLIT"
016200         MOVE 8 TO WS-HIGHEST-RC
016300         GO TO 2000-EXIT
016400     END-IF
016500     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT
016600     PERFORM 2200-COUNT-ONE-RECORD THRU 2200-EXIT
016700         UNTIL WS-EXTRACT-EOF
016800     CLOSE EXTRACT-IN-FILE
016900     DIVIDE WS-PARTITIONS INTO WS-RECORD-COUNT
017000         GIVING WS-BASE-SIZE REMAINDER WS-REMAINDER.
017100 2000-EXIT.
017200     EXIT.
017300 2100-READ-EXTRACT.
017400     READ EXTRACT-IN-FILE
017500         AT END SET WS-EXTRACT-EOF TO TRUE
017600     END-READ.
017700 2100-EXIT.
017800     EXIT.
017900 2200-COUNT-ONE-RECORD.
018000     ADD 1 TO WS-RECORD-COUNT
018100     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
018200 2200-EXIT.
018300     EXIT.
018400*--------------------------------------------------------------
018500* SECOND PASS: CONTIGUOUS RANGES, THE REMAINDER GOING ONE
018600* APIECE TO THE LEADING PARTITIONS. EVERY SLOT UP TO THE
018700* MAXIMUM IS OPENED SO AN UNUSED PARTITION JOB RUNS CLEAN
018800* AGAINST AN EMPTY FILE; ONLY THE LIVE ONES GO ON THE MANIFEST.
018900*--------------------------------------------------------------
019000 3000-WRITE-PARTITIONS.
019100     OPEN OUTPUT MANIFEST-FILE
019200     IF NOT WS-MANIFEST-OK
019300         DISPLAY "PARTSPLT: CANNOT OPEN PARTMAN - NOTHING SPLIT"
019400         MOVE 8 TO WS-HIGHEST-RC
019500         GO TO 3000-EXIT
019600     END-IF
019700     MOVE SPACES TO WS-EXTRACT-STATUS
019800     OPEN INPUT EXTRACT-IN-FILE
019900     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT
020000     PERFORM 3100-WRITE-ONE-PARTITION THRU 3100-EXIT
020100         VARYING WS-PARTITION-IX FROM 1 BY 1
020200         UNTIL WS-PARTITION-IX > WS-PARTITION-MAX
020300            OR WS-HIGHEST-RC > 4
020400     CLOSE EXTRACT-IN-FILE
020500     CLOSE MANIFEST-FILE.
020600 3000-EXIT.
020700     EXIT.
020800 3100-WRITE-ONE-PARTITION.
020900     MOVE WS-PARTITION-IX TO WS-PART-SEQ
021000     MOVE SPACES TO WS-PARTITION-NAME
021100     STRING WS-ST-PREFIX(WS-STREAM-IX) WS-PART-SEQ
021200         DELIMITED BY SIZE INTO WS-PARTITION-NAME
021300     MOVE ZERO TO WS-THIS-SIZE
021400     IF WS-PARTITION-IX NOT > WS-PARTITIONS
021500         MOVE WS-BASE-SIZE TO WS-THIS-SIZE
021600         IF WS-PARTITION-IX NOT > WS-REMAINDER
021700             ADD 1 TO WS-THIS-SIZE
021800         END-IF
021900     END-IF
022000     MOVE SPACES TO WS-PARTITION-STATUS
022100     OPEN OUTPUT PARTITION-OUT-FILE
022200     IF NOT WS-PARTITION-OK
022300         DISPLAY "PARTSPLT: CANNOT OPEN " WS-PARTITION-NAME
022400             " - SPLIT ABANDONED"
022500         MOVE 8 TO WS-HIGHEST-RC
022600         GO TO 3100-EXIT
022700     END-IF
022800     MOVE ZERO TO WS-THIS-WRITTEN
022900     PERFORM 3200-COPY-ONE-RECORD THRU 3200-EXIT
023000         UNTIL WS-THIS-WRITTEN NOT < WS-THIS-SIZE
023100            OR WS-EXTRACT-EOF
023200     CLOSE PARTITION-OUT-FILE
023300     IF WS-PARTITION-IX > WS-PARTITIONS
023400         GO TO 3100-EXIT
023500     END-IF
023600     MOVE SPACES TO PARTITION-MANIFEST-RECORD
023700     MOVE WS-ST-STREAM(WS-STREAM-IX) TO PM-STREAM
023800     MOVE WS-PARTITION-IX TO PM-PARTITION
023900     MOVE WS-PARTITIONS TO PM-PARTITIONS
024000     MOVE WS-THIS-WRITTEN TO PM-RECORD-COUNT
024100     IF WS-THIS-WRITTEN > ZERO
024200         MOVE WS-NEXT-ORDINAL TO PM-FIRST-RECORD
024300         COMPUTE PM-LAST-RECORD =
024400             WS-NEXT-ORDINAL + WS-THIS-WRITTEN - 1
024500     ELSE
024600         MOVE ZERO TO PM-FIRST-RECORD PM-LAST-RECORD
024700     END-IF
024800     WRITE PARTITION-MANIFEST-RECORD
024900     ADD WS-THIS-WRITTEN TO WS-NEXT-ORDINAL
025000     MOVE WS-ST-STREAM(WS-STREAM-IX) TO WS-SL-STREAM
025100     MOVE WS-PARTITION-IX TO WS-SL-PARTITION
025200     MOVE PM-FIRST-RECORD TO WS-SL-FIRST
025300     MOVE WS-THIS-WRITTEN TO WS-SL-COUNT
025400     DISPLAY WS-SPLIT-LINE.
025500 3100-EXIT.
025600     EXIT.
025700 3200-COPY-ONE-RECORD.
025800     MOVE EXTRACT-IN-RECORD TO PARTITION-OUT-RECORD
025900     WRITE PARTITION-OUT-RECORD
026000     ADD 1 TO WS-THIS-WRITTEN
026100     ADD 1 TO WS-RECORDS-WRITTEN
026200     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
026300 3200-EXIT.
026400     EXIT.
026500 9000-TERMINATE.
026600     IF WS-STREAM-IX > ZERO
026700         MOVE SPACES TO STEP-STATUS-STEP-NAME
026800         STRING "SPLT" WS-ST-PREFIX(WS-STREAM-IX)(1:3)
026900             DELIMITED BY SIZE INTO STEP-STATUS-STEP-NAME
027000         MOVE "PARTSPLT" TO STEP-STATUS-PROGRAM-ID
027100         MOVE WS-RECORDS-WRITTEN TO STEP-STATUS-RECORD-COUNT
027200         MOVE SPACE TO STEP-STATUS-FLAG
027300         IF WS-HIGHEST-RC < 8
027400             CALL "STEP-STATUS-RECORDER" USING STEP-STATUS-ENTRY
027500         END-IF
027600     END-IF
027700     DISPLAY "PARTSPLT RECORDS READ=" WS-RECORD-COUNT
027800         " WRITTEN=" WS-RECORDS-WRITTEN
027900     MOVE WS-HIGHEST-RC TO RETURN-CODE.
028000 9000-EXIT.
028100     EXIT.
028200 END PROGRAM PARTITION-SPLITTER.
