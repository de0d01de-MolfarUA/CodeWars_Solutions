004600*                    PRODUCER SIDE (COUNT AND ORDINAL HASH) FOR
004700*                    NEEDLRPT, SO THE END-OF-CYCLE BALANCER CAN
004800*                    PROVE THE LEG THROUGH THIS STEP.
004805*   2026-09-03  SUP  APPROXIMATE MODE: A SECOND NEEDLECT CARD
004810*                    READING "APPROX" ALSO REPORTS NEAR MISSES
004815*                    WITHIN ONE SUBSTITUTION, INSERTION, OR
004820*                    DELETION OF THE TERM - THE MISSPELLED
004825*                    PART CODES THAT USED TO SAIL THROUGH.
004830*                    EVERY MATCH LINE NOW ENDS WITH A QUALITY
004835*                    COLUMN (EXACT, OR NEAR-SUB/INS/DEL SAYING
004840*                    WHAT DIFFERED) SO THE REVIEW PACKAGER CAN
004845*                    ROUTE EXACT HITS STRAIGHT THROUGH AND
004850*                    NEAR HITS TO REVIEW. WITHOUT THE CARD THE
004855*                    SEARCH IS EXACT-ONLY, AS BEFORE.
004860*   2026-09-03  SUP  THE ONE-SKIP WALK NOW BOUNDS EACH INDEX
004865*                    BY ITS OWN SIDE'S LENGTH, SO A FULL
004870*                    FORTY-CHARACTER TERM NO LONGER REFERENCES
004875*                    ONE BYTE PAST THE COMPARE FIELDS IN THE
004880*                    ONE-SHORTER (NEAR-DEL) CASE.
004885*   2026-10-15  SUP  PARTITION RUNS: WITH A PARTNUM CARD THE
004890*                    STEP SEARCHES ONE PARTITION CUT BY
004895*                    PARTITION-SPLITTER. THE PARTITION REPORT
004900*                    CARRIES NO *CYCLE LINE AND CLOSES WITH A
004905*                    *PART LINE GIVING THE RECORDS READ; STEP
004910*                    STATUS GOES UNDER S030PNN, AND LINEAGE AND
004915*                    CHAINBAL TRAILERS ARE LEFT TO
004920*                    PARTITION-MERGER, WHICH WRITES THEM FOR THE
004925*                    WHOLE FILE. NO CARD, SAME SINGLE RUN AS
004930*                    BEFORE.
004935*--------------------------------------------------------------
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 INPUT-OUTPUT SECTION.
006000     SELECT NEEDLE-MATCH-FILE ASSIGN TO "NEEDLRPT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-OUTPUT-STATUS.
006210     SELECT PARTITION-CONTROL-FILE ASSIGN TO "PARTNUM"
006220         ORGANIZATION IS LINE SEQUENTIAL
006230         FILE STATUS IS WS-PARTNUM-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  SEARCH-TERM-CONTROL-FILE.
007100     05  HI-ELEMENT           PIC X(40).
007200 FD  NEEDLE-MATCH-FILE.
007300 01  NM-RECORD                PIC X(60).
007310 FD  PARTITION-CONTROL-FILE.
007320 01  PN-CONTROL-CARD.
007330     05  PN-PARTITION         PIC X(02).
007400 WORKING-STORAGE SECTION.
007500 77  WS-CONTROL-STATUS        PIC X(02)   VALUE SPACES.
007600     88  WS-CONTROL-OK                    VALUE '00'.
008800 COPY STEPSTAT.
008900 COPY CYCSTAMP.
009000 COPY CHNTRLR.
009010 77  WS-PARTNUM-STATUS        PIC X(02)   VALUE SPACES.
009020     88  WS-PARTNUM-OK                    VALUE '00'.
009030 77  WS-PARTITION-SW          PIC X(01)   VALUE 'N'.
009040     88  WS-PARTITION-RUN                 VALUE 'Y'.
009050 COPY PARTEND.
009100 PROCEDURE DIVISION.
009200 0000-MAINLINE.
009300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009800 0000-EXIT.
009900     EXIT.
010000 1000-INITIALIZE.
010010     PERFORM 1500-READ-PARTITION-CARD THRU 1500-EXIT
010100     OPEN INPUT SEARCH-TERM-CONTROL-FILE
010200     IF WS-CONTROL-OK
010300         READ SEARCH-TERM-CONTROL-FILE
011060     END-IF
011100     OPEN INPUT HAYSTACK-INPUT-FILE
011200     OPEN OUTPUT NEEDLE-MATCH-FILE
011300     IF NOT WS-PARTITION-RUN
011400         MOVE "NEEDLRPT" TO CYC-FILE-NAME
011500         MOVE "FINDNEED" TO CYC-PROGRAM-ID
011510         CALL "CYCLE-STAMP" USING CYCLE-STAMP-REQUEST
011600     END-IF
011610     IF WS-OUTPUT-OK AND NOT WS-PARTITION-RUN
011700         MOVE SPACES TO NM-RECORD
011800         STRING "*CYCLE " CYC-CORRELATION-ID
011900             DELIMITED BY SIZE INTO NM-RECORD
013600     END-IF.
013700 1000-EXIT.
013800     EXIT.
013804*--------------------------------------------------------------
013808* A PARTNUM CARD (PARTITION NUMBER 01-99 IN COLUMNS 1-2) IS
013812* PRESENT ONLY ON THE PARTITION JOBS; THE WHOLE-FILE STEP RUNS
013816* WITHOUT THE DD AND IS UNCHANGED.
013820*--------------------------------------------------------------
013824 1500-READ-PARTITION-CARD.
013828     OPEN INPUT PARTITION-CONTROL-FILE
013832     IF NOT WS-PARTNUM-OK
013836         GO TO 1500-EXIT
013840     END-IF
013844     READ PARTITION-CONTROL-FILE
013848         AT END MOVE SPACES TO PN-CONTROL-CARD
013852     END-READ
013856     CLOSE PARTITION-CONTROL-FILE
013860     IF PN-PARTITION IS NUMERIC
013864         AND PN-PARTITION NOT = "00"
013868         SET WS-PARTITION-RUN TO TRUE
013872         MOVE PN-PARTITION TO PE-PARTITION
013876         DISPLAY "FINDNEED PARTITION RUN " PN-PARTITION
013880     END-IF.
013884 1500-EXIT.
013888     EXIT.
013900 2000-PROCESS-ONE-RECORD.
014000     IF HI-ELEMENT = WS-SEARCH-TERM
014010         MOVE "EXACT   " TO WS-MATCH-QUALITY
016758     EXIT.
016760 9000-TERMINATE.
016770     CLOSE HAYSTACK-INPUT-FILE
016771     IF WS-PARTITION-RUN AND WS-OUTPUT-OK
016772         MOVE WS-RECORDS-READ TO PE-RECORD-COUNT
016773         MOVE PARTITION-END-LINE TO NM-RECORD
016774         WRITE NM-RECORD
016775         ADD 1 TO WS-MATCHES-WRITTEN
016776     END-IF
016780     CLOSE NEEDLE-MATCH-FILE
017000     MOVE "STEP030 " TO STEP-STATUS-STEP-NAME
017010     IF WS-PARTITION-RUN
017020         MOVE SPACES TO STEP-STATUS-STEP-NAME
017030         STRING "S030P" PE-PARTITION
017040             DELIMITED BY SIZE INTO STEP-STATUS-STEP-NAME
017050     END-IF
017100     MOVE "FINDNEED" TO STEP-STATUS-PROGRAM-ID
017200     MOVE WS-MATCHES-WRITTEN TO STEP-STATUS-RECORD-COUNT
017300     CALL "STEP-STATUS-RECORDER" USING STEP-STATUS-ENTRY
017310     IF WS-PARTITION-RUN
017320         GO TO 9000-EXIT
017330     END-IF
017400     MOVE "NEEDLEIN" TO CHN-FILE-NAME
017500     MOVE "CONS" TO CHN-ROLE
017600     MOVE "FINDNEED" TO CHN-PROGRAM-ID
