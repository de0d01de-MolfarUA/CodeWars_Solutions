006200*                    IN PERMUTE-TO-FILE-STEP, THEN CLOSES IT.
006300*                    SYMBOL STRINGS UP TO 16 CHARACTERS ARE
006400*                    SUPPORTED, COVERING THE LONGER ROUTING
006500*                    CODES THAT DON'T FIT PERMUTATIONS'
006600*                    8-CHARACTER LINKAGE.
006610*   2026-09-03  RCS  THE GENERATOR STEP GREW A MODE PARAMETER
006620*                    FOR THE NEW DISTINCT (MULTISET) ENTRY
006630*                    POINT PERMUTE-TO-FILE-DISTINCT; THIS
006640*                    ENTRY PASSES 'A' AND BEHAVES EXACTLY AS
006650*                    BEFORE.
006660*   2026-09-17  RCS  FIRST GENERATOR POSITION PASSED FROM A
006670*                    PIC 9(02) ITEM, NOT THE LITERAL 1, WHICH
006680*                    DID NOT MATCH THE STEP'S POS PARAMETER AND
006690*                    CUT THE RUN SHORT AFTER ONE ARRANGEMENT.
006700*--------------------------------------------------------------
006800 DATA DIVISION.
006900 LOCAL-STORAGE SECTION.
007000 01  WS-WORK-STRING          PIC A(16).
007100 01  WS-LENGTH               PIC 9(02).
007110 01  WS-FIRST-POS            PIC 9(02)   VALUE 1.
007200 LINKAGE SECTION.
007300 01  S                       PIC A(16).
007400 PROCEDURE DIVISION USING S.
007800     IF WS-LENGTH > 0
007900         MOVE S(1:WS-LENGTH) TO WS-WORK-STRING
008000         CALL "PERMUTE-TO-FILE-STEP" USING
008100             WS-WORK-STRING WS-LENGTH WS-FIRST-POS 'A'
008200     END-IF
008300     CALL "PERMUTE-FILE-WRITER" USING 'C' SPACES
008400     GOBACK.
008500 0000-EXIT.
008600     EXIT.
008700 END PROGRAM PERMUTE-TO-FILE.
008701 IDENTIFICATION DIVISION.
008702 PROGRAM-ID. PERMUTE-TO-FILE-DISTINCT.
008703 AUTHOR. ROUTING-CODE-SERVICES.
008704 INSTALLATION. BATCH-UTILITIES.
008705 DATE-WRITTEN. 2026-09-03.
008706 DATE-COMPILED.
008707*--------------------------------------------------------------
008708* MODIFICATION HISTORY
008709*   2026-09-03  RCS  INITIAL VERSION - MULTISET ENTRY POINT.
008710*                    A CODE LIKE "AABBB" THROUGH THE ORIGINAL
008711*                    ENTRY WRITES N-FACTORIAL LINES, MOSTLY
008712*                    DUPLICATES; THIS ENTRY DRIVES THE SAME
008713*                    GENERATOR UNDER MODE 'D' SO EACH DISTINCT
008714*                    ARRANGEMENT IS WRITTEN EXACTLY ONCE, THEN
008715*                    REPORTS TO SYSOUT THE DISTINCT COUNT
008716*                    WRITTEN (QUERIED FROM THE FILE WRITER)
008717*                    ALONGSIDE THE RAW FACTORIAL COUNT THE ALL-
008718*                    ARRANGEMENTS MODE WOULD HAVE PRODUCED.
008719*   2026-09-17  RCS  FIRST GENERATOR POSITION PASSED FROM A
008720*                    PIC 9(02) ITEM, AS IN PERMUTE-TO-FILE.
008721*--------------------------------------------------------------
008722 DATA DIVISION.
008723 LOCAL-STORAGE SECTION.
008724 01  WS-WORK-STRING          PIC A(16).
008725 01  WS-LENGTH               PIC 9(02).
008726 01  WS-FACTOR-IX            PIC 9(02).
008727 01  WS-RAW-COUNT            PIC 9(16)   VALUE 1.
008728 01  WS-COUNT-ANSWER         PIC X(16).
008729 01  WS-FIRST-POS            PIC 9(02)   VALUE 1.
008730 LINKAGE SECTION.
008731 01  S                       PIC A(16).
008732 PROCEDURE DIVISION USING S.
008733 0000-MAINLINE.
008734     COMPUTE WS-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(S))
008735     CALL "PERMUTE-FILE-WRITER" USING 'O' SPACES
008736     IF WS-LENGTH > 0
008743         MOVE S(1:WS-LENGTH) TO WS-WORK-STRING
008744         CALL "PERMUTE-TO-FILE-STEP" USING
008745             WS-WORK-STRING WS-LENGTH WS-FIRST-POS 'D'
008746         PERFORM 1000-MULTIPLY-ONE-FACTOR THRU 1000-EXIT
008747             VARYING WS-FACTOR-IX FROM 2 BY 1
008748             UNTIL WS-FACTOR-IX > WS-LENGTH
014599     END-IF.
014601 1110-EXIT.
014602     EXIT.
014702 END PROGRAM PERMUTE-TO-FILE-STEP.
