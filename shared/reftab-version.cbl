000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REFTAB-VERSION.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-01.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-01  BJC  INITIAL VERSION - CALLABLE LOOKUP OF THE
001000*                    REFERENCE-TABLE VERSION IN USE, OVER THE
001100*                    REFINUSE FILE REFTAB-PUBLISH WRITES WHEN IT
001200*                    PUBLISHES THE TABLES FOR A BUSINESS DATE.
001300*                    LOADED ON THE FIRST CALL OF THE RUN UNIT
001400*                    AND HELD, IN THE CALENDAR-SERVICE MOLD.
001500*                    RETURNS THE VERSION, ITS EFFECTIVE DATE,
001600*                    THE BUSINESS DATE, AND A READY-MADE REPORT
001700*                    LINE (SEE REFTVER.CPY) SO EVERY CONSUMING
001800*                    BATCH STATES THE TABLE VERSION THE SAME WAY
001900*                    ON ITS REPORT HEADER.
002000*--------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT IN-USE-FILE ASSIGN TO "REFINUSE"
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-IN-USE-STATUS.
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD  IN-USE-FILE.
003100 COPY REFINUSE.
003200 WORKING-STORAGE SECTION.
003300 77  WS-IN-USE-STATUS            PIC X(02)       VALUE SPACES.
003400     88  WS-IN-USE-OK                            VALUE '00'.
003500     88  WS-IN-USE-EOF                           VALUE '10'.
003600 77  WS-LOAD-STATE               PIC X(01)       VALUE 'N'.
003700     88  WS-TABLE-LOADED                         VALUE 'Y'.
003800 77  WS-ENTRY-COUNT              PIC 9(02)       VALUE ZERO COMP.
003900 77  WS-ENTRY-MAX                PIC 9(02)       VALUE 20 COMP.
004000 77  WS-ENTRY-IX                 PIC 9(02)       VALUE ZERO COMP.
004100 77  WS-MATCH-IX                 PIC 9(02)       VALUE ZERO COMP.
004200 01  WS-IN-USE-TABLE.
004300     05  WS-IU-ENTRY OCCURS 20.
004400         10  WS-IU-TABLE         PIC X(08).
004500         10  WS-IU-VERSION       PIC 9(04).
004600         10  WS-IU-EFFECTIVE     PIC 9(08).
004700         10  WS-IU-BUSINESS      PIC 9(08).
004800 01  WS-VERSION-LINE.
004900     05  FILLER                  PIC X(16)       VALUE
005000             "REFERENCE TABLE ".
005100     05  WS-VL-TABLE             PIC X(08).
005200     05  FILLER                  PIC X(09)       VALUE
005300             " VERSION ".
005400     05  WS-VL-VERSION           PIC 9(04).
005500     05  FILLER                  PIC X(11)       VALUE
005600             " EFFECTIVE ".
005700     05  WS-VL-EFFECTIVE         PIC 9(08).
005800     05  FILLER                  PIC X(15)       VALUE
005900             " PUBLISHED FOR ".
006000     05  WS-VL-BUSINESS          PIC 9(08).
006100 01  WS-UNRECORDED-LINE.
006200     05  FILLER                  PIC X(16)       VALUE
006300             "REFERENCE TABLE ".
006400     05  WS-UL-TABLE             PIC X(08).
006500     05  FILLER                  PIC X(39)       VALUE
006600             " VERSION NOT RECORDED - NOT PUBLISHED".
006700 LINKAGE SECTION.
006800 COPY REFTVER.
006900 PROCEDURE DIVISION USING REFTAB-VERSION-REQUEST.
007000 0000-MAINLINE.
007100     IF NOT WS-TABLE-LOADED
007200         PERFORM 1000-LOAD-IN-USE THRU 1000-EXIT
007300     END-IF
007400     MOVE ZERO TO RTV-VERSION
007500     MOVE ZERO TO RTV-EFFECTIVE-DATE
007600     MOVE ZERO TO RTV-BUSINESS-DATE
007700     SET RTV-NOT-RECORDED TO TRUE
007800     MOVE ZERO TO WS-MATCH-IX
007900     PERFORM 2000-SCAN-ONE-ENTRY THRU 2000-EXIT
008000         VARYING WS-ENTRY-IX FROM 1 BY 1
008100         UNTIL WS-ENTRY-IX > WS-ENTRY-COUNT
008200            OR WS-MATCH-IX > ZERO
008300     IF WS-MATCH-IX > ZERO
008400         AND WS-IU-VERSION(WS-MATCH-IX) > ZERO
008500         SET RTV-RECORDED TO TRUE
008600         MOVE WS-IU-VERSION(WS-MATCH-IX) TO RTV-VERSION
008700         MOVE WS-IU-EFFECTIVE(WS-MATCH-IX)
008800             TO RTV-EFFECTIVE-DATE
008900         MOVE WS-IU-BUSINESS(WS-MATCH-IX) TO RTV-BUSINESS-DATE
009000         MOVE RTV-TABLE-NAME TO WS-VL-TABLE
009100         MOVE RTV-VERSION TO WS-VL-VERSION
009200         MOVE RTV-EFFECTIVE-DATE TO WS-VL-EFFECTIVE
009300         MOVE RTV-BUSINESS-DATE TO WS-VL-BUSINESS
009400         MOVE WS-VERSION-LINE TO RTV-HEADER-LINE
009500     ELSE
009600         MOVE RTV-TABLE-NAME TO WS-UL-TABLE
009700         MOVE WS-UNRECORDED-LINE TO RTV-HEADER-LINE
009800     END-IF
009900     GOBACK.
010000 0000-EXIT.
010100     EXIT.
010200*--------------------------------------------------------------
010300* NO REFINUSE ON HAND LOADS AN EMPTY TABLE, AND EVERY CALL THEN
010400* ANSWERS NOT RECORDED.
010500*--------------------------------------------------------------
010600 1000-LOAD-IN-USE.
010700     MOVE 'Y' TO WS-LOAD-STATE
010800     OPEN INPUT IN-USE-FILE
010900     IF NOT WS-IN-USE-OK
011000         GO TO 1000-EXIT
011100     END-IF
011200     PERFORM 1100-READ-IN-USE THRU 1100-EXIT
011300     PERFORM 1200-STORE-ONE-ENTRY THRU 1200-EXIT
011400         UNTIL WS-IN-USE-EOF
011500            OR WS-ENTRY-COUNT >= WS-ENTRY-MAX
011600     CLOSE IN-USE-FILE.
011700 1000-EXIT.
011800     EXIT.
011900 1100-READ-IN-USE.
012000     READ IN-USE-FILE
012100         AT END SET WS-IN-USE-EOF TO TRUE
012200     END-READ.
012300 1100-EXIT.
012400     EXIT.
012500 1200-STORE-ONE-ENTRY.
012600     IF RU-VERSION IS NUMERIC
012700         AND RU-EFFECTIVE-DATE IS NUMERIC
012800         AND RU-BUSINESS-DATE IS NUMERIC
012900         ADD 1 TO WS-ENTRY-COUNT
013000         MOVE RU-TABLE-NAME TO WS-IU-TABLE(WS-ENTRY-COUNT)
013100         MOVE RU-VERSION TO WS-IU-VERSION(WS-ENTRY-COUNT)
013200         MOVE RU-EFFECTIVE-DATE
013300             TO WS-IU-EFFECTIVE(WS-ENTRY-COUNT)
013400         MOVE RU-BUSINESS-DATE
013500             TO WS-IU-BUSINESS(WS-ENTRY-COUNT)
013600     END-IF
013700     PERFORM 1100-READ-IN-USE THRU 1100-EXIT.
013800 1200-EXIT.
013900     EXIT.
014000 2000-SCAN-ONE-ENTRY.
014100     IF WS-IU-TABLE(WS-ENTRY-IX) = RTV-TABLE-NAME
014200         MOVE WS-ENTRY-IX TO WS-MATCH-IX
014300     END-IF.
014400 2000-EXIT.
014500     EXIT.
014600 END PROGRAM REFTAB-VERSION.
