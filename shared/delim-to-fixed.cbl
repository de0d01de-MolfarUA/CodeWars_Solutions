002400*                    NUMERIC EDIT REJECT TO DLMEXC WITH THEIR
002500*                    LINE NUMBER AND REASON. THE FEEDS LAND IN
002600*                    THE STANDARD FORMATS WITHOUT MANUAL PREP.
002610*   2026-10-15  EXV  A REJECTED ROW ALSO GOES TO DLMEXC AS A
002620*                    SUSPENSE LINE (SUSPLIN) CARRYING THE WHOLE
002630*                    ROW, FOR SUSPENSE-SWEEP.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
006500     05  AX-REASON               PIC X(20).
006600     05  FILLER                  PIC X(01).
006700     05  AX-ROW-IMAGE            PIC X(120).
006710 01  AX-SUSPENSE-RECORD          PIC X(238).
006800 WORKING-STORAGE SECTION.
006900 77  WS-MAP-STATUS               PIC X(02)       VALUE SPACES.
007000     88  WS-MAP-OK                               VALUE '00'.
010100 01  WS-COLUMN-TABLE.
010200     05  WS-COLUMN-VALUE OCCURS 20
010300                                 PIC X(40).
010310 COPY SUSPLIN.
010400 PROCEDURE DIVISION.
010500 0000-MAINLINE.
010600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025700     MOVE WS-LINE-NUMBER TO AX-LINE-NUMBER
025800     MOVE WS-REASON TO AX-REASON
025900     MOVE DELIMITED-INPUT-RECORD(1:120) TO AX-ROW-IMAGE
025910     WRITE ADAPTER-EXCEPTION-RECORD
025920     MOVE WS-REASON TO SQ-REASON
025930     MOVE DELIMITED-INPUT-RECORD TO SQ-IMAGE
025940     WRITE AX-SUSPENSE-RECORD FROM SUSPENSE-LINE.
026100 4000-EXIT.
026200     EXIT.
026300 9000-TERMINATE.
