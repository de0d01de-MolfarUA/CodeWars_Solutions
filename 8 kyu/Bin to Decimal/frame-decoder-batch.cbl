002200*                    WHOLE TO FRAMEEXC WITH THE FAILING FIELD
002300*                    NAMED. UP TO SIX FIELDS OF UP TO 40 BITS
002400*                    EACH COVER EVERY METER MODEL ON THE FEED.
002410*   2026-10-15  TLM  A REJECTED FRAME ALSO GOES TO FRAMEEXC AS A
002420*                    SUSPENSE LINE (SUSPLIN) FOR SUSPENSE-SWEEP.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
005900     05  FX-FRAME-IMAGE          PIC X(128).
006000     05  FILLER                  PIC X(01).
006100     05  FX-FAIL-FIELD           PIC X(10).
006110 01  FX-SUSPENSE-RECORD          PIC X(166).
006200 WORKING-STORAGE SECTION.
006300 77  WS-DICT-STATUS              PIC X(02)       VALUE SPACES.
006400     88  WS-DICT-OK                              VALUE '00'.
009100     88  WS-FIELD-VALID                          VALUE 'Y'.
009200 01  WS-FIELD-VALUE              PIC 9(12)       VALUE ZERO.
009210 01  WS-FAIL-NAME                PIC X(10)       VALUE SPACES.
009220 COPY SUSPLIN.
009300 PROCEDURE DIVISION.
009400 0000-MAINLINE.
009500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015800         MOVE FRAME-INPUT-RECORD TO FX-FRAME-IMAGE
015900         MOVE WS-FAIL-NAME TO FX-FAIL-FIELD
016000         WRITE FRAME-EXCEPTION-RECORD
016010         MOVE SPACES TO SQ-REASON
016020         STRING "FIELD " WS-FAIL-NAME " FAILED"
016030             DELIMITED BY SIZE INTO SQ-REASON
016040         MOVE FRAME-INPUT-RECORD TO SQ-IMAGE
016050         WRITE FX-SUSPENSE-RECORD FROM SUSPENSE-LINE
016100     ELSE
016200         ADD 1 TO WS-FRAMES-DECODED
016300         WRITE DECODED-OUTPUT-RECORD
