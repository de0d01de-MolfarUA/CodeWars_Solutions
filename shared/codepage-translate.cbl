002600*                    CONSISTENT CHARACTER SET. JOB CONTROL
002700*                    POINTS TRANIN/TRANOUT AT EACH EXTRACT IN
002800*                    TURN.
002810*   2026-10-15  EXV  A RECORD WITH ANY UNTRANSLATABLE BYTE ALSO
002820*                    GOES TO TRANEXC, ONCE, AS A SUSPENSE LINE
002830*                    (SUSPLIN) CARRYING THE RECORD AS READ, FOR
002840*                    SUSPENSE-SWEEP. TRANEXC WIDENED TO 118
002850*                    BYTES FOR THE IMAGE.
002900*--------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
006600 FD  TRANSLATE-OUTPUT-FILE.
006700 01  TRANSLATE-OUTPUT-RECORD     PIC X(80).
006800 FD  TRANSLATE-EXCEPTION-FILE.
006900 01  TX-RECORD                   PIC X(118).
007000 FD  TRANSLATE-SUMMARY-FILE.
007100 01  TS-RECORD                   PIC X(80).
007200 WORKING-STORAGE SECTION.
008900 77  WS-RECORD-NUMBER            PIC 9(09)       VALUE ZERO.
009000 77  WS-BYTES-TRANSLATED         PIC 9(09)       VALUE ZERO.
009100 77  WS-BYTES-UNTRANSLATABLE     PIC 9(09)       VALUE ZERO.
009110 77  WS-UNTRANSLATABLE-BEFORE    PIC 9(09)       VALUE ZERO.
009200 77  WS-ROWS-LOADED              PIC 9(03)       VALUE ZERO.
009300 01  WS-TRANSLATE-TABLE.
009400     05  WS-TARGET-ENTRY OCCURS 256.
011800     05  FILLER                  PIC X(12)       VALUE
011900             "  UNTRANS  =".
012000     05  WS-S2-UNTRANSLATABLE    PIC Z(08)9.
012010 COPY SUSPLIN.
012100 PROCEDURE DIVISION.
012200 0000-MAINLINE.
012300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019000 3000-TRANSLATE-ONE-RECORD.
019100     ADD 1 TO WS-RECORD-NUMBER
019200     MOVE TRANSLATE-INPUT-RECORD TO TRANSLATE-OUTPUT-RECORD
019210     MOVE WS-BYTES-UNTRANSLATABLE TO WS-UNTRANSLATABLE-BEFORE
019300     PERFORM 3100-TRANSLATE-ONE-BYTE THRU 3100-EXIT
019400         VARYING WS-CHAR-IX FROM 1 BY 1
019500         UNTIL WS-CHAR-IX > 80
019510     IF WS-BYTES-UNTRANSLATABLE > WS-UNTRANSLATABLE-BEFORE
019520         MOVE "UNTRANSLATABLE BYTES" TO SQ-REASON
019530         MOVE TRANSLATE-INPUT-RECORD TO SQ-IMAGE
019540         WRITE TX-RECORD FROM SUSPENSE-LINE
019550     END-IF
019600     WRITE TRANSLATE-OUTPUT-RECORD
019700     PERFORM 1200-READ-INPUT THRU 1200-EXIT.
019800 3000-EXIT.
