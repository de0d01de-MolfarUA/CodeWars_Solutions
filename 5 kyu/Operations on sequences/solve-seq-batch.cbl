002300*                    OR A NON-NUMERIC TERM) GO TO THE SEQEXC
002400*                    EXCEPTION REPORT WITH THE OFFENDING TERMS
002500*                    - ONE JOB STEP INSTEAD OF AN AFTERNOON.
002510*   2026-10-15  SIG  A REFUSED SEQUENCE ALSO GOES TO SEQEXC AS
002520*                    SUSPENSE LINES (SUSPLIN) FOR SUSPENSE-SWEEP,
002530*                    ONE PER CARD OF ITS DECK AS READ, SO THE
002540*                    CORRECTED DECK CAN BE RESUBMITTED WHOLE.
002550*                    SEQEXC WIDENED TO 118 BYTES FOR THE CARD
002560*                    IMAGE.
002600*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004400 FD  SOLVE-OUTPUT-FILE.
004500 01  SO-RECORD                   PIC X(100).
004600 FD  SOLVE-EXCEPTION-FILE.
004700 01  SX-RECORD                   PIC X(118).
004800 WORKING-STORAGE SECTION.
004900 77  WS-INPUT-STATUS             PIC X(02)       VALUE SPACES.
005000     88  WS-INPUT-OK                             VALUE '00'.
006120     88  WS-TERM-OVERFLOW                        VALUE 'Y'.
006200 77  WS-SOLVED-COUNT             PIC 9(05)       VALUE ZERO.
006300 77  WS-EXCEPTED-COUNT           PIC 9(05)       VALUE ZERO.
006310 77  WS-CARD-COUNT               PIC 9(03)       VALUE ZERO COMP.
006320 77  WS-CARD-MAX                 PIC 9(03)       VALUE 30 COMP.
006330 77  WS-CARD-IX                  PIC 9(03)       VALUE ZERO COMP.
006400 01  WS-DATASET-ID               PIC X(08)       VALUE SPACES.
006500 01  WS-TERM-TEXTS.
006600     05  WS-TERM-TEXT OCCURS 70  PIC X(20).
008400     05  WS-XL-REASON            PIC X(24).
008500     05  FILLER                  PIC X(01)       VALUE SPACE.
008600     05  WS-XL-TERMS             PIC X(58).
008610*--------------------------------------------------------------
008620* THE CURRENT SEQUENCE'S CARDS AS READ (THE FIRST THIRTY), FOR
008630* THE SUSPENSE LINES OF A REFUSED SEQUENCE.
008640*--------------------------------------------------------------
008650 01  WS-CARD-IMAGES.
008660     05  WS-CARD-IMAGE OCCURS 30 PIC X(80).
008670 COPY SUSPLIN.
008700 PROCEDURE DIVISION.
008800 0000-MAINLINE.
008900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012300     END-IF
012400     MOVE P2-UTILITY-NAME TO WS-DATASET-ID
012500     MOVE ZERO TO WS-TERM-COUNT
012505     MOVE ZERO TO WS-CARD-COUNT
012510     MOVE 'N' TO WS-OVERFLOW-SW
012600     MOVE SPACES TO WS-TERM-TEXTS
012700     PERFORM 2100-TAKE-CARD-FIELDS THRU 2100-EXIT
013300 2000-EXIT.
013400     EXIT.
013500 2100-TAKE-CARD-FIELDS.
013510     ADD 1 TO WS-CARD-COUNT
013520     IF WS-CARD-COUNT <= WS-CARD-MAX
013530         MOVE PARAMETER-CARD-2 TO WS-CARD-IMAGE(WS-CARD-COUNT)
013540     END-IF
013600     PERFORM 2110-TAKE-ONE-FIELD THRU 2110-EXIT
013700         VARYING WS-FIELD-IX FROM 1 BY 1
013800         UNTIL WS-FIELD-IX > 3
022200         VARYING WS-TERM-IX FROM 1 BY 1
022300         UNTIL WS-TERM-IX > WS-TERM-COUNT
022400            OR WS-TERM-IX > 5
022410     WRITE SX-RECORD FROM WS-EXCEPTION-LINE
022420     MOVE WS-XL-REASON TO SQ-REASON
022430     SET SQ-FIRST-OF-ITEM TO TRUE
022440     PERFORM 4200-WRITE-ONE-SUSPENSE THRU 4200-EXIT
022450         VARYING WS-CARD-IX FROM 1 BY 1
022460         UNTIL WS-CARD-IX > WS-CARD-COUNT
022470            OR WS-CARD-IX > WS-CARD-MAX.
022600 4000-EXIT.
022700     EXIT.
022800 4100-APPEND-ONE-TERM.
023000         TO WS-XL-TERMS((WS-TERM-IX - 1) * 11 + 1:10).
023100 4100-EXIT.
023200     EXIT.
023210 4200-WRITE-ONE-SUSPENSE.
023220     MOVE WS-CARD-IMAGE(WS-CARD-IX) TO SQ-IMAGE
023230     WRITE SX-RECORD FROM SUSPENSE-LINE
023240     SET SQ-SAME-ITEM TO TRUE.
023250 4200-EXIT.
023260     EXIT.
023300 9000-TERMINATE.
023400     CLOSE SEQUENCE-INPUT-FILE
023500     CLOSE SOLVE-OUTPUT-FILE
