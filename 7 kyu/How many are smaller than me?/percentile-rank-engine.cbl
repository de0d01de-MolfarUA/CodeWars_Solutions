000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PERCENTILE-RANK-ENGINE.
000300 AUTHOR. SENSOR-ANALYTICS.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-01.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-01  SAN  INITIAL VERSION - SMALLER-RANKED'S TWO
001000*                    ANSWERS (SMALLER-THAN COUNT AND KTH-
001100*                    SMALLEST INDEX) FOR GROUPS SMALLER-RANKED
001200*                    CANNOT HOLD: ITS S9(04) VALUES AND FIFTY
001300*                    ENTRIES ARE FIXED BY ITS CALLING CONTRACT,
001400*                    AND ASSESSMENTS AND FREIGHT CHARGES ARE
001500*                    MONEY IN THE THOUSANDS. THE SAME METHOD -
001600*                    COPY WITH ORIGINAL INDEXES, SORT ASCENDING,
001700*                    READ THE RANKS OFF THE SORTED TABLE - OVER
001800*                    THE PCTRANK LAYOUT, SO EVERY PERCENTILE
001900*                    REPORT RANKS ITS FILE THE SAME WAY. ONE
002000*                    SORT ANSWERS BOTH QUESTIONS FOR THE WHOLE
002100*                    GROUP.
002200*--------------------------------------------------------------
002300 DATA DIVISION.
002400 WORKING-STORAGE SECTION.
002500 01  WS-OUTER-SUB            PIC 9(05)       VALUE ZERO COMP.
002600 01  WS-INNER-SUB            PIC 9(05)       VALUE ZERO COMP.
002700 01  WS-RUN-START            PIC 9(05)       VALUE ZERO COMP.
002800 01  WS-RUN-END              PIC 9(05)       VALUE ZERO COMP.
002900 01  WS-RUN-LENGTH           PIC 9(05)       VALUE ZERO COMP.
003000 01  WS-RANKED-COUNT         PIC 9(05)       VALUE ZERO COMP.
003010 01  WS-RUN-CLOSED-SW        PIC X(01)       VALUE 'N'.
003020     88  WS-RUN-CLOSED                       VALUE 'Y'.
003100 01  WS-RANKED-TABLE.
003200     05  WS-RANKED-ENTRY     OCCURS 1 TO 5000 TIMES
003300                             DEPENDING ON WS-RANKED-COUNT.
003400         10  WS-RANKED-VALUE     PIC S9(11)V99.
003500         10  WS-RANKED-ORIG-IDX  PIC 9(05).
003600 LINKAGE SECTION.
003700 COPY PCTRANK.
003800 PROCEDURE DIVISION USING PERCENTILE-RANK-REQUEST.
003900 0000-MAINLINE.
004000     IF PCT-COUNT = ZERO OR PCT-COUNT > 5000
004100         SET PCT-NOT-ANSWERED TO TRUE
004200         GOBACK
004300     END-IF
004400     MOVE PCT-COUNT TO WS-RANKED-COUNT
004500     PERFORM 1000-COPY-ONE-ENTRY THRU 1000-EXIT
004600         VARYING WS-OUTER-SUB FROM 1 BY 1
004700         UNTIL WS-OUTER-SUB > PCT-COUNT
004800     SORT WS-RANKED-ENTRY ON ASCENDING KEY WS-RANKED-VALUE
004900         WS-RANKED-ORIG-IDX
005000     MOVE 1 TO WS-RUN-START
005100     PERFORM 2000-RANK-ONE-RUN THRU 2000-EXIT
005200         UNTIL WS-RUN-START > PCT-COUNT
005300     SET PCT-ANSWERED TO TRUE
005400     GOBACK.
005500 0000-EXIT.
005600     EXIT.
005700 1000-COPY-ONE-ENTRY.
005800     MOVE PCT-VALUE(WS-OUTER-SUB)
005900         TO WS-RANKED-VALUE(WS-OUTER-SUB)
006000     MOVE WS-OUTER-SUB TO WS-RANKED-ORIG-IDX(WS-OUTER-SUB).
006100 1000-EXIT.
006200     EXIT.
006300*--------------------------------------------------------------
006400* A RUN IS THE SORTED ENTRIES SHARING ONE VALUE: EVERY MEMBER
006500* HAS RUN-START MINUS ONE SMALLER VALUES AND RUN-LENGTH EQUAL.
006600*--------------------------------------------------------------
006700 2000-RANK-ONE-RUN.
006800     MOVE WS-RUN-START TO WS-RUN-END
006810     MOVE 'N' TO WS-RUN-CLOSED-SW
006900     PERFORM 2100-EXTEND-RUN THRU 2100-EXIT
007000         UNTIL WS-RUN-END >= PCT-COUNT
007100            OR WS-RUN-CLOSED
007300     COMPUTE WS-RUN-LENGTH = WS-RUN-END - WS-RUN-START + 1
007400     PERFORM 2200-RANK-ONE-ENTRY THRU 2200-EXIT
007500         VARYING WS-INNER-SUB FROM WS-RUN-START BY 1
007600         UNTIL WS-INNER-SUB > WS-RUN-END
007700     COMPUTE WS-RUN-START = WS-RUN-END + 1.
007800 2000-EXIT.
007900     EXIT.
008000 2100-EXTEND-RUN.
008010     IF WS-RANKED-VALUE(WS-RUN-END + 1)
008020        = WS-RANKED-VALUE(WS-RUN-START)
008030         ADD 1 TO WS-RUN-END
008040     ELSE
008050         SET WS-RUN-CLOSED TO TRUE
008060     END-IF.
008200 2100-EXIT.
008300     EXIT.
008400 2200-RANK-ONE-ENTRY.
008500     MOVE WS-RANKED-ORIG-IDX(WS-INNER-SUB) TO WS-OUTER-SUB
008600     COMPUTE PCT-SMALLER-COUNT(WS-OUTER-SUB) = WS-RUN-START - 1
008700     MOVE WS-RUN-LENGTH TO PCT-EQUAL-COUNT(WS-OUTER-SUB)
008800     MOVE WS-OUTER-SUB TO PCT-ORDER-INDEX(WS-INNER-SUB).
008900 2200-EXIT.
009000     EXIT.
009100 END PROGRAM PERCENTILE-RANK-ENGINE.
