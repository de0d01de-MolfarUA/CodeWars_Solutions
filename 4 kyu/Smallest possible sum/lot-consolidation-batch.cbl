002293*                    REDUCTION THE ENGINE PERFORMS. AN INQUIRY
002294*                    BY REFERENCE WALKS STRAIGHT BACK TO THE
002295*                    SOURCE LOTS: EVIDENCE, NOT A SHRUG.
002296*   2026-10-15  MTP  A REFUSED LOT ALSO GOES TO LOTEXC AS
002297*                    SUSPENSE LINES (SUSPLIN) FOR SUSPENSE-SWEEP:
002298*                    THE LOT HEADER AS READ, THEN ONE DETAIL PER
002299*                    ELEMENT (REBUILT FROM THE LOT'S ELEMENTS),
002300*                    SO THE CORRECTED LOT CAN BE RESUBMITTED
002301*                    WHOLE.
002311*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 INPUT-OUTPUT SECTION.
009100     05  FILLER              PIC X(14)   VALUE
009200             "  EXCEPTIONS =".
009300     05  WS-SL-EXCEPTED      PIC Z(05)9.
009310 01  WS-LOT-HEADER-IMAGE     PIC X(36)   VALUE SPACES.
009320 01  WS-LOT-DETAIL-IMAGE.
009330     05  FILLER              PIC X(01)   VALUE 'D'.
009340     05  WS-LD-LOT-ID        PIC X(10).
009350     05  WS-LD-COUNT         PIC 9(05)   VALUE ZERO.
009360     05  WS-LD-ELEMENT       PIC 9(20).
009370 77  WS-SUSPENSE-IX          PIC 9(05)   VALUE ZERO COMP.
009380 COPY SUSPLIN.
009400 PROCEDURE DIVISION.
009500 0000-MAINLINE.
009600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012700                 PERFORM 3000-REDUCE-ONE-LOT THRU 3000-EXIT
012800             END-IF
012900             MOVE LT-LOT-ID TO WS-CURRENT-LOT
012910             MOVE LOT-INPUT-RECORD TO WS-LOT-HEADER-IMAGE
013000             SET WS-LOT-OPEN TO TRUE
013100             MOVE ZERO TO WS-ARR-LENGTH
013200         WHEN LT-IS-DETAIL
017800                     TO WS-EX-REASON
017900         END-EVALUATE
018000         WRITE LE-RECORD FROM WS-EXCEPTION-LINE
018010         PERFORM 3600-WRITE-SUSPENSE THRU 3600-EXIT
018100     END-IF
018200     MOVE 'N' TO WS-LOT-OPEN-SW.
018300 3000-EXIT.
018526     MOVE WS-GCD-REST TO WS-GCD-B.
018527 3520-EXIT.
018528     EXIT.
018529*--------------------------------------------------------------
018530* SUSPENSE LINES FOR A REFUSED LOT: THE HEADER, THEN A DETAIL
018531* PER ELEMENT, ALL ONE SUSPENSE ITEM.
018532*--------------------------------------------------------------
018533 3600-WRITE-SUSPENSE.
018534     MOVE WS-EX-REASON TO SQ-REASON
018535     SET SQ-FIRST-OF-ITEM TO TRUE
018536     MOVE WS-LOT-HEADER-IMAGE TO SQ-IMAGE
018537     WRITE LE-RECORD FROM SUSPENSE-LINE
018538     SET SQ-SAME-ITEM TO TRUE
018539     MOVE WS-CURRENT-LOT TO WS-LD-LOT-ID
018540     PERFORM 3610-WRITE-ONE-DETAIL THRU 3610-EXIT
018541         VARYING WS-SUSPENSE-IX FROM 1 BY 1
018542         UNTIL WS-SUSPENSE-IX > WS-ARR-LENGTH.
018543 3600-EXIT.
018544     EXIT.
018545 3610-WRITE-ONE-DETAIL.
018546     MOVE WS-XS(WS-SUSPENSE-IX) TO WS-LD-ELEMENT
018547     MOVE WS-LOT-DETAIL-IMAGE TO SQ-IMAGE
018548     WRITE LE-RECORD FROM SUSPENSE-LINE.
018549 3610-EXIT.
018550     EXIT.
018560 9000-TERMINATE.
018600     MOVE WS-LOTS-PROCESSED TO WS-SL-PROCESSED
018700     MOVE WS-LOTS-EXCEPTED TO WS-SL-EXCEPTED
018800     WRITE LR-RECORD FROM WS-SUMMARY-LINE
