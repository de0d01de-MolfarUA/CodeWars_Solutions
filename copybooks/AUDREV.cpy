000100*--------------------------------------------------------------
000200* AUDREV.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF ONE AUDREV REVIEW CARD - A REVIEWER'S
000500* SIGN-OFF ON ONE SAMPLED RESMASTR ENTRY FROM THE AUDWKS
000600* WORKSHEET, KEYED BY THE RESMASTR KEY (CYCLE DATE, PROGRAM
000700* ID, RUN SEQUENCE). THE VERDICT IS P (THE ANSWER IS RIGHT) OR
000800* F (IT IS WRONG - SAY WHY IN THE NOTE). THE REVIEWER IS THE
000900* OPERATOR-AUTH INITIALS; ONLY REVIEWERS PERMITTED FUNCTION R
001000* OF TOOL RESAUDIT MAY SIGN OFF.
001100*--------------------------------------------------------------
001200 01  AUDIT-REVIEW-CARD.
001300     05  AR-CYCLE-DATE           PIC 9(08).
001400     05  FILLER                  PIC X(01).
001500     05  AR-PROGRAM-ID           PIC X(08).
001600     05  FILLER                  PIC X(01).
001700     05  AR-RUN-SEQUENCE         PIC 9(06).
001800     05  FILLER                  PIC X(01).
001900     05  AR-VERDICT              PIC X(01).
002000         88  AR-PASS                         VALUE 'P'.
002100         88  AR-FAIL                         VALUE 'F'.
002200     05  FILLER                  PIC X(01).
002300     05  AR-REVIEWER             PIC X(03).
002400     05  FILLER                  PIC X(01).
002500     05  AR-REVIEW-DATE          PIC 9(08).
002600     05  FILLER                  PIC X(01).
002700     05  AR-NOTE                 PIC X(40).
