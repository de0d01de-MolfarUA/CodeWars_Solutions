000100*--------------------------------------------------------------
000200* AUDSAMP.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF ONE LINE OF THE AUDSAMP RESULT-AUDIT SAMPLE,
000500* AS RESULT-AUDIT-SAMPLE DRAWS IT: ONE LINE PER RESMASTR ENTRY
000600* CHOSEN FOR REVIEW. THE MONTH AND SEED ARE CARRIED ON EVERY
000700* LINE SO THE DRAW CAN BE REPEATED FROM THE SAME MASTER, AND
000800* EACH LINE CARRIES ITS STRATUM'S POPULATION AND SAMPLE SIZE
000900* SO RESULT-AUDIT-FINDINGS CAN WEIGHT THE STRATA WITHOUT GOING
001000* BACK TO THE MASTER. THE STRATUM IS THE PROGRAM ID AND THE
001100* RESULT LENGTH BAND:
001200*   1 = 1-20 BYTES (WHOLE ON RUNHIST)   2 = 21-80 (ONE SEGMENT)
001300*   3 = 81-240                          4 = 241-999
001400*--------------------------------------------------------------
001500 01  AUDIT-SAMPLE-RECORD.
001600     05  AS-MONTH                PIC 9(06).
001700     05  FILLER                  PIC X(01).
001800     05  AS-SEED                 PIC 9(09).
001900     05  FILLER                  PIC X(01).
002000     05  AS-CYCLE-DATE           PIC 9(08).
002100     05  FILLER                  PIC X(01).
002200     05  AS-PROGRAM-ID           PIC X(08).
002300     05  FILLER                  PIC X(01).
002400     05  AS-RUN-SEQUENCE         PIC 9(06).
002500     05  FILLER                  PIC X(01).
002600     05  AS-LENGTH-BAND          PIC 9(01).
002700     05  FILLER                  PIC X(01).
002800     05  AS-RESULT-LENGTH        PIC 9(04).
002900     05  FILLER                  PIC X(01).
003000     05  AS-STRATUM-POPULATION   PIC 9(07).
003100     05  FILLER                  PIC X(01).
003200     05  AS-STRATUM-SAMPLED      PIC 9(03).
003300     05  FILLER                  PIC X(01).
003400     05  AS-KEY-INPUT            PIC X(20).
