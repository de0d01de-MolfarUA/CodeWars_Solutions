000100*--------------------------------------------------------------
000200* PERIODCT.CPY
000300*--------------------------------------------------------------
000400* ONE ACCOUNTING PERIOD ON THE PERIODCT PERIOD-CONTROL FILE,
000500* IN ASCENDING PERIOD ORDER. CALENDAR-SERVICE OWNS THE FILE:
000600* IT ANSWERS A PERIOD'S STATUS (FUNCTION 'S') AND REWRITES THE
000700* FILE WHEN THE STATUS IS MOVED (FUNCTION 'U', DRIVEN BY THE
000800* PERIOD-CONTROL MAINTENANCE BATCH). A PERIOD NOT ON FILE HAS
000900* NEVER BEEN CLOSED AND IS OPEN.
001000*
001100* SOFT-CLOSED (S) TELLS THE BUSINESS FINANCE IS CLOSING THE
001200* MONTH; POSTINGS STILL APPLY. HARD-CLOSED (H) IS FINAL: A
001300* BUSINESS BATCH ROUTES A TRANSACTION DATED INTO IT TO THE
001400* PRIORADJ PRIOR-PERIOD ADJUSTMENT FILE (PRIORADJ.CPY)
001500* INSTEAD OF APPLYING IT. PC-CLOSED-BY IS THE OPERATOR WHO SET
001600* THE STATUS, PC-STATUS-DATE THE DAY IT WAS SET.
001700*--------------------------------------------------------------
001800 01  PERIOD-CONTROL-RECORD.
001900     05  PC-PERIOD               PIC 9(06).
002000     05  FILLER                  PIC X(01).
002100     05  PC-STATUS               PIC X(01).
002200         88  PC-OPEN                         VALUE 'O'.
002300         88  PC-SOFT-CLOSED                  VALUE 'S'.
002400         88  PC-HARD-CLOSED                  VALUE 'H'.
002500     05  FILLER                  PIC X(01).
002600     05  PC-CLOSED-BY            PIC X(03).
002700     05  FILLER                  PIC X(01).
002800     05  PC-STATUS-DATE          PIC 9(08).
