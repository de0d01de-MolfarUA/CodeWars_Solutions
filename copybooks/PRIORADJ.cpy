000100*--------------------------------------------------------------
000200* PRIORADJ.CPY
000300*--------------------------------------------------------------
000400* ONE PRIOR-PERIOD ADJUSTMENT. A BUSINESS BATCH THAT MEETS A
000500* TRANSACTION DATED INTO A HARD-CLOSED ACCOUNTING PERIOD (SEE
000600* PERIODCT.CPY) DOES NOT APPLY IT - THAT WOULD CHANGE FIGURES
000700* FINANCE HAS ALREADY REPORTED - BUT APPENDS IT HERE, ONE LINE
000800* PER TRANSACTION, FOR FINANCE TO BOOK AS AN ADJUSTMENT IN THE
000900* CURRENT PERIOD: THE CLOSED PERIOD, THE TRANSACTION'S OWN
001000* DATE, THE PROGRAM AND INPUT FILE IT CAME FROM, ITS COMPANY
001100* (SPACES WHERE THE SOURCE CARRIES NONE), THE DAY IT WAS
001200* DIVERTED, AND THE RECORD IMAGE EXACTLY AS IT WAS READ.
001300* CLOSE-READINESS-REPORT LISTS WHAT IS WAITING PER PERIOD.
001400*--------------------------------------------------------------
001500 01  PRIOR-PERIOD-ADJUSTMENT.
001600     05  PA-PERIOD               PIC 9(06).
001700     05  FILLER                  PIC X(01)       VALUE SPACE.
001800     05  PA-TRANSACTION-DATE     PIC 9(08).
001900     05  FILLER                  PIC X(01)       VALUE SPACE.
002000     05  PA-SOURCE-PROGRAM       PIC X(30).
002100     05  FILLER                  PIC X(01)       VALUE SPACE.
002200     05  PA-SOURCE-FILE          PIC X(08).
002300     05  FILLER                  PIC X(01)       VALUE SPACE.
002400     05  PA-COMPANY              PIC X(02).
002500     05  FILLER                  PIC X(01)       VALUE SPACE.
002600     05  PA-DIVERTED-DATE        PIC 9(08).
002700     05  FILLER                  PIC X(01)       VALUE SPACE.
002800     05  PA-IMAGE                PIC X(200).
