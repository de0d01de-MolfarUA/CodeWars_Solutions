000100*--------------------------------------------------------------
000200* FXLKP.CPY
000300*--------------------------------------------------------------
000400* LINKAGE LAYOUT FOR A CALL TO FX-RATE-SERVICE. THE CALLER
000500* NAMES THE CURRENCY AND THE DATE THE AMOUNT BELONGS TO, AND
000600* SAYS WHICH WAY TO CONVERT: F TURNS FXL-BASE-AMOUNT INTO
000700* FXL-FOREIGN-AMOUNT, B TURNS FXL-FOREIGN-AMOUNT INTO
000800* FXL-BASE-AMOUNT. THE SERVICE USES THE LATEST FXRATE ROW FOR
000900* THAT CURRENCY DATED ON OR BEFORE THE AS-OF DATE AND RETURNS
001000* THE RATE AND RATE DATE IT USED, WITH THE BASE CURRENCY CODE.
001100* THE BASE CURRENCY (OR A BLANK CODE) CONVERTS AT ONE. WITH NO
001200* USABLE ROW THE FLAG COMES BACK N, THE RATE ZERO, AND THE
001300* CONVERTED AMOUNT ZERO.
001400*--------------------------------------------------------------
001500 01  FX-RATE-REQUEST.
001600     05  FXL-CURRENCY            PIC X(03).
001700     05  FXL-AS-OF-DATE          PIC 9(08).
001800     05  FXL-DIRECTION           PIC X(01).
001900         88  FXL-TO-FOREIGN                  VALUE 'F'.
002000         88  FXL-TO-BASE                     VALUE 'B'.
002100     05  FXL-BASE-AMOUNT         PIC 9(11)V99.
002200     05  FXL-FOREIGN-AMOUNT      PIC 9(11)V99.
002300     05  FXL-RATE                PIC 9(05)V9(06).
002400     05  FXL-RATE-DATE           PIC 9(08).
002500     05  FXL-BASE-CURRENCY       PIC X(03).
002600     05  FXL-FLAG                PIC X(01).
002700         88  FXL-FOUND                       VALUE 'Y'.
002800         88  FXL-NOT-FOUND                   VALUE 'N'.
