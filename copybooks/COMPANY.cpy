000100*--------------------------------------------------------------
000200* COMPANY.CPY
000300*--------------------------------------------------------------
000400* COMPANY CODES. RENTAL, FREIGHT, AND STORAGE ARE RUN FOR TWO
000500* SISTER COMPANIES ON THE ONE SYSTEM, AND EVERY BUSINESS INPUT
000600* LINE NOW CARRIES A TWO-CHARACTER COMPANY CODE THAT THE
000700* BATCHES CARRY THROUGH TO THEIR OUTPUT AND TOTAL BY. A LINE
000800* IN THE OLD FORMAT HAS NO CODE (SPACES) AND BELONGS TO THE
000900* PARENT COMPANY, 01, WHICH IS ALL THE SYSTEM RAN BEFORE. '**'
001000* STANDS FOR EVERY COMPANY - ON A CONSOLIDATED TOTAL, AND ON
001100* AN OPERATOR-AUTH REQUEST FOR ALL COMPANIES' DATA AT ONCE.
001200*--------------------------------------------------------------
001300 01  COMPANY-CODES.
001400     05  CMP-PARENT-COMPANY      PIC X(02)       VALUE "01".
001500     05  CMP-ALL-COMPANIES       PIC X(02)       VALUE "**".
