000100*--------------------------------------------------------------
000200* TRTHIST.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF THE TRTHIST PEST-TREATMENT HISTORY, KEYED BY
000500* ROOM AND HOLE NUMBER SO EACH HOLE CARRIES ITS LATEST
000600* TREATMENT. PEST-TREATMENT-ORDERS WRITES THE LINE WHEN IT
000700* ISSUES A WORK ORDER, WITH THE HOLE'S BUG COUNT FROM THE
000800* SCATTER RUN THAT RAISED IT, AND POSTS THE CREW'S COMPLETION
000900* DATE FROM TRTDONE. THE FIRST SCATTER RUN AFTER COMPLETION
001000* SUPPLIES THE AFTER COUNT AND CLOSES THE LINE AS REVIEWED;
001100* ONLY THEN MAY A NEW ORDER BE RAISED ON THE SAME HOLE.
001200*--------------------------------------------------------------
001300 01  TREATMENT-HISTORY-RECORD.
001400     05  TH-KEY.
001500         10  TH-ROOM-ID          PIC 9(04).
001600         10  TH-HOLE             PIC 9(02).
001700     05  TH-ORDER-ID             PIC X(12).
001800     05  TH-SCHEDULED-DATE       PIC 9(08).
001900     05  TH-TREATMENT-TYPE       PIC X(10).
002000     05  TH-CREW-HOURS           PIC 9(02)V9.
002100     05  TH-BEFORE-COUNT         PIC 9(03).
002200     05  TH-CAPACITY             PIC 9(04).
002300     05  TH-COMPLETED-DATE       PIC 9(08).
002400     05  TH-AFTER-COUNT          PIC 9(03).
002500     05  TH-STATUS               PIC X(01).
002600         88  TH-OPEN                         VALUE 'O'.
002700         88  TH-COMPLETED                    VALUE 'C'.
002800         88  TH-REVIEWED                     VALUE 'R'.
