000100*--------------------------------------------------------------
000200* SUSPLIN.CPY
000300*--------------------------------------------------------------
000400* SUSPENSE LINE. A BATCH THAT REJECTS AN INPUT RECORD WRITES
000500* ONE OF THESE TO ITS OWN EXCEPTION FILE BESIDE ITS USUAL
000600* EXCEPTION LINE: THE TAG "SUSP", THE REASON, AND THE RECORD
000700* IMAGE EXACTLY AS IT WAS READ, IN THE PROGRAM'S INPUT LAYOUT.
000800* SUSPENSE-SWEEP TAKES ONLY THESE LINES INTO THE SUSPENSE
000900* MASTER AND LEAVES THE REST OF THE EXCEPTION LIST ALONE. A
001000* REJECT THAT SPANS SEVERAL INPUT RECORDS (A LOT, A CARD DECK)
001100* WRITES ONE LINE PER RECORD, THE SECOND AND LATER FLAGGED
001200* '+' SO THEY STAY TOGETHER; A REJECT WITH NO SINGLE INPUT
001300* RECORD BEHIND IT LEAVES THE IMAGE BLANK.
001400*--------------------------------------------------------------
001500 01  SUSPENSE-LINE.
001600     05  SQ-TAG                  PIC X(05)       VALUE "SUSP ".
001700     05  SQ-REASON               PIC X(30)       VALUE SPACES.
001800     05  FILLER                  PIC X(01)       VALUE SPACE.
001900     05  SQ-LINK                 PIC X(01)       VALUE SPACE.
002000         88  SQ-FIRST-OF-ITEM                    VALUE SPACE.
002100         88  SQ-SAME-ITEM                        VALUE '+'.
002200     05  FILLER                  PIC X(01)       VALUE SPACE.
002300     05  SQ-IMAGE                PIC X(200)      VALUE SPACES.
