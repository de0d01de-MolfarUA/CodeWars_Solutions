000100*--------------------------------------------------------------
000200* DMDHIST.CPY
000300*--------------------------------------------------------------
000400* ONE LINE OF THE DMDHIST STOP-LEVEL DEMAND HISTORY. EVERY
000500* ROUTE-LOAD-ANALYSIS RUN APPENDS ONE LINE PER STOP OF EVERY
000600* TRIP ON TRIPIN THAT CARRIES ITS SERVICE DATE AND DEPARTURE
000700* TIME: THE ROUTE AND STOP, THE DATE, THE TRIP'S DEPARTURE AS
000800* HHMM AND THE TIME-OF-DAY BAND IT FALLS IN (DMDBAND.CPY), THE
000900* PEOPLE BOARDING AND ALIGHTING THERE AND THE LOAD ON BOARD
001000* LEAVING THE STOP. THE FILE IS KEPT FOR WEEKS SO DEMAND-
001100* PROFILE-BATCH CAN PROFILE IT BY DAY TYPE AND BAND.
001200*--------------------------------------------------------------
001300 01  DEMAND-HISTORY-RECORD.
001400     05  DH-ROUTE-ID             PIC X(06).
001500     05  FILLER                  PIC X(01).
001600     05  DH-STOP-SEQ             PIC 9(03).
001700     05  FILLER                  PIC X(01).
001800     05  DH-SERVICE-DATE         PIC 9(08).
001900     05  FILLER                  PIC X(01).
002000     05  DH-DEPART-TIME          PIC 9(04).
002100     05  FILLER                  PIC X(01).
002200     05  DH-BAND                 PIC X(02).
002300     05  FILLER                  PIC X(01).
002400     05  DH-BOARDINGS            PIC 9(03).
002500     05  FILLER                  PIC X(01).
002600     05  DH-ALIGHTINGS           PIC 9(03).
002700     05  FILLER                  PIC X(01).
002800     05  DH-LOAD                 PIC 9(04).
