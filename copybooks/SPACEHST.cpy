000100*--------------------------------------------------------------
000200* SPACEHST.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF ONE LINE OF THE SPACEHST SPACE HISTORY, AS
000500* SPACE-MONITOR APPENDS IT: ONE OBSERVATION PER MONITORED
000600* DATASET PER CYCLE - THE CYCLE CORRELATION ID AND BUSINESS
000700* DATE IT WAS TAKEN, THE DD NAME FROM SPACEPOL, THE RECORD
000800* COUNT, THE SPACE THOSE RECORDS OCCUPY AND THE SPACE THE
000900* ALLOCATION CAN REACH (KILOBYTES), AND THE PERCENTAGE USED.
001000* THE MONITOR FITS ITS GROWTH TRENDS FROM THESE LINES IN FILE
001100* ORDER, SO THE FILE IS ONLY EVER APPENDED TO.
001200*--------------------------------------------------------------
001300 01  SPACE-HISTORY-RECORD.
001400     05  SH-CYCLE-ID              PIC X(12).
001500     05  FILLER                   PIC X(01).
001600     05  SH-DATE                  PIC 9(08).
001700     05  FILLER                   PIC X(01).
001800     05  SH-DD-NAME               PIC X(08).
001900     05  FILLER                   PIC X(01).
002000     05  SH-RECORD-COUNT          PIC 9(10).
002100     05  FILLER                   PIC X(01).
002200     05  SH-USED-KB               PIC 9(09).
002300     05  FILLER                   PIC X(01).
002400     05  SH-ALLOCATED-KB          PIC 9(09).
002500     05  FILLER                   PIC X(01).
002600     05  SH-PERCENT-USED          PIC 9(03).
