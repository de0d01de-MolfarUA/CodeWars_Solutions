000100*--------------------------------------------------------------
000200* DMDBAND.CPY
000300*--------------------------------------------------------------
000400* THE TIME-OF-DAY BANDS DEMAND IS PROFILED IN. A TRIP BELONGS
000500* TO THE LAST BAND WHOSE START (HHMM) ITS DEPARTURE HAS
000600* REACHED. ROUTE-LOAD-ANALYSIS STAMPS THE BAND CODE ON EACH
000700* DMDHIST LINE; DEMAND-PROFILE-BATCH REPORTS THE BANDS IN THIS
000800* ORDER UNDER THESE LABELS. A CHANGE HERE APPLIES TO HISTORY
000900* WRITTEN FROM THEN ON.
001000*--------------------------------------------------------------
001100 01  DEMAND-BAND-VALUES.
001200     05  FILLER                  PIC X(14)       VALUE
001300             "EA0000EARLY   ".
001400     05  FILLER                  PIC X(14)       VALUE
001500             "AM0600AM PEAK ".
001600     05  FILLER                  PIC X(14)       VALUE
001700             "MD0900MIDDAY  ".
001800     05  FILLER                  PIC X(14)       VALUE
001900             "PM1500PM PEAK ".
002000     05  FILLER                  PIC X(14)       VALUE
002100             "EV1830EVENING ".
002200     05  FILLER                  PIC X(14)       VALUE
002300             "NT2100NIGHT   ".
002400 01  DEMAND-BAND-TABLE REDEFINES DEMAND-BAND-VALUES.
002500     05  DB-ENTRY OCCURS 6 TIMES.
002600         10  DB-CODE             PIC X(02).
002700         10  DB-START            PIC 9(04).
002800         10  DB-LABEL            PIC X(08).
002900 77  DB-BAND-COUNT               PIC 9(02)       VALUE 6 COMP.
