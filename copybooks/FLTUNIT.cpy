000100*--------------------------------------------------------------
000200* FLTUNIT.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF THE FLEETUNT FLEET UNIT MASTER, ONE RECORD
000500* PER VEHICLE KEYED BY UNIT ID: ITS CLASS AND HOME LOCATION,
000600* RENTAL DAYS ACCUMULATED SINCE ITS LAST SERVICE AGAINST ITS
000700* SERVICE INTERVAL, THE LAST SERVICE AND LAST BOOKING DATES,
000800* LIFETIME RENTAL DAYS, AND THE STATUS BYTE - 'A' AVAILABLE,
000900* OR 'H' HELD IN THE SHOP FROM THE CYCLE FLEET-MAINT-BATCH
001000* FINDS IT OVERDUE UNTIL A SERVICE-COMPLETION RECORD IS
001100* POSTED. FLEET-UNIT-POSTING ADDS THE DAYS FROM THE CONVERTED
001200* BOOKINGS EACH NIGHT.
001300*--------------------------------------------------------------
001400 01  FLEET-UNIT-RECORD.
001500     05  FU-UNIT-ID               PIC X(08).
001600     05  FU-CLASS                 PIC X(04).
001700     05  FU-LOCATION              PIC X(04).
001800     05  FU-DAYS-SINCE-SERVICE    PIC 9(05).
001900     05  FU-SERVICE-INTERVAL      PIC 9(05).
002000     05  FU-LAST-SERVICE-DATE     PIC 9(08).
002100     05  FU-LAST-BOOKING-DATE     PIC 9(08).
002200     05  FU-TOTAL-RENTAL-DAYS     PIC 9(07).
002300     05  FU-STATUS                PIC X(01).
002400         88  FU-AVAILABLE                     VALUE 'A'.
002500         88  FU-HELD-IN-SHOP                  VALUE 'H'.
