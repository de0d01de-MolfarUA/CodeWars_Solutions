000100*--------------------------------------------------------------
000200* RTEMST.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF ONE LINE OF THE ROUTEMST ROUTE MASTER: THE
000500* ROUTE, ITS VEHICLE TYPE, THE SEATED AND CRUSH CAPACITIES OF
000600* THAT VEHICLE, AND THE FIRST DEPARTURE OF THE DAY AS HHMM.
000700* ROUTE-LOAD-ANALYSIS READS THE CAPACITIES; DRIVER-ROSTER-
000800* BATCH READS THE VEHICLE TYPE FOR THE LICENCE MATCH AND THE
000900* FIRST DEPARTURE TO TELL AN EARLY-START DUTY. A LINE FROM
001000* BEFORE THE DEPARTURE WAS ADDED CARRIES SPACES THERE AND
001100* COUNTS AS A NORMAL START.
001200*--------------------------------------------------------------
001300 01  ROUTE-MASTER-RECORD.
001400     05  RM-ROUTE-ID             PIC X(06).
001500     05  FILLER                  PIC X(01).
001600     05  RM-VEHICLE-TYPE         PIC X(08).
001700     05  FILLER                  PIC X(01).
001800     05  RM-SEATED-CAP           PIC 9(03).
001900     05  FILLER                  PIC X(01).
002000     05  RM-CRUSH-CAP            PIC 9(03).
002100     05  FILLER                  PIC X(01).
002200     05  RM-FIRST-DEPART         PIC X(04).
