000100*--------------------------------------------------------------
000200* FLTAVL.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF ONE LINE OF THE FLEETAVL AVAILABILITY
000500* MASTER: VEHICLE CLASS, PICKUP LOCATION, THE DATE RANGE THE
000600* ROW COVERS, AND THE UNITS ON HAND FOR QUOTING. THE FLEET
000700* DESK POSTS THE GROSS FIGURES (FLEETGRS); FLEET-MAINT-BATCH
000800* WRITES FLEETAVL FROM THEM WITH THE UNITS HELD IN THE SHOP
000900* TAKEN OUT, AND RATE-QUOTE-BATCH QUOTES FROM THE RESULT.
001000*--------------------------------------------------------------
001100 01  FLEET-AVAIL-RECORD.
001200     05  FA-CLASS            PIC X(04).
001300     05  FILLER              PIC X(01).
001400     05  FA-LOCATION         PIC X(04).
001500     05  FILLER              PIC X(01).
001600     05  FA-START-DATE       PIC 9(08).
001700     05  FILLER              PIC X(01).
001800     05  FA-END-DATE         PIC 9(08).
001900     05  FILLER              PIC X(01).
002000     05  FA-UNITS            PIC 9(04).
