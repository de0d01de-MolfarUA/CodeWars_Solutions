000100*--------------------------------------------------------------
000200* ABBRCOL.CPY
000300*--------------------------------------------------------------
000400* LINKAGE LAYOUT FOR A CALL TO ABBREV-COLLISION-CHECK. THE
000500* CALLER CLOSES SHORTOUT, SHORTSID AND DESCIN FIRST; THE CHECK
000600* READS THEM BACK RECORD FOR RECORD, GROUPS THE RECORDS BY
000700* SHORT FORM, AND LISTS ON ABBRCOLL EVERY GROUP WHOSE ORIGINAL
000800* DESCRIPTIONS DIFFER. A COLLIDING SHORT FORM NOT ON THE
000900* ABBRKNWN LIST OF COLLISIONS ALREADY REVIEWED BY THE CATALOGUE
001000* TEAM COUNTS AS NEW. ACR-CHECK-STATUS IS 'C' WHEN EVERY RECORD
001100* WAS CHECKED, 'I' WHEN THE CHECK COULD NOT COVER THE WHOLE
001200* FILE (AN INPUT MISSING OR MORE RECORDS THAN THE TABLE HOLDS).
001300*--------------------------------------------------------------
001400 01  ABBREV-COLLISION-REQUEST.
001500     05  ACR-RECORDS-CHECKED     PIC 9(09).
001600     05  ACR-COLLISION-GROUPS    PIC 9(06).
001700     05  ACR-NEW-COLLISIONS      PIC 9(06).
001800     05  ACR-CHECK-STATUS        PIC X(01).
001900         88  ACR-CHECK-COMPLETE              VALUE 'C'.
002000         88  ACR-CHECK-INCOMPLETE            VALUE 'I'.
