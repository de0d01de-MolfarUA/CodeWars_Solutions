000100*--------------------------------------------------------------
000200* PRCLNG.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF ONE PARCEL LINEAGE LINE. THE SURVEY DESK
000500* KEYS SPLITS AND MERGES ON PARCLTX IN THIS LAYOUT, ONE LINE
000600* PER PARCEL IN THE TRANSACTION: A SPLIT ('S') HAS ONE PARENT
000700* ('P') AND TWO OR MORE CHILDREN ('C'), A MERGE ('M') TWO OR
000800* MORE PARENTS AND ONE CHILD, ALL LINES OF A TRANSACTION
000900* SHARING ITS ID. PARCEL-LINEAGE-BATCH WRITES THE TRANSACTIONS
001000* THAT PASS VALIDATION TO PARCLNG IN THE SAME LAYOUT, AND
001100* PARCEL-ASSESSMENT-BATCH FOLLOWS PARCLNG WHEN IT COMPARES THE
001200* ROLL WITH LAST CYCLE'S.
001300*--------------------------------------------------------------
001400 01  PARCEL-LINEAGE-RECORD.
001500     05  LN-TXN-ID               PIC X(08).
001600     05  FILLER                  PIC X(01).
001700     05  LN-TXN-TYPE             PIC X(01).
001800         88  LN-SPLIT                        VALUE 'S'.
001900         88  LN-MERGE                        VALUE 'M'.
002000     05  FILLER                  PIC X(01).
002100     05  LN-ROLE                 PIC X(01).
002200         88  LN-PARENT                       VALUE 'P'.
002300         88  LN-CHILD                        VALUE 'C'.
002400     05  FILLER                  PIC X(01).
002500     05  LN-PARCEL-ID            PIC X(10).
002600     05  FILLER                  PIC X(01).
002700     05  LN-EFFECTIVE-DATE       PIC X(08).
