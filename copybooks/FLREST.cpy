000100*--------------------------------------------------------------
000200* FLREST.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF ONE LINE OF THE FLOOREST FIT-OUT ESTIMATE -
000500* ONE LINE PER JOB AND MATERIAL, AS FLOOR-ESTIMATE-BATCH WRITES
000600* IT: THE MEASURED QUANTITY OVER ALL ROOMS OF THE JOB (SQUARE
000700* METRES OF FLOORING, OR METRES OF SKIRTING TRIM), THE ORDER
000800* QUANTITY AFTER THE MATERIAL'S WASTAGE ALLOWANCE, THE PACKS
000900* TO ORDER, AND THEIR COST. AREA-PERIM-RECON READS IT BACK TO
001000* RECONCILE THE ESTIMATE AGAINST THE FITTER'S ACTUAL USAGE.
001100*--------------------------------------------------------------
001200 01  FLOOR-ESTIMATE-RECORD.
001300     05  FE-JOB-ID               PIC X(08).
001400     05  FILLER                  PIC X(01).
001500     05  FE-MATERIAL-CODE        PIC X(06).
001600     05  FILLER                  PIC X(01).
001700     05  FE-MATERIAL-TYPE        PIC X(01).
001800         88  FE-FLOORING                     VALUE 'F'.
001900         88  FE-TRIM                         VALUE 'T'.
002000     05  FILLER                  PIC X(01).
002100     05  FE-MEASURED-QTY         PIC 9(06)V99.
002200     05  FILLER                  PIC X(01).
002300     05  FE-ORDER-QTY            PIC 9(06)V99.
002400     05  FILLER                  PIC X(01).
002500     05  FE-PACKS                PIC 9(05).
002600     05  FILLER                  PIC X(01).
002700     05  FE-COST                 PIC 9(07)V99.
