000100*--------------------------------------------------------------
000200* CARRRATE.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF ONE ROW OF THE CARRRATE CARRIER RATE TABLE
000500* (48 BYTES): THE CARRIER, THE CONTAINER VOLUME BRACKET THE
000600* ROW COVERS, THE RATE PER THOUSAND VOLUME UNITS, THE PER-CRATE
000700* MINIMUM, AND THE CURRENCY THE CARRIER BILLS IN - BLANK IS
000800* THE BASE CURRENCY. A CONTAINER'S CHARGE IS VOLUME TIMES THE
000900* RATE PER THOUSAND OR CRATES TIMES THE MINIMUM, WHICHEVER IS
001000* GREATER. FREIGHT-COSTING-BATCH PRICES THE LOAD PLANS ON IT
001100* AND FREIGHT-BILL-AUDIT RE-RATES THE CARRIERS' BILLS ON IT.
001200*--------------------------------------------------------------
001300 01  CARRIER-RATE-RECORD.
001400     05  CR-CARRIER              PIC X(08).
001500     05  FILLER                  PIC X(01).
001600     05  CR-LOW-VOLUME           PIC 9(09).
001700     05  FILLER                  PIC X(01).
001800     05  CR-HIGH-VOLUME          PIC 9(09).
001900     05  FILLER                  PIC X(01).
002000     05  CR-RATE-PER-KVOL        PIC 9(05)V99.
002100     05  FILLER                  PIC X(01).
002200     05  CR-PER-CRATE-MIN        PIC 9(05)V99.
002300     05  FILLER                  PIC X(01).
002400     05  CR-CURRENCY             PIC X(03).
