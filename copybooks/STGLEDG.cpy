000100*--------------------------------------------------------------
000200* STGLEDG.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF THE STGLEDG WAREHOUSE STORAGE LEDGER, KEYED
000500* BY CRATE AND RECEIPT DATE SO A CRATE THAT LEAVES AND COMES
000600* BACK KEEPS ONE LINE PER STAY. STORAGE-LEDGER-POSTING OPENS A
000700* STAY WHEN THE CRATE IS RECEIVED, TAKING ITS VOLUME FROM THE
000800* CRATEOUT MANIFEST, AND CLOSES IT WITH THE RELEASE DATE; A
000900* ZERO RELEASE DATE MEANS THE CRATE IS STILL IN STORE.
001000* STORAGE-BILLING-BATCH CHARGES EACH STAY'S VOLUME-DAYS THAT
001100* FALL IN THE BILLING MONTH.
001110* SL-COMPANY IS THE OPERATING COMPANY THAT OWNS THE CRATE, TAKEN
001120* FROM THE CRATEOUT MANIFEST AT RECEIPT (SEE COMPANY.CPY).
001200*--------------------------------------------------------------
001300 01  STORAGE-LEDGER-RECORD.
001400     05  SL-KEY.
001500         10  SL-CRATE-ID         PIC X(10).
001600         10  SL-RECEIPT-DATE     PIC 9(08).
001700     05  SL-CUSTOMER-ID          PIC X(10).
001800     05  SL-ZONE                 PIC X(04).
001900     05  SL-VOLUME               PIC 9(08).
002000     05  SL-RELEASE-DATE         PIC 9(08).
002100         88  SL-IN-STORE                     VALUE ZERO.
002200     05  SL-COMPANY              PIC X(02).
