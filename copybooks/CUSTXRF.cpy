000100*--------------------------------------------------------------
000200* CUSTXRF.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF THE CUSTXREF CUSTOMER CROSS-REFERENCE,
000500* KEYED BY SOURCE SYSTEM AND THAT SYSTEM'S OWN CUSTOMER ID
000600* (RENTAL, STORAGE, FREIGHT, PARCEL). EACH RECORD NAMES THE
000700* MASTER CUSTOMER THE SOURCE ID WAS REGISTERED UNDER. A
000800* CONFIRMED MERGE IS ITSELF A CROSS-REFERENCE RECORD: SOURCE
000900* MASTER, KEYED BY THE ABSORBED MASTER ID, POINTING AT THE
001000* SURVIVOR - SO A SOURCE ID REGISTERED BEFORE THE MERGE STILL
001100* RESOLVES, THROUGH THE MERGE, TO THE SURVIVING CUSTOMER.
001200*--------------------------------------------------------------
001300 01  CUSTOMER-XREF-RECORD.
001400     05  CX-KEY.
001500         10  CX-SOURCE           PIC X(08).
001600             88  CX-MERGE-LINK               VALUE "MASTER  ".
001700         10  CX-SOURCE-ID        PIC X(10).
001800     05  CX-CUSTOMER-ID          PIC X(10).
001900     05  CX-LINKED-DATE          PIC 9(08).
