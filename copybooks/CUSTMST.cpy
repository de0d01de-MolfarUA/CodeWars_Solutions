000100*--------------------------------------------------------------
000200* CUSTMST.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF THE CUSTMAST SHARED CUSTOMER MASTER, KEYED
000500* BY MASTER CUSTOMER ID (C FOLLOWED BY NINE DIGITS, ASSIGNED IN
000600* TURN BY CUSTOMER-MATCH). ONE RECORD PER CUSTOMER AS FIRST
000700* REGISTERED FROM ANY SOURCE SYSTEM'S CUSTOMER EXTRACT: NAME,
000800* ADDRESS, POSTCODE, AND PHONE AS SUPPLIED. A RECORD MERGED
000900* INTO ANOTHER AFTER REVIEW IS KEPT WITH STATUS 'M' AND THE
000910* SURVIVING MASTER ID, SO NO ID IS EVER REUSED OR LOST. THE
000920* CURRENCY IS THE ONE THE CUSTOMER IS QUOTED AND BILLED IN
000930* (AN FXRATE CODE); BLANK MEANS OUR BASE CURRENCY.
001100*--------------------------------------------------------------
001200 01  CUSTOMER-MASTER-RECORD.
001300     05  CM-CUSTOMER-ID          PIC X(10).
001400     05  CM-NAME                 PIC X(30).
001500     05  CM-ADDRESS              PIC X(30).
001600     05  CM-POSTCODE             PIC X(10).
001700     05  CM-PHONE                PIC X(15).
001800     05  CM-STATUS               PIC X(01).
001900         88  CM-ACTIVE                       VALUE 'A'.
002000         88  CM-MERGED                       VALUE 'M'.
002100     05  CM-MERGED-INTO          PIC X(10).
002200     05  CM-FIRST-SOURCE         PIC X(08).
002300     05  CM-ADDED-DATE           PIC 9(08).
002400     05  CM-MERGED-DATE          PIC 9(08).
002500     05  CM-CURRENCY             PIC X(03).
