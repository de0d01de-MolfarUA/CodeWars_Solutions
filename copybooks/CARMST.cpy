000100*--------------------------------------------------------------
000200* CARMST.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF THE CARMST SUPPLIER CORRECTIVE-ACTION
000500* MASTER, KEYED BY CAR NUMBER ("CAR" AND A FIVE-DIGIT
000600* SEQUENCE). SUPPLIER-CAR-BATCH OPENS A CAR WHEN A SUPPLIER'S
000700* MONTHLY QAREJHST REJECTS REACH THE OPEN THRESHOLD, NAMING
000800* THE FAILING CHECK TYPE THAT DROVE MOST OF THEM, AND EACH
000900* CYCLE AFTER THAT RECORDS THE SUPPLIER'S LATEST MONTH. STATUS
001000* IS 'O' OPEN, 'P' PROPOSED FOR CLOSURE ONCE THE REJECTS HAVE
001100* FALLEN BACK TO THE RECOVERY LINE, OR 'C' CLOSED.
001200*--------------------------------------------------------------
001300 01  CORRECTIVE-ACTION-RECORD.
001400     05  CA-CAR-NUMBER.
001500         10  CA-CAR-PREFIX       PIC X(03).
001600         10  CA-CAR-SEQUENCE     PIC 9(05).
001700     05  CA-SUPPLIER-CODE        PIC X(04).
001800     05  CA-REJECT-CATEGORY      PIC X(01).
001900     05  CA-OPEN-DATE            PIC 9(08).
002000     05  CA-DUE-DATE             PIC 9(08).
002100     05  CA-STATUS               PIC X(01).
002200         88  CA-OPEN                         VALUE 'O'.
002300         88  CA-PROPOSED                     VALUE 'P'.
002400         88  CA-CLOSED                       VALUE 'C'.
002500     05  CA-OPEN-MONTH           PIC 9(06).
002600     05  CA-OPEN-REJECTS         PIC 9(07).
002700     05  CA-LAST-MONTH           PIC 9(06).
002800     05  CA-LAST-REJECTS         PIC 9(07).
002900     05  CA-STATUS-DATE          PIC 9(08).
