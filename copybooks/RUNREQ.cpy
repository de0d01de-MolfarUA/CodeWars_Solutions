000100*--------------------------------------------------------------
000200* RUNREQ - ONE BUSINESS RUN REQUEST ON THE RQQUEUE REQUEST
000300* QUEUE (OLD STORE RQQUEUE, NEW STORE RQQNEW; ONE GENERATION
000400* PER PASS). RUN-REQUEST-QUEUE TAKES NEW REQUESTS FROM
000500* RQINTAKE, APPLIES THE RQAPPROV DECISIONS AND CUTS THE NEXT
000600* WINDOW'S PARMIN AND PARM2IN DECKS; RUN-REQUEST-STATUS SETTLES
000700* EACH SCHEDULED REQUEST AGAINST THE WINDOW'S RUNHIST LINES.
000800*
000900* RQ-REQUEST-ID IS THE INTAKE DATE (YYYYMMDD) AND A FOUR-DIGIT
001000* SEQUENCE WITHIN THAT DATE. A 'U' REQUEST IS A UTILITY RUN ON
001100* THE NUMERIC PARMIN CARD, ONE VALUE PER PARAMETER; A 'B'
001200* REQUEST IS A BATCH VALUE LIST ON THE PARM2IN DECK (A PRIMARY
001300* CARD AND ITS CONTINUATIONS). RQ-ESTIMATED-COST IS PRICED
001400* FROM THE CHGRATES CHARGEBACK RATES. RQ-WINDOW-CYCLE AND
001500* RQ-RUNHIST-SEQUENCE NAME THE RUNHIST LINE THAT SERVED THE
001600* REQUEST ONCE IT HAS RUN.
001700*--------------------------------------------------------------
001800 01  RUN-REQUEST-RECORD.
001900     05  RQ-REQUEST-ID           PIC 9(12).
002000     05  RQ-REQUEST-ID-PARTS REDEFINES RQ-REQUEST-ID.
002100         10  RQ-ID-DATE          PIC 9(08).
002200         10  RQ-ID-SEQUENCE      PIC 9(04).
002300     05  RQ-STATUS               PIC X(01).
002400         88  RQ-QUEUED                       VALUE 'Q'.
002500         88  RQ-PENDING-APPROVAL             VALUE 'P'.
002600         88  RQ-APPROVED                     VALUE 'A'.
002700         88  RQ-SCHEDULED                    VALUE 'S'.
002800         88  RQ-RUN                          VALUE 'R'.
002900         88  RQ-FAILED                       VALUE 'F'.
003000         88  RQ-REJECTED                     VALUE 'X'.
003100         88  RQ-READY-TO-RUN                 VALUE 'Q' 'A'.
003200         88  RQ-CLOSED                       VALUE 'R' 'F' 'X'.
003300     05  RQ-ACCOUNT-CODE         PIC X(04).
003400     05  RQ-REQUESTOR            PIC X(08).
003500     05  RQ-REQUEST-KIND         PIC X(01).
003600         88  RQ-UTILITY-RUN                  VALUE 'U'.
003700         88  RQ-BATCH-RUN                    VALUE 'B'.
003800     05  RQ-UTILITY-NAME         PIC X(08).
003900     05  RQ-PRIORITY             PIC 9(01).
004000     05  RQ-NEEDED-BY            PIC 9(08).
004100     05  RQ-RECEIVED-DATE        PIC 9(08).
004200     05  RQ-ESTIMATED-COST       PIC 9(07)V99.
004300     05  RQ-APPROVER             PIC X(03).
004400     05  RQ-WINDOW-CYCLE         PIC X(12).
004500     05  RQ-RUNHIST-SEQUENCE     PIC 9(06).
004600     05  RQ-STATUS-DATE          PIC 9(08).
004700     05  RQ-REASON               PIC X(30).
004800     05  RQ-VALUE-COUNT          PIC 9(01).
004900     05  RQ-VALUE-AREA.
005000         10  RQ-VALUE OCCURS 9   PIC X(20).
005100     05  FILLER                  PIC X(04).
