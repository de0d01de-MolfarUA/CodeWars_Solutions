000100*--------------------------------------------------------------
000200* XMITREG.CPY
000300*--------------------------------------------------------------
000400* ONE OUTBOUND FILE TRANSMISSION ON THE XMITREG TRANSMISSION
000500* REGISTER (OLD STORE XMITREG, NEW STORE XMITNEW; ONE
000600* GENERATION PER PASS). TRANSMISSION-REGISTER ADDS A
000700* REGISTRATION FOR EACH FILE SENT TO EACH PARTNER, CARRYING
000800* THE RECORD COUNT AND ORDINAL HASH FROM THE FILE'S LATEST
000900* PRODUCER TRAILER ON CHAINBAL (SEE CHNTRLR.CPY) AS PROOF OF
001000* WHAT LEFT; TRANSMISSION-ACK-MATCH SETTLES IT AGAINST THE
001100* PARTNER'S ACKNOWLEDGEMENT.
001200*
001300* XR-TRANSMISSION-ID IS THE SEND DATE (YYYYMMDD) AND A FOUR-
001400* DIGIT SEQUENCE WITHIN THAT DATE, AND IS THE REFERENCE THE
001500* PARTNER QUOTES BACK. XR-DUE-DATE AND XR-DUE-TIME ARE THE
001600* SEND TIME PLUS THE PARTNER'S ACKNOWLEDGEMENT SLA IN HOURS.
001700* A RESEND OF A FILE ALREADY REGISTERED TO THE SAME PARTNER
001800* WITH THE SAME COUNT AND HASH NAMES THE EARLIER
001900* REGISTRATION IN XR-RESEND-OF. XR-ALERTED-SW IS SET ONCE THE
002000* OVERDUE WARNING HAS GONE TO OPALERT, SO IT IS RAISED ONCE.
002100*--------------------------------------------------------------
002200 01  TRANSMISSION-RECORD.
002300     05  XR-TRANSMISSION-ID      PIC 9(12).
002400     05  XR-TRANSMISSION-ID-PARTS REDEFINES XR-TRANSMISSION-ID.
002500         10  XR-ID-DATE          PIC 9(08).
002600         10  XR-ID-SEQUENCE      PIC 9(04).
002700     05  XR-STATUS               PIC X(01).
002800         88  XR-AWAITING                     VALUE 'S'.
002900         88  XR-ACKNOWLEDGED                 VALUE 'A'.
003000         88  XR-COUNT-MISMATCH               VALUE 'M'.
003100         88  XR-SETTLED                      VALUE 'A' 'M'.
003200     05  XR-FILE-NAME            PIC X(08).
003300     05  XR-PARTNER-ID           PIC X(08).
003400     05  XR-DESTINATION          PIC X(40).
003500     05  XR-CYCLE-ID             PIC X(12).
003600     05  XR-PRODUCER-ID          PIC X(08).
003700     05  XR-RECORD-COUNT         PIC 9(09).
003800     05  XR-HASH-TOTAL           PIC 9(12).
003900     05  XR-SEND-STAMP.
004000         10  XR-SEND-DATE        PIC 9(08).
004100         10  XR-SEND-TIME        PIC 9(06).
004200     05  XR-SLA-HOURS            PIC 9(04).
004300     05  XR-DUE-STAMP.
004400         10  XR-DUE-DATE         PIC 9(08).
004500         10  XR-DUE-TIME         PIC 9(06).
004600     05  XR-ACK-STAMP.
004700         10  XR-ACK-DATE         PIC 9(08).
004800         10  XR-ACK-TIME         PIC 9(06).
004900     05  XR-ACK-COUNT            PIC 9(09).
005000     05  XR-ACK-REFERENCE        PIC X(20).
005100     05  XR-ACK-LATE-SW          PIC X(01).
005200         88  XR-ACK-LATE                     VALUE 'Y'.
005300     05  XR-ALERTED-SW           PIC X(01).
005400         88  XR-ALERTED                      VALUE 'Y'.
005500     05  XR-RESEND-OF            PIC 9(12).
005600     05  FILLER                  PIC X(11).
