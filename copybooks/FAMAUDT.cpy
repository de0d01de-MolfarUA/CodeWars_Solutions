000100*--------------------------------------------------------------
000200* FAMAUDT.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF THE FAMAUDT HOUSEHOLD AGE AUDIT TRAIL, ONE
000500* LINE PER RECORD IMAGE TOUCHED BY FAMILY-AGE-MAINTENANCE: THE
000600* BEFORE IMAGE (B) OF EVERY HOUSEHOLD CHANGED, DELETED OR GIVING
000700* UP A MOVED MEMBER, AND THE AFTER IMAGE (A) OF EVERY HOUSEHOLD
000800* ADDED, CHANGED OR RECEIVING ONE. THE MEMBER BYTE NAMES THE
000900* PARENT (P) OR DEPENDENT (D) A CHANGE OR MOVE WAS ABOUT AND IS
001000* BLANK FOR A WHOLE-HOUSEHOLD ADD OR DELETE. THE FILE IS ADDED
001100* TO BY EVERY MAINTENANCE RUN OF THE CYCLE; AGE-EVENT-BATCH
001200* READS IT TO TELL AN AGE CORRECTED BY A TRANSACTION FROM A
001300* MEMBER GROWING OLDER, AND JOB CONTROL ROLLS IT WITH THE
001400* FAMAGPRV SNAPSHOT.
001500*--------------------------------------------------------------
001600 01  FAMILY-AUDIT-RECORD.
001700     05  FA-RUN-DATE             PIC 9(08).
001800     05  FILLER                  PIC X(01).
001900     05  FA-TRAN-CODE            PIC X(01).
002000         88  FA-ADD                          VALUE 'A'.
002100         88  FA-CHANGE                       VALUE 'C'.
002200         88  FA-DELETE                       VALUE 'D'.
002300         88  FA-MOVE                         VALUE 'M'.
002400     05  FILLER                  PIC X(01).
002500     05  FA-IMAGE                PIC X(01).
002600         88  FA-BEFORE-IMAGE                 VALUE 'B'.
002700         88  FA-AFTER-IMAGE                  VALUE 'A'.
002800     05  FILLER                  PIC X(01).
002900     05  FA-FAMILY-ID            PIC X(10).
003000     05  FILLER                  PIC X(01).
003100     05  FA-MEMBER               PIC X(01).
003200     05  FILLER                  PIC X(01).
003300     05  FA-AGE-DAD              PIC 9(03).
003400     05  FILLER                  PIC X(01).
003500     05  FA-AGE-SON              PIC 9(02).
003600     05  FILLER                  PIC X(01).
003700     05  FA-REASON               PIC X(04).
