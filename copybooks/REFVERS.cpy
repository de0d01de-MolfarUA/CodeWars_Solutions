000100*--------------------------------------------------------------
000200* REFVERS.CPY
000300*--------------------------------------------------------------
000400* ONE RECORD OF THE REFVERS REFERENCE-TABLE VERSION STORE. THE
000500* BUSINESS REFERENCE TABLES (RATETAB, FARETAB, ASMTRATE,
000600* EXEMPTTB, CARRRATE, WEIGHTTB, AGETHRSH) ARE NO LONGER EDITED
000700* IN PLACE: EVERY CHANGE IS HELD HERE AS A NEW NUMBERED VERSION
000800* OF THE WHOLE TABLE, WITH THE DATE IT TAKES EFFECT, WHO MADE
000900* IT AND WHO APPROVED IT. REFTAB-CHANGE MAINTAINS THE STORE;
001000* REFTAB-PUBLISH WRITES THE VERSION IN FORCE FOR A BUSINESS
001100* DATE OUT TO THE TABLE'S OWN DD FOR THE CONSUMING BATCHES.
001200*
001300* EACH VERSION IS AN 'H' HEADER RECORD FOLLOWED BY ITS 'D' ROW
001400* RECORDS, WHOSE BODY IS THE TABLE ROW EXACTLY AS THE
001500* CONSUMING PROGRAM READS IT. VERSION NUMBERS RUN FROM 0001
001600* WITHIN EACH TABLE AND ARE NEVER REUSED; A VERSION IS NEVER
001700* DELETED, SO ANY PAST BUSINESS DATE CAN BE PUBLISHED AGAIN.
001800* STATUS P PENDING APPROVAL, A APPROVED, R REJECTED.
001900*--------------------------------------------------------------
002000 01  REFERENCE-VERSION-RECORD.
002100     05  RV-TABLE-NAME           PIC X(08).
002200     05  FILLER                  PIC X(01).
002300     05  RV-VERSION              PIC 9(04).
002400     05  FILLER                  PIC X(01).
002500     05  RV-RECORD-TYPE          PIC X(01).
002600         88  RV-HEADER-RECORD                VALUE 'H'.
002700         88  RV-ROW-RECORD                   VALUE 'D'.
002800     05  FILLER                  PIC X(01).
002900     05  RV-RECORD-BODY          PIC X(80).
003000     05  RV-HEADER-BODY REDEFINES RV-RECORD-BODY.
003100         10  RV-EFFECTIVE-DATE   PIC 9(08).
003200         10  FILLER              PIC X(01).
003300         10  RV-STATUS           PIC X(01).
003400             88  RV-PENDING                  VALUE 'P'.
003500             88  RV-APPROVED                 VALUE 'A'.
003600             88  RV-REJECTED                 VALUE 'R'.
003700         10  FILLER              PIC X(01).
003800         10  RV-MAKER            PIC X(03).
003900         10  FILLER              PIC X(01).
004000         10  RV-APPROVER         PIC X(03).
004100         10  FILLER              PIC X(01).
004200         10  RV-DECIDED-DATE     PIC 9(08).
004300         10  FILLER              PIC X(01).
004400         10  RV-ROW-COUNT        PIC 9(04).
004500         10  FILLER              PIC X(01).
004600         10  RV-CHANGE-REF       PIC X(10).
004700         10  FILLER              PIC X(37).
