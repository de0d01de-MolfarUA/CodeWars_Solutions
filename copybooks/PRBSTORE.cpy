000100*--------------------------------------------------------------
000200* PRBSTORE.CPY
000300*--------------------------------------------------------------
000400* THE PROBLEM STORE KEPT BY PROBLEM-MANAGEMENT-BATCH (OLD
000500* STORE PRBSTORE, NEW STORE PRBNEW; ONE GENERATION PER PASS).
000600* A PROBLEM IS EVERY DIAGDUMP FAILURE WITH THE SAME PROGRAM,
000700* SEVERITY (THE RETURN CODE) AND REASON FROM THE SHARED
000800* UTILITY-STATUS-BLOCK (SEE RETCODE.CPY), SO THE ELEVENTH
000900* DUMP OF A FAILURE ADDS TO ONE RECORD INSTEAD OF OPENING AN
001000* ELEVENTH INCIDENT. TWO RECORD TYPES, PROBLEMS FIRST IN
001100* PROBLEM-ID ORDER, THEN THE OCCURRENCES:
001200*   P - THE PROBLEM: STATUS, OWNER, ROOT CAUSE AND FIX
001300*       REFERENCE (SET FROM PRBCHG CARDS), WHEN IT WAS FIRST
001400*       AND LAST SEEN, AND ITS COUNTS OVER THE OCCURRENCES
001500*       KEPT. PS-SINCE-FIX COUNTS THE DUMPS FROM CYCLES AFTER
001600*       PS-FIX-DATE; A CLOSED PROBLEM THAT GAINS ONE IS SET
001700*       RECURRED AND ALERTED ONCE.
001800*   C - HOW MANY TIMES THE PROBLEM WAS DUMPED IN ONE CYCLE.
001900*       A CYCLE STILL ON DIAGDUMP IS RECOUNTED FROM SCRATCH
002000*       EACH PASS, SO A RERUN NEVER COUNTS A DUMP TWICE, AND
002100*       A CYCLE THE RETENTION SERVICE HAS PURGED KEEPS THE
002200*       COUNT LAST TAKEN.
002300*--------------------------------------------------------------
002400 01  PROBLEM-STORE-RECORD.
002500     05  PS-RECORD-TYPE          PIC X(01).
002600         88  PS-PROBLEM                      VALUE 'P'.
002700         88  PS-OCCURRENCE                   VALUE 'C'.
002800     05  FILLER                  PIC X(01).
002900     05  PS-PROBLEM-ID           PIC 9(05).
003000     05  FILLER                  PIC X(01).
003100     05  PS-BODY                 PIC X(140).
003200     05  PS-PROBLEM-BODY REDEFINES PS-BODY.
003300         10  PS-PROGRAM-ID       PIC X(08).
003400         10  FILLER              PIC X(01).
003500         10  PS-SEVERITY         PIC 9(01).
003600         10  FILLER              PIC X(01).
003700         10  PS-REASON           PIC 9(04).
003800         10  FILLER              PIC X(01).
003900         10  PS-STATUS           PIC X(01).
004000             88  PS-OPEN                     VALUE 'O'.
004100             88  PS-INVESTIGATING            VALUE 'I'.
004200             88  PS-CLOSED                   VALUE 'C'.
004300             88  PS-RECURRED                 VALUE 'R'.
004400         10  FILLER              PIC X(01).
004500         10  PS-OWNER            PIC X(08).
004600         10  FILLER              PIC X(01).
004700         10  PS-OPENED-DATE      PIC 9(08).
004800         10  FILLER              PIC X(01).
004900         10  PS-FIRST-SEEN       PIC 9(08).
005000         10  FILLER              PIC X(01).
005100         10  PS-LAST-SEEN        PIC 9(08).
005200         10  FILLER              PIC X(01).
005300         10  PS-TOTAL-COUNT      PIC 9(07).
005400         10  FILLER              PIC X(01).
005500         10  PS-CYCLES-HIT       PIC 9(05).
005600         10  FILLER              PIC X(01).
005700         10  PS-FIX-REFERENCE    PIC X(12).
005800         10  FILLER              PIC X(01).
005900         10  PS-FIX-DATE         PIC 9(08).
006000         10  FILLER              PIC X(01).
006100         10  PS-SINCE-FIX        PIC 9(05).
006200         10  FILLER              PIC X(01).
006300         10  PS-ROOT-CAUSE       PIC X(40).
006400         10  FILLER              PIC X(04).
006500     05  PS-OCCURRENCE-BODY REDEFINES PS-BODY.
006600         10  PS-CYCLE-DATE       PIC 9(08).
006700         10  FILLER              PIC X(01).
006800         10  PS-CYCLE-COUNT      PIC 9(05).
006900         10  FILLER              PIC X(126).
