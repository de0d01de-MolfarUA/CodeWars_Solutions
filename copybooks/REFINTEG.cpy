000100*--------------------------------------------------------------
000200* REFINTEG.CPY
000300*--------------------------------------------------------------
000400* LINKAGE LAYOUT FOR A CALL TO REFERENTIAL-INTEGRITY-SWEEP.
000500* THE SWEEP WORKS THROUGH EVERY RELATIONSHIP CARD ON RELDEFS,
000600* LISTS ORPHANS, UNUSED PARENTS AND COUNTS ON INTEGRPT, AND
000700* RETURNS THE TOTALS HERE. RIR-CRITICAL-UNCHECKED COUNTS THE
000800* CRITICAL RELATIONSHIPS THAT COULD NOT BE CHECKED IN FULL (A
000900* BAD CARD, A FILE MISSING, OR MORE PARENT KEYS THAN THE TABLE
001000* HOLDS). RIR-SWEEP-STATUS IS 'C' WHEN EVERY RELATIONSHIP WAS
001100* CHECKED, 'I' WHEN ANY WAS NOT, 'N' WHEN RELDEFS IS MISSING
001200* OR HOLDS NO CARDS.
001300*--------------------------------------------------------------
001400 01  REFERENTIAL-INTEGRITY-REQUEST.
001500     05  RIR-RELATIONS-CHECKED   PIC 9(03).
001600     05  RIR-CRITICAL-UNCHECKED  PIC 9(03).
001700     05  RIR-CRITICAL-ORPHANS    PIC 9(09).
001800     05  RIR-WARNING-ORPHANS     PIC 9(09).
001900     05  RIR-UNUSED-PARENTS      PIC 9(09).
002000     05  RIR-SWEEP-STATUS        PIC X(01).
002100         88  RIR-SWEEP-COMPLETE                  VALUE 'C'.
002200         88  RIR-SWEEP-INCOMPLETE                VALUE 'I'.
002300         88  RIR-NO-DEFINITIONS                  VALUE 'N'.
