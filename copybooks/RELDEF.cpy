000100*--------------------------------------------------------------
000200* RELDEF.CPY
000300*--------------------------------------------------------------
000400* ONE RELATIONSHIP CARD ON RELDEFS, READ BY
000500* REFERENTIAL-INTEGRITY-SWEEP. EACH CARD NAMES A CHILD FILE
000600* AND THE COLUMNS OF ITS FOREIGN KEY, AND THE PARENT FILE AND
000700* COLUMNS THAT KEY MUST BE FOUND IN. FILES ARE NAMED BY DD.
000800* KEY START IS THE 1-BASED COLUMN, KEY LENGTH 1 TO 20, AND
000900* START + LENGTH - 1 MAY NOT PASS COLUMN 256.
001000*   RD-SEVERITY      'C' CRITICAL - AN ORPHAN FAILS PRE-FLIGHT
001100*                    'W' WARNING  - ORPHANS ARE REPORTED ONLY
001200*   RD-BLANK-KEY     'Y' A BLANK CHILD KEY MEANS NO REFERENCE
001300*                        AND IS NOT AN ORPHAN
001400*   RD-SKIP-COLUMN   WHEN NON-ZERO, CHILD RECORDS CARRYING
001500*   RD-SKIP-VALUE    RD-SKIP-VALUE IN THAT COLUMN (TRAILER OR
001600*                    TOTAL RECORDS) ARE NOT CHECKED
001700* A CARD WITH '*' IN COLUMN 1 IS A COMMENT.
001800*--------------------------------------------------------------
001900 01  RELATIONSHIP-DEFINITION.
002000     05  RD-RELATION-ID          PIC X(08).
002100     05  FILLER                  PIC X(01).
002200     05  RD-CHILD-FILE           PIC X(08).
002300     05  FILLER                  PIC X(01).
002400     05  RD-CHILD-KEY-START      PIC 9(03).
002500     05  FILLER                  PIC X(01).
002600     05  RD-CHILD-KEY-LENGTH     PIC 9(02).
002700     05  FILLER                  PIC X(01).
002800     05  RD-PARENT-FILE          PIC X(08).
002900     05  FILLER                  PIC X(01).
003000     05  RD-PARENT-KEY-START     PIC 9(03).
003100     05  FILLER                  PIC X(01).
003200     05  RD-PARENT-KEY-LENGTH    PIC 9(02).
003300     05  FILLER                  PIC X(01).
003400     05  RD-SEVERITY             PIC X(01).
003500         88  RD-CRITICAL                         VALUE 'C'.
003600         88  RD-WARNING                          VALUE 'W'.
003700     05  FILLER                  PIC X(01).
003800     05  RD-BLANK-KEY            PIC X(01).
003900         88  RD-BLANK-KEY-ALLOWED                VALUE 'Y'.
004000     05  FILLER                  PIC X(01).
004100     05  RD-SKIP-COLUMN          PIC 9(03).
004200     05  FILLER                  PIC X(01).
004300     05  RD-SKIP-VALUE           PIC X(01).
004400     05  FILLER                  PIC X(30).
