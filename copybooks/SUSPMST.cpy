000100*--------------------------------------------------------------
000200* SUSPMST.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF THE SUSPMAST SUSPENSE MASTER, KEYED BY
000500* SUSPENSE ID (ASSIGNED IN SEQUENCE BY SUSPENSE-SWEEP). ONE
000600* RECORD PER REJECTED INPUT RECORD: THE EXCEPTION FILE AND
000700* PROGRAM IT CAME FROM, THE REASON, THE DATE IT WAS SWEPT
000800* (ITS AGE RUNS FROM HERE), THE ORIGINAL IMAGE, AND THE
000900* CORRECTED IMAGE ONCE SUSPENSE-CORRECT HAS APPLIED ONE.
001000* RECORDS SWEPT FROM ONE SUSPENSE ITEM SHARE A GROUP ID (THE
001100* ID OF THE FIRST) AND ARE RESUBMITTED TOGETHER OR NOT AT ALL.
001200* STATUS O OPEN, C CORRECTED (READY TO RESUBMIT), R
001300* RESUBMITTED, W WRITTEN OFF.
001400*--------------------------------------------------------------
001500 01  SUSPENSE-MASTER-RECORD.
001600     05  SU-SUSPENSE-ID          PIC 9(08).
001700     05  SU-GROUP-ID             PIC 9(08).
001800     05  SU-SOURCE-FILE          PIC X(08).
001900     05  SU-SOURCE-PROGRAM       PIC X(24).
002000     05  SU-STATUS               PIC X(01).
002100         88  SU-OPEN                         VALUE 'O'.
002200         88  SU-CORRECTED                    VALUE 'C'.
002300         88  SU-RESUBMITTED                  VALUE 'R'.
002400         88  SU-WRITTEN-OFF                  VALUE 'W'.
002500         88  SU-OUTSTANDING                  VALUE 'O' 'C'.
002600     05  SU-SWEPT-DATE           PIC 9(08).
002700     05  SU-ACTION-DATE          PIC 9(08).
002800     05  SU-RESUBMIT-DATE        PIC 9(08).
002900     05  SU-REASON               PIC X(30).
003000     05  SU-IMAGE-FLAG           PIC X(01).
003100         88  SU-HAS-IMAGE                    VALUE 'Y'.
003200         88  SU-NO-IMAGE                     VALUE 'N'.
003300     05  SU-ORIGINAL-IMAGE       PIC X(200).
003400     05  SU-CORRECTED-IMAGE      PIC X(200).
