000100*--------------------------------------------------------------
000200* REFINUSE.CPY
000300*--------------------------------------------------------------
000400* ONE RECORD OF REFINUSE, WRITTEN BY REFTAB-PUBLISH FOR EACH
000500* BUSINESS REFERENCE TABLE: THE VERSION IT LAST PUBLISHED TO
000600* THE TABLE'S DD, THAT VERSION'S EFFECTIVE DATE AND APPROVER,
000700* THE BUSINESS DATE IT WAS PUBLISHED FOR, AND THE DAY THE
000800* PUBLISH RAN. VERSION 0000 MEANS NO APPROVED VERSION WAS IN
000900* FORCE AND THE TABLE'S DD WAS LEFT AS IT WAS. CONSUMING
001000* BATCHES READ IT THROUGH REFTAB-VERSION (REFTVER.CPY).
001100*--------------------------------------------------------------
001200 01  REFERENCE-IN-USE-RECORD.
001300     05  RU-TABLE-NAME           PIC X(08).
001400     05  FILLER                  PIC X(01).
001500     05  RU-VERSION              PIC 9(04).
001600     05  FILLER                  PIC X(01).
001700     05  RU-EFFECTIVE-DATE       PIC 9(08).
001800     05  FILLER                  PIC X(01).
001900     05  RU-BUSINESS-DATE        PIC 9(08).
002000     05  FILLER                  PIC X(01).
002100     05  RU-APPROVER             PIC X(03).
002200     05  FILLER                  PIC X(01).
002300     05  RU-PUBLISHED-DATE       PIC 9(08).
