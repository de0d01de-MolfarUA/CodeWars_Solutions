000100*--------------------------------------------------------------
000200* ISSLEDG.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF ONE LINE OF THE ISSLEDGR ISSUED-RANGE
000500* LEDGER. ACCOUNT-ISSUANCE-BATCH APPENDS ONE LINE PER BLOCK IT
000600* HANDS OUT: THE ISSUE DATE AND REQUESTER, THE SCHEME, THE
000700* FIRST AND LAST ACCOUNT NUMBERS OF THE BLOCK WITH THEIR CHECK
000800* DIGITS, HOW MANY NUMBERS WERE ISSUED, AND HOW MANY SEQUENCES
000900* INSIDE THE BLOCK WERE PASSED OVER AS RETIRED OR AS UNABLE TO
001000* CARRY A ONE-DIGIT CHECK UNDER THE SCHEME.
001100*--------------------------------------------------------------
001200 01  ISSUED-LEDGER-RECORD.
001300     05  IL-ISSUE-DATE           PIC 9(08).
001400     05  FILLER                  PIC X(01).
001500     05  IL-REQUESTER            PIC X(10).
001600     05  FILLER                  PIC X(01).
001700     05  IL-SCHEME-CODE          PIC X(02).
001800     05  FILLER                  PIC X(01).
001900     05  IL-FIRST-ACCOUNT        PIC 9(10).
002000     05  IL-FIRST-CHECK          PIC 9(01).
002100     05  FILLER                  PIC X(01).
002200     05  IL-LAST-ACCOUNT         PIC 9(10).
002300     05  IL-LAST-CHECK           PIC 9(01).
002400     05  FILLER                  PIC X(01).
002500     05  IL-ISSUED-COUNT         PIC 9(05).
002600     05  FILLER                  PIC X(01).
002700     05  IL-SKIPPED-COUNT        PIC 9(05).
