000100*--------------------------------------------------------------
000200* NUMRNG.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF THE NUMRANGE ACCOUNT NUMBER-RANGE MASTER,
000500* ONE RECORD PER CHECK-DIGIT SCHEME KEYED BY THE CHKSCHEM
000600* SCHEME CODE (SPACES FOR THE IN-HOUSE DIGITAL-ROOT SCHEME).
000700* AN ACCOUNT NUMBER IS THE THREE-DIGIT PREFIX FOLLOWED BY A
000800* SEVEN-DIGIT SEQUENCE; NR-NEXT-SEQUENCE IS THE NEXT SEQUENCE
000900* NOT YET HANDED OUT AND NR-UPPER-LIMIT THE LAST ONE THE RANGE
001000* MAY EVER ISSUE. ONCE THE RANGE IS SPENT THE NEXT SEQUENCE
001100* STANDS ONE PAST THE LIMIT, HENCE ITS EXTRA DIGIT.
001200* ACCOUNT-ISSUANCE-BATCH ADVANCES THE RECORD AS IT ISSUES.
001300*--------------------------------------------------------------
001400 01  NUMBER-RANGE-RECORD.
001500     05  NR-SCHEME-CODE          PIC X(02).
001600     05  NR-PREFIX               PIC 9(03).
001700     05  NR-NEXT-SEQUENCE        PIC 9(08).
001800     05  NR-UPPER-LIMIT          PIC 9(07).
001900     05  NR-LAST-ISSUE-DATE      PIC 9(08).
002000     05  NR-TOTAL-ISSUED         PIC 9(09).
