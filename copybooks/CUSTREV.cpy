000100*--------------------------------------------------------------
000200* CUSTREV.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF ONE PROPOSED DUPLICATE ON THE CUSTREV REVIEW
000500* FILE CUSTOMER-MATCH WRITES. THE SURVIVOR IS THE OLDER MASTER,
000600* THE ABSORBED ONE THE NEWLY REGISTERED; THE SCORE AND THE
000700* NAME, ADDRESS, AND PHONE QUALITY COLUMNS (EXACT, NEAR-SUB,
000800* NEAR-INS, NEAR-DEL, POSTCODE, OR NONE) SAY WHY THEY WERE
000900* PAIRED. THE REVIEWER MARKS COLUMN 1 - M TO MERGE, D FOR
001000* DISTINCT CUSTOMERS - AND THE MARKED FILE COMES BACK AS
001100* CUSTCNF ON THE NEXT RUN. A LINE LEFT UNMARKED IS CARRIED
001200* FORWARD TO THE NEXT CUSTREV.
001300*--------------------------------------------------------------
001400 01  CUSTOMER-REVIEW-RECORD.
001500     05  CR-DECISION             PIC X(01).
001600         88  CR-MERGE                        VALUE 'M'.
001700         88  CR-DISTINCT                     VALUE 'D'.
001800         88  CR-PENDING                      VALUE ' '.
001900     05  FILLER                  PIC X(01).
002000     05  CR-SURVIVOR-ID          PIC X(10).
002100     05  FILLER                  PIC X(01).
002200     05  CR-ABSORBED-ID          PIC X(10).
002300     05  FILLER                  PIC X(01).
002400     05  CR-SCORE                PIC 9(03).
002500     05  FILLER                  PIC X(01).
002600     05  CR-NAME-QUALITY         PIC X(08).
002700     05  FILLER                  PIC X(01).
002800     05  CR-ADDRESS-QUALITY      PIC X(08).
002900     05  FILLER                  PIC X(01).
003000     05  CR-PHONE-QUALITY        PIC X(08).
003100     05  FILLER                  PIC X(01).
003200     05  CR-SURVIVOR-NAME        PIC X(30).
003300     05  FILLER                  PIC X(01).
003400     05  CR-ABSORBED-NAME        PIC X(30).
