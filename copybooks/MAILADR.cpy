000100*--------------------------------------------------------------
000200* MAILADR.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF ONE LINE OF THE MAILING-ADDRESS EXTRACT THAT
000500* TRAVELS TO THE MAIL HOUSE WITH THE OUTBOUND LETTERS. THE
000600* LETTER FILES THEMSELVES CARRY ONLY THEIR OWN KEY, SO EACH
000700* LINE NAMES THE LETTER FILE IT ADDRESSES (AWARDLTR, NOTICES,
000800* RENEWRPT) AND THAT FILE'S KEY - BID ID, HOUSEHOLD ID, OR
000900* BADGE ID - THEN THE ADDRESSEE'S LOCALE AND THE NAME AND
001000* ADDRESS FIELDS AS PRINTED. NAME-CASE-BATCH READS MAILIN AND
001100* WRITES THE SAME LAYOUT TO MAILOUT WITH THE NAME AND ADDRESS
001200* FIELDS IN PROPER CASE; THE POSTCODE IS PASSED THROUGH.
001300*--------------------------------------------------------------
001400 01  MAILING-ADDRESS-RECORD.
001500     05  MA-SOURCE               PIC X(08).
001600     05  FILLER                  PIC X(01).
001700     05  MA-KEY                  PIC X(10).
001800     05  FILLER                  PIC X(01).
001900     05  MA-LOCALE               PIC X(02).
002000     05  FILLER                  PIC X(01).
002100     05  MA-NAME                 PIC X(30).
002200     05  FILLER                  PIC X(01).
002300     05  MA-ADDRESS-1            PIC X(30).
002400     05  FILLER                  PIC X(01).
002500     05  MA-ADDRESS-2            PIC X(30).
002600     05  FILLER                  PIC X(01).
002700     05  MA-CITY                 PIC X(20).
002800     05  FILLER                  PIC X(01).
002900     05  MA-POSTCODE             PIC X(10).
