000100*--------------------------------------------------------------
000200* SUSPSRC.CPY
000300*--------------------------------------------------------------
000400* THE EXCEPTION FILES THE SUSPENSE SUBSYSTEM SWEEPS. EACH ENTRY
000500* NAMES THE EXCEPTION FILE, THE PROGRAM THAT WRITES IT, THE
000600* INPUT FILE THAT PROGRAM READS, THE FILE SUSPENSE-RESUBMIT
000700* WRITES CORRECTED RECORDS TO (CONCATENATED BEHIND THAT INPUT
000800* ON THE PROGRAM'S NEXT RUN), AND THE SLA IN DAYS AN ITEM MAY
000900* SIT IN SUSPENSE BEFORE SUSPENSE-AGING REPORTS IT.
001000*--------------------------------------------------------------
001100 01  SUSPENSE-SOURCE-VALUES.
001200     05  FILLER                  PIC X(51)       VALUE
001300         "LOTEXC  LOT-CONSOLIDATION-BATCH LOTSIN  LOTRSB  002".
001400     05  FILLER                  PIC X(51)       VALUE
001500         "SEQEXC  SOLVE-SEQ-BATCH         SEQIN   SEQRSB  002".
001600     05  FILLER                  PIC X(51)       VALUE
001700         "TOASTEXCTOAST-PLAN-BATCH        ORDERSINTOASTRSB001".
001800     05  FILLER                  PIC X(51)       VALUE
001900         "PARCEXC PARCEL-ACREAGE-BATCH    PARCELINPARCRSB 005".
002000     05  FILLER                  PIC X(51)       VALUE
002100         "ASMTEXC PARCEL-ASSESSMENT-BATCH PARCELINASMTRSB 010".
002200     05  FILLER                  PIC X(51)       VALUE
002300         "BADGEEXCBADGE-SCORE-BATCH       BADGEIN BADGERSB003".
002400     05  FILLER                  PIC X(51)       VALUE
002500         "FRAMEEXCFRAME-DECODER-BATCH     FRAMEIN FRAMERSB002".
002600     05  FILLER                  PIC X(51)       VALUE
002700         "TRANEXC CODEPAGE-TRANSLATE      TRANIN  TRANRSB 002".
002800     05  FILLER                  PIC X(51)       VALUE
002900         "DLMEXC  DELIM-TO-FIXED          DELIMIN DLMRSB  002".
003000     05  FILLER                  PIC X(51)       VALUE
003100         "BOOKEXC QUOTE-CONVERSION-REPORT BOOKINGSBOOKRSB 003".
003200 01  SUSPENSE-SOURCE-TABLE REDEFINES SUSPENSE-SOURCE-VALUES.
003300     05  SS-SOURCE-ENTRY OCCURS 10.
003400         10  SS-EXCEPTION-FILE   PIC X(08).
003500         10  SS-PROGRAM          PIC X(24).
003600         10  SS-INPUT-FILE       PIC X(08).
003700         10  SS-RESUBMIT-FILE    PIC X(08).
003800         10  SS-SLA-DAYS         PIC 9(03).
