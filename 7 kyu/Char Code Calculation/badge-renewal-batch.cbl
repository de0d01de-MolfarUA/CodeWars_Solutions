002000*                    NOT AT THE ANNUAL REVIEW.
002033*   2026-09-03  SEC  BADGE MASTER LAYOUT TAKEN FROM THE
002066*                    SHARED BADGMST COPYBOOK.
002070*   2026-10-15  SEC  EACH LAPSE REWRITE IS NOW MIRRORED TO THE
002080*                    UPDJRNL UPDATE JOURNAL THROUGH
002090*                    JOURNAL-WRITER, BEFORE AND AFTER IMAGES.
002100*--------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
008800     05  FILLER                  PIC X(10)       VALUE
008900             "  LAPSED =".
009000     05  WS-TL-LAPSED            PIC Z(05)9.
009050 COPY JRNLREC.
009100 PROCEDURE DIVISION.
009200 0000-MAINLINE.
009300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012700         WHEN BM-STATUS = 'I'
012800             CONTINUE
012900         WHEN BM-EXPIRY-DATE < RN-CYCLE-DATE
012950             MOVE BADGE-MASTER-RECORD TO JRNL-BEFORE-IMAGE
013000             MOVE 'I' TO BM-STATUS
013100             REWRITE BADGE-MASTER-RECORD
013110             MOVE "BADGMST" TO JRNL-FILE-NAME
013120             MOVE 'R' TO JRNL-ACTION
013130             MOVE SPACES TO JRNL-KEY
013140             MOVE BM-BADGE-ID TO JRNL-KEY
013150             MOVE BADGE-MASTER-RECORD TO JRNL-AFTER-IMAGE
013160             MOVE "BDGRENEW" TO JRNL-PROGRAM-ID
013170             CALL "JOURNAL-WRITER" USING JOURNAL-ENTRY
013200             MOVE BM-BADGE-ID TO WS-LL-BADGE-ID
013300             MOVE BM-IDENTIFIER TO WS-LL-IDENTIFIER
013400             MOVE BM-EXPIRY-DATE TO WS-LL-EXPIRY
