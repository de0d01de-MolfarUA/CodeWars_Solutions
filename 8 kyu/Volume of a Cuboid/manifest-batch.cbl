002700*                    CORRELATION ID AS THE MANIFEST'S FIRST
002800*                    LINE (*CYCLE ...), WHICH THE LOAD PLANNER
002900*                    ALREADY SCREENS OUT AS A NON-DETAIL LINE.
002910*   2026-10-15  WHS  CRATEIN CARRIES THE OWNING COMPANY'S CODE
002920*                    (COLUMNS 20-21; BLANK IS THE PARENT
002930*                    COMPANY) AND EACH MANIFEST DETAIL LINE
002940*                    CARRIES IT ON TO THE LOAD PLANNER AND THE
002950*                    STORAGE LEDGER (COLUMNS 45-46).
003000*--------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
004400     05  CI-LENGTH           PIC 9(03).
004500     05  CI-WIDTH            PIC 9(03).
004600     05  CI-HEIGHT           PIC 9(03).
004610     05  CI-COMPANY          PIC X(02).
004700 FD  MANIFEST-OUTPUT-FILE.
004800 01  MANIFEST-OUTPUT-RECORD  PIC X(80).
004900 WORKING-STORAGE SECTION.
005500 COPY RETCODE.
005600 COPY DIAGDUMP.
005700 COPY CYCSTAMP.
005710 COPY COMPANY.
005800 01  WS-DETAIL-LINE.
005900     05  WS-DL-CRATE-ID      PIC X(10).
006000     05  FILLER              PIC X(02)       VALUE SPACES.
006300     05  WS-DL-OVERFLOW-FLAG PIC X(08).
006400     05  FILLER              PIC X(02)       VALUE SPACES.
006500     05  WS-DL-RUN-TOTAL     PIC Z(9)9.
006510     05  FILLER              PIC X(02)       VALUE SPACES.
006520     05  WS-DL-COMPANY       PIC X(02).
006600 01  WS-TOTAL-LINE.
006700     05  FILLER              PIC X(17)       VALUE
006800             "TOTAL CRATES    ".
011300     MOVE CI-CRATE-ID TO WS-DL-CRATE-ID
011400     MOVE WS-CRATE-VOLUME TO WS-DL-VOLUME
011500     MOVE WS-RUNNING-TOTAL TO WS-DL-RUN-TOTAL
011510     IF CI-COMPANY = SPACES
011520         MOVE CMP-PARENT-COMPANY TO WS-DL-COMPANY
011530     ELSE
011540         MOVE CI-COMPANY TO WS-DL-COMPANY
011550     END-IF
011600     WRITE MANIFEST-OUTPUT-RECORD FROM WS-DETAIL-LINE
011700     PERFORM 1100-READ-CRATE THRU 1100-EXIT.
011800 2000-EXIT.
