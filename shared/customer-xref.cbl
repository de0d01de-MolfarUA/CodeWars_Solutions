000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTOMER-XREF.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  BJC  INITIAL VERSION - CALLABLE MASTER CUSTOMER
001000*                    LOOKUP OVER THE CUSTXREF CROSS-REFERENCE
001100*                    CUSTOMER-MATCH MAINTAINS. GIVEN A SOURCE
001200*                    SYSTEM AND ITS CUSTOMER ID, RETURNS THE
001300*                    MASTER CUSTOMER ID IT WAS REGISTERED
001400*                    UNDER, THEN FOLLOWS THE MERGE LINKS
001500*                    (SOURCE MASTER) TO THE SURVIVING
001600*                    CUSTOMER. CUSTXREF IS OPENED ON THE FIRST
001700*                    CALL OF THE RUN UNIT AND HELD; WHEN IT IS
001800*                    NOT ON HAND EVERY CALL ANSWERS NOT FOUND.
001810*   2026-10-15  BJC  ALSO RETURNS THE SURVIVING CUSTOMER'S
001820*                    BILLING CURRENCY FROM CUSTMAST, OPENED AND
001830*                    HELD THE SAME WAY; SPACES (BASE CURRENCY)
001840*                    WHEN THE CUSTOMER OR CUSTMAST IS NOT FOUND.
001900*--------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT CUSTOMER-XREF-FILE ASSIGN TO "CUSTXREF"
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS RANDOM
002700         RECORD KEY IS CX-KEY
002800         FILE STATUS IS WS-XREF-STATUS.
002810     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
002820         ORGANIZATION IS INDEXED
002830         ACCESS MODE IS RANDOM
002840         RECORD KEY IS CM-CUSTOMER-ID
002850         FILE STATUS IS WS-MASTER-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  CUSTOMER-XREF-FILE.
003200 COPY CUSTXRF.
003210 FD  CUSTOMER-MASTER-FILE.
003220 COPY CUSTMST.
003300 WORKING-STORAGE SECTION.
003400 77  WS-XREF-STATUS              PIC X(02)       VALUE SPACES.
003500     88  WS-XREF-OK                              VALUE '00'.
003510 77  WS-MASTER-STATUS            PIC X(02)       VALUE SPACES.
003520     88  WS-MASTER-OK                            VALUE '00'.
003530 77  WS-MASTER-SW                PIC X(01)       VALUE 'N'.
003540     88  WS-MASTER-ON-HAND                       VALUE 'Y'.
003600 77  WS-OPEN-STATE               PIC X(01)       VALUE 'N'.
003700     88  WS-OPEN-TRIED                           VALUE 'Y'.
003800 77  WS-XREF-SW                  PIC X(01)       VALUE 'N'.
003900     88  WS-XREF-ON-HAND                         VALUE 'Y'.
004000 77  WS-LINK-COUNT               PIC 9(02)       VALUE ZERO COMP.
004100*--------------------------------------------------------------
004200* A MERGE CHAIN LONGER THAN THIS CAN ONLY BE A LOOP; THE LAST
004300* ID REACHED IS RETURNED.
004400*--------------------------------------------------------------
004500 77  WS-LINK-MAX                 PIC 9(02)       VALUE 20 COMP.
004600 77  WS-LINK-SW                  PIC X(01)       VALUE 'N'.
004700     88  WS-LINK-FOUND                           VALUE 'Y'.
004800 LINKAGE SECTION.
004900 COPY CUSTLKP.
005000 PROCEDURE DIVISION USING CUSTOMER-LOOKUP-REQUEST.
005100 0000-MAINLINE.
005200     IF NOT WS-OPEN-TRIED
005300         PERFORM 1000-OPEN-XREF THRU 1000-EXIT
005400     END-IF
005500     MOVE SPACES TO CL-CUSTOMER-ID
005510     MOVE SPACES TO CL-CURRENCY
005600     SET CL-NOT-FOUND TO TRUE
005700     IF NOT WS-XREF-ON-HAND
005800         GOBACK
005900     END-IF
006000     MOVE CL-SOURCE TO CX-SOURCE
006100     MOVE CL-SOURCE-ID TO CX-SOURCE-ID
006200     READ CUSTOMER-XREF-FILE
006300         INVALID KEY GOBACK
006400     END-READ
006500     SET CL-FOUND TO TRUE
006600     MOVE CX-CUSTOMER-ID TO CL-CUSTOMER-ID
006700     MOVE ZERO TO WS-LINK-COUNT
006800     SET WS-LINK-FOUND TO TRUE
006900     PERFORM 2000-FOLLOW-ONE-LINK THRU 2000-EXIT
007000         UNTIL NOT WS-LINK-FOUND
007100            OR WS-LINK-COUNT >= WS-LINK-MAX
007110     PERFORM 3000-FIND-CURRENCY THRU 3000-EXIT
007200     GOBACK.
007300 0000-EXIT.
007400     EXIT.
007500 1000-OPEN-XREF.
007600     MOVE 'Y' TO WS-OPEN-STATE
007700     OPEN INPUT CUSTOMER-XREF-FILE
007800     IF WS-XREF-OK
007900         SET WS-XREF-ON-HAND TO TRUE
007910     END-IF
007920     OPEN INPUT CUSTOMER-MASTER-FILE
007930     IF WS-MASTER-OK
007940         SET WS-MASTER-ON-HAND TO TRUE
008000     END-IF.
008100 1000-EXIT.
008200     EXIT.
008300 2000-FOLLOW-ONE-LINK.
008400     ADD 1 TO WS-LINK-COUNT
008500     MOVE "MASTER  " TO CX-SOURCE
008600     MOVE CL-CUSTOMER-ID TO CX-SOURCE-ID
008700     READ CUSTOMER-XREF-FILE
008800         INVALID KEY MOVE 'N' TO WS-LINK-SW
008900                     GO TO 2000-EXIT
009000     END-READ
009100     MOVE CX-CUSTOMER-ID TO CL-CUSTOMER-ID.
009200 2000-EXIT.
009300     EXIT.
009308 3000-FIND-CURRENCY.
009316     IF NOT WS-MASTER-ON-HAND
009324         GO TO 3000-EXIT
009332     END-IF
009340     MOVE CL-CUSTOMER-ID TO CM-CUSTOMER-ID
009348     READ CUSTOMER-MASTER-FILE
009356         INVALID KEY GO TO 3000-EXIT
009364     END-READ
009372     MOVE CM-CURRENCY TO CL-CURRENCY.
009380 3000-EXIT.
009388     EXIT.
009400 END PROGRAM CUSTOMER-XREF.
