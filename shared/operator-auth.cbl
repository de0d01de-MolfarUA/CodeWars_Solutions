001800*                    THE JOB. NO PROFILE FILE, OR AN OPERATOR
001900*                    NOT ON IT, ANSWERS UNKNOWN - WHICH EVERY
002000*                    CALLER TREATS AS A DENY.
002010*   2026-10-15  BJC  OPERPROF PROFILES MAY BE CONFINED TO ONE
002020*                    COMPANY (COLUMNS 23-24). A CONFINED
002030*                    OPERATOR IS DENIED ANOTHER COMPANY'S DATA,
002040*                    OR ALL COMPANIES AT ONCE, WHEN THE CALLER
002050*                    NAMES THE COMPANY IN AUTH-COMPANY.
002100*--------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
003500     05  OP-TOOL                 PIC X(08).
003600     05  FILLER                  PIC X(01).
003700     05  OP-FUNCTIONS            PIC X(08).
003710     05  FILLER                  PIC X(01).
003720     05  OP-COMPANY              PIC X(02).
003800 WORKING-STORAGE SECTION.
003900 77  WS-PROFILE-STATUS           PIC X(02)       VALUE SPACES.
004000     88  WS-PROFILE-OK                           VALUE '00'.
005400         10  WS-PR-OPERATOR      PIC X(03).
005500         10  WS-PR-TOOL          PIC X(08).
005600         10  WS-PR-FUNCTIONS     PIC X(08).
005610         10  WS-PR-COMPANY       PIC X(02).
005700 LINKAGE SECTION.
005800 COPY OPERAUTH.
005900 PROCEDURE DIVISION USING OPERATOR-AUTH-REQUEST.
009900     MOVE OP-OPERATOR-ID TO WS-PR-OPERATOR(WS-PROFILE-COUNT)
010000     MOVE OP-TOOL TO WS-PR-TOOL(WS-PROFILE-COUNT)
010100     MOVE OP-FUNCTIONS TO WS-PR-FUNCTIONS(WS-PROFILE-COUNT)
010110     IF OP-COMPANY = "* " OR OP-COMPANY = "**"
010120         MOVE SPACES TO WS-PR-COMPANY(WS-PROFILE-COUNT)
010130     ELSE
010140         MOVE OP-COMPANY TO WS-PR-COMPANY(WS-PROFILE-COUNT)
010150     END-IF
010200     PERFORM 1100-READ-ONE-PROFILE THRU 1100-EXIT.
010300 1200-EXIT.
010400     EXIT.
010500 2000-JUDGE-REQUEST.
010510     MOVE SPACES TO AUTH-OPERATOR-COMPANY
010600     MOVE ZERO TO WS-MATCH-IX
010700     MOVE 'N' TO WS-OPERATOR-SEEN-SW
010800     PERFORM 2100-SCAN-ONE-PROFILE THRU 2100-EXIT
011200     EVALUATE TRUE
011300         WHEN WS-MATCH-IX > ZERO
011400             PERFORM 2200-CHECK-FUNCTION THRU 2200-EXIT
011410             IF AUTH-GRANTED
011420                 PERFORM 2300-CHECK-COMPANY THRU 2300-EXIT
011430             END-IF
011500         WHEN WS-OPERATOR-SEEN
011600             MOVE 10 TO AUTH-STATUS
011700         WHEN OTHER
014800     END-IF.
014900 2210-EXIT.
015000     EXIT.
015001*--------------------------------------------------------------
015002* A PROFILE CONFINED TO ONE COMPANY MAY TOUCH THAT COMPANY'S
015003* DATA ONLY. A REQUEST THAT NAMES NO COMPANY (SPACES OR LOW-
015004* VALUES) IS NOT ABOUT COMPANY DATA AND PASSES; '**' - EVERY
015005* COMPANY - NEVER MATCHES A CONFINED PROFILE.
015006*--------------------------------------------------------------
015007 2300-CHECK-COMPANY.
015008     MOVE WS-PR-COMPANY(WS-MATCH-IX) TO AUTH-OPERATOR-COMPANY
015009     IF AUTH-OPERATOR-COMPANY = SPACES
015010         OR AUTH-COMPANY = SPACES
015011         OR AUTH-COMPANY = LOW-VALUES
015012         GO TO 2300-EXIT
015013     END-IF
015014     IF AUTH-COMPANY NOT = AUTH-OPERATOR-COMPANY
015015         MOVE 10 TO AUTH-STATUS
015016     END-IF.
015017 2300-EXIT.
015018     EXIT.
015019 END PROGRAM OPERATOR-AUTH.
