002200*                    TO SWAP IN AS NEXT CYCLE'S SNAPSHOT. A
002300*                    HOUSEHOLD WITH NO PRIOR SNAPSHOT EMITS
002400*                    NOTHING - THERE IS NO CROSSING TO SEE YET.
002410*   2026-09-17  BEN  AGES SET BY A FAMILY-AGE-MAINTENANCE
002420*                    CHANGE OR MOVE-MEMBER TRANSACTION THIS
002430*                    CYCLE (AFTER IMAGES ON THE FAMAUDT AUDIT
002440*                    TRAIL) NO LONGER PASS FOR MEMBERS GROWING
002450*                    OLDER: A CROSSING BY SUCH A MEMBER CARRIES
002460*                    CROSSING TYPE C (CORRECTED) ON AGEEVENT
002470*                    INSTEAD OF A (AGED) AND ITS NOTICE LINE IS
002480*                    MARKED CORRECTED.
002485*   2026-10-01  BEN  NOTICES OPENS WITH THE AGETHRSH VERSION THE
002490*                    CROSSINGS WERE JUDGED AGAINST
002495*                    (REFTAB-VERSION).
002496*   2026-10-15  BEN  NOTICES GOES TO AN OUTSIDE PARTY: END OF
002497*                    STEP LEAVES A CHAINBAL TRAILER FOR IT
002498*                    (PRODUCED, COUNT AND ORDINAL HASH OF EVERY
002499*                    LINE WRITTEN) FOR THE TRANSMISSION REGISTER.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
004500     SELECT NEW-SNAPSHOT-FILE ASSIGN TO "FAMAGNEW"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-SNAPSHOT-STATUS.
004710     SELECT AUDIT-FILE ASSIGN TO "FAMAUDT"
004720         ORGANIZATION IS LINE SEQUENTIAL
004730         FILE STATUS IS WS-AUDIT-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  FAMILY-INPUT-FILE.
007500     05  AE-EVENT-CODE           PIC X(04).
007600     05  FILLER                  PIC X(01).
007700     05  AE-NOTICE-ID            PIC X(08).
007710     05  FILLER                  PIC X(01).
007720     05  AE-CROSSING-TYPE        PIC X(01).
007730         88  AE-AGED                         VALUE 'A'.
007740         88  AE-CORRECTED                    VALUE 'C'.
007800 FD  NOTICE-OUTPUT-FILE.
007900 01  NT-RECORD                   PIC X(80).
008000 FD  NEW-SNAPSHOT-FILE.
008200     05  NS-FAMILY-ID            PIC X(10).
008300     05  NS-AGE-DAD              PIC 9(03).
008400     05  NS-AGE-SON              PIC 9(02).
008410 FD  AUDIT-FILE.
008420 COPY FAMAUDT.
008500 WORKING-STORAGE SECTION.
008600 77  WS-INPUT-STATUS             PIC X(02)       VALUE SPACES.
008700     88  WS-INPUT-OK                             VALUE '00'.
009800     88  WS-NOTICE-OK                            VALUE '00'.
009900 77  WS-SNAPSHOT-STATUS          PIC X(02)       VALUE SPACES.
010000     88  WS-SNAPSHOT-OK                          VALUE '00'.
010010 77  WS-AUDIT-STATUS             PIC X(02)       VALUE SPACES.
010020     88  WS-AUDIT-OK                             VALUE '00'.
010030     88  WS-AUDIT-EOF                            VALUE '10'.
010040 77  WS-CORRECTED-COUNT          PIC 9(04)       VALUE ZERO COMP.
010050 77  WS-CORRECTED-MAX            PIC 9(04)       VALUE 500 COMP.
010060 77  WS-CR-IX                    PIC 9(04)       VALUE ZERO COMP.
010070 77  WS-CORRECTED-SW             PIC X(01)       VALUE 'N'.
010080     88  WS-MEMBER-CORRECTED                     VALUE 'Y'.
010090 77  WS-CORRECTED-EVENTS         PIC 9(06)       VALUE ZERO.
010100 77  WS-THRESHOLD-COUNT          PIC 9(02)       VALUE ZERO COMP.
010200 77  WS-THRESHOLD-MAX            PIC 9(02)       VALUE 20 COMP.
010300 77  WS-PRIOR-COUNT              PIC 9(04)       VALUE ZERO COMP.
011100 77  WS-FAMILY-HEADED-SW         PIC X(01)       VALUE 'N'.
011200     88  WS-FAMILY-HEADED                        VALUE 'Y'.
011300 77  WS-EVENT-COUNT              PIC 9(06)       VALUE ZERO.
011310 77  WS-NOTICES-WRITTEN          PIC 9(09)       VALUE ZERO COMP.
011320 77  WS-NOTICE-HASH              PIC 9(12)       VALUE ZERO COMP.
011400 01  WS-THRESHOLD-TABLE.
011500     05  WS-TH-ENTRY OCCURS 20.
011600         10  WS-TH-AGE           PIC 9(03).
012100         10  WS-PR-FAMILY        PIC X(10).
012200         10  WS-PR-AGE-DAD       PIC 9(03).
012300         10  WS-PR-AGE-SON       PIC 9(02).
012310 01  WS-CORRECTED-TABLE.
012320     05  WS-CR-ENTRY OCCURS 500.
012330         10  WS-CR-FAMILY        PIC X(10).
012340         10  WS-CR-MEMBER        PIC X(01).
012400 01  WS-FAMILY-HEADER.
012500     05  FILLER                  PIC X(10)       VALUE
012600             "HOUSEHOLD ".
013400     05  WS-NO-EVENT             PIC X(04).
013500     05  FILLER                  PIC X(08)       VALUE " NOTICE ".
013600     05  WS-NO-NOTICE            PIC X(08).
013610     05  WS-NO-CORRECTED         PIC X(10).
013620 COPY REFTVER.
013630 COPY CHNTRLR.
013700 PROCEDURE DIVISION.
013800 0000-MAINLINE.
013900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014000     PERFORM 2000-LOAD-THRESHOLDS THRU 2000-EXIT.
014100     PERFORM 3000-LOAD-PRIOR-SNAPSHOT THRU 3000-EXIT.
014110     PERFORM 3500-LOAD-CORRECTIONS THRU 3500-EXIT.
014200     PERFORM 4000-PROCESS-ONE-FAMILY THRU 4000-EXIT
014300         UNTIL WS-INPUT-EOF.
014400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015200     END-IF
015300     OPEN OUTPUT AGE-EVENT-FILE
015400     OPEN OUTPUT NOTICE-OUTPUT-FILE
015410     MOVE "AGETHRSH" TO RTV-TABLE-NAME
015420     CALL "REFTAB-VERSION" USING REFTAB-VERSION-REQUEST
015430     WRITE NT-RECORD FROM RTV-HEADER-LINE
015440     PERFORM 5300-TALLY-NOTICE THRU 5300-EXIT
015500     OPEN OUTPUT NEW-SNAPSHOT-FILE
015600     IF NOT WS-INPUT-EOF
015700         PERFORM 1100-READ-FAMILY THRU 1100-EXIT
021600     PERFORM 3100-READ-PRIOR THRU 3100-EXIT.
021700 3200-EXIT.
021800     EXIT.
021802*--------------------------------------------------------------
021804* AFTER IMAGES OF CHANGE AND MOVE-MEMBER TRANSACTIONS NAME THE
021806* MEMBERS WHOSE AGE THIS CYCLE WAS SET BY MAINTENANCE RATHER
021808* THAN BY THE PASSAGE OF TIME. NO FAMAUDT MEANS NO MAINTENANCE
021810* RAN THIS CYCLE.
021812*--------------------------------------------------------------
021814 3500-LOAD-CORRECTIONS.
021816     OPEN INPUT AUDIT-FILE
021818     IF NOT WS-AUDIT-OK
021820         GO TO 3500-EXIT
021822     END-IF
021824     PERFORM 3600-READ-AUDIT THRU 3600-EXIT
021826     PERFORM 3700-STORE-CORRECTION THRU 3700-EXIT
021828         UNTIL WS-AUDIT-EOF
021830            OR WS-CORRECTED-COUNT >= WS-CORRECTED-MAX
021832     CLOSE AUDIT-FILE.
021834 3500-EXIT.
021836     EXIT.
021838 3600-READ-AUDIT.
021840     READ AUDIT-FILE
021842         AT END SET WS-AUDIT-EOF TO TRUE
021844     END-READ.
021846 3600-EXIT.
021848     EXIT.
021850 3700-STORE-CORRECTION.
021852     IF FA-AFTER-IMAGE
021854         AND (FA-CHANGE OR FA-MOVE)
021856         AND (FA-MEMBER = 'P' OR FA-MEMBER = 'D')
021858         ADD 1 TO WS-CORRECTED-COUNT
021860         MOVE FA-FAMILY-ID TO WS-CR-FAMILY(WS-CORRECTED-COUNT)
021862         MOVE FA-MEMBER TO WS-CR-MEMBER(WS-CORRECTED-COUNT)
021864     END-IF
021866     PERFORM 3600-READ-AUDIT THRU 3600-EXIT.
021868 3700-EXIT.
021870     EXIT.
021900 4000-PROCESS-ONE-FAMILY.
022000     MOVE FAMILY-INPUT-RECORD TO NEW-SNAPSHOT-RECORD
022100     WRITE NEW-SNAPSHOT-RECORD
025200* CYCLE STILL FIRES EVERY THRESHOLD PASSED IN BETWEEN.
025300*--------------------------------------------------------------
025400 5000-CHECK-THRESHOLDS.
025410     MOVE 'N' TO WS-CORRECTED-SW
025420     PERFORM 5050-SCAN-CORRECTED THRU 5050-EXIT
025430         VARYING WS-CR-IX FROM 1 BY 1
025440         UNTIL WS-CR-IX > WS-CORRECTED-COUNT
025450            OR WS-MEMBER-CORRECTED
025500     PERFORM 5100-CHECK-ONE-THRESHOLD THRU 5100-EXIT
025600         VARYING WS-TH-IX FROM 1 BY 1
025700         UNTIL WS-TH-IX > WS-THRESHOLD-COUNT.
025800 5000-EXIT.
025900     EXIT.
025910 5050-SCAN-CORRECTED.
025920     IF WS-CR-FAMILY(WS-CR-IX) = FI-FAMILY-ID
025930         AND WS-CR-MEMBER(WS-CR-IX) = WS-THIS-MEMBER
025940         SET WS-MEMBER-CORRECTED TO TRUE
025950     END-IF.
025960 5050-EXIT.
025970     EXIT.
026000 5100-CHECK-ONE-THRESHOLD.
026100     IF WS-PRIOR-AGE < WS-TH-AGE(WS-TH-IX)
026200         AND WS-CURRENT-AGE >= WS-TH-AGE(WS-TH-IX)
027100     MOVE WS-CURRENT-AGE TO AE-AGE
027200     MOVE WS-TH-EVENT(WS-TH-IX) TO AE-EVENT-CODE
027300     MOVE WS-TH-NOTICE(WS-TH-IX) TO AE-NOTICE-ID
027310     MOVE SPACES TO WS-NO-CORRECTED
027320     IF WS-MEMBER-CORRECTED
027330         SET AE-CORRECTED TO TRUE
027340         MOVE " CORRECTED" TO WS-NO-CORRECTED
027350         ADD 1 TO WS-CORRECTED-EVENTS
027360     ELSE
027370         SET AE-AGED TO TRUE
027380     END-IF
027400     WRITE AGE-EVENT-RECORD
027500     ADD 1 TO WS-EVENT-COUNT
027600     IF NOT WS-FAMILY-HEADED
027700         MOVE FI-FAMILY-ID TO WS-FH-FAMILY
027800         WRITE NT-RECORD FROM WS-FAMILY-HEADER
027850         PERFORM 5300-TALLY-NOTICE THRU 5300-EXIT
027900         SET WS-FAMILY-HEADED TO TRUE
028000     END-IF
028100     MOVE WS-THIS-MEMBER TO WS-NO-MEMBER
028200     MOVE WS-CURRENT-AGE TO WS-NO-AGE
028300     MOVE WS-TH-EVENT(WS-TH-IX) TO WS-NO-EVENT
028400     MOVE WS-TH-NOTICE(WS-TH-IX) TO WS-NO-NOTICE
028500     WRITE NT-RECORD FROM WS-NOTICE-LINE
028550     PERFORM 5300-TALLY-NOTICE THRU 5300-EXIT.
028600 5200-EXIT.
028700     EXIT.
028710 5300-TALLY-NOTICE.
028720     ADD 1 TO WS-NOTICES-WRITTEN
028730     COMPUTE WS-NOTICE-HASH = FUNCTION MOD(
028740         WS-NOTICE-HASH + WS-NOTICES-WRITTEN
028750             * FUNCTION ORD(NT-RECORD(1:1))
028760         1000000000000).
028770 5300-EXIT.
028780     EXIT.
028800 9000-TERMINATE.
028900     CLOSE FAMILY-INPUT-FILE
029000     CLOSE AGE-EVENT-FILE
029100     CLOSE NOTICE-OUTPUT-FILE
029200     CLOSE NEW-SNAPSHOT-FILE
029210     DISPLAY "AGE EVENTS EMITTED " WS-EVENT-COUNT
029220     DISPLAY "OF WHICH CORRECTED " WS-CORRECTED-EVENTS
029230     MOVE "NOTICES " TO CHN-FILE-NAME
029240     MOVE "PROD" TO CHN-ROLE
029250     MOVE "AGEEVENT" TO CHN-PROGRAM-ID
029260     MOVE WS-NOTICES-WRITTEN TO CHN-RECORD-COUNT
029270     MOVE WS-NOTICE-HASH TO CHN-HASH-TOTAL
029280     CALL "CHAIN-TRAILER" USING CHAIN-TRAILER-REQUEST.
029400 9000-EXIT.
029500     EXIT.
029600 END PROGRAM AGE-EVENT-BATCH.
