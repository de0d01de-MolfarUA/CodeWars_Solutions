000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RUN-REQUEST-STATUS.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  BJC  INITIAL VERSION - SETTLES THE BUSINESS RUN
001000*                    REQUESTS RUN-REQUEST-QUEUE SCHEDULED INTO A
001100*                    WINDOW (SEE RUNREQ.CPY). AFTER THE WINDOW'S
001200*                    UTILITY-DRIVER AND UTILITY-DRIVER-2 STEPS,
001300*                    EACH SCHEDULED REQUEST IS MATCHED TO THE
001400*                    RUNHIST LINE ITS DRIVER LOGGED - SAME
001500*                    WINDOW CYCLE, UTILITY, ACCOUNT AND KEY
001600*                    INPUT, EACH LINE SERVING ONE REQUEST - AND
001700*                    MARKED RUN (RETURN CODE ZERO) OR FAILED,
001800*                    WITH THE CYCLE ID AND RUNHIST SEQUENCE OF
001900*                    THE SERVING LINE. A SCHEDULED REQUEST THE
002000*                    WINDOW NEVER LOGGED HAS FAILED. RQSTATUS
002100*                    THEN REPORTS EVERY REQUEST ON THE QUEUE TO
002200*                    ITS REQUESTOR, ONE SECTION PER ACCOUNT:
002300*                    QUEUED, AWAITING APPROVAL, APPROVED,
002400*                    SCHEDULED, RUN, FAILED OR REJECTED, AND WHY.
002500*                    RETURN CODE 4 WHEN A REQUEST FAILED OR
002600*                    RUNHIST COULD NOT BE READ, 8 WHEN THE STORE
002700*                    IS TOO LARGE (IT IS CARRIED FORWARD
002800*                    UNCHANGED).
002900*--------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT QUEUE-STORE-FILE ASSIGN TO "RQQUEUE"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-STORE-STATUS.
003700     SELECT NEW-STORE-FILE ASSIGN TO "RQQNEW"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-NEW-STATUS.
004000     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-HIST-STATUS.
004300     SELECT STATUS-REPORT-FILE ASSIGN TO "RQSTATUS"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-REPORT-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  QUEUE-STORE-FILE.
004900 01  QS-RECORD                   PIC X(304).
005000 FD  NEW-STORE-FILE.
005100 01  NQ-RECORD                   PIC X(304).
005200 FD  RUN-HISTORY-FILE.
005300 COPY RUNREC.
005400 FD  STATUS-REPORT-FILE.
005500 01  SR-RECORD                   PIC X(132).
005600 WORKING-STORAGE SECTION.
005700 77  WS-STORE-STATUS             PIC X(02)       VALUE SPACES.
005800     88  WS-STORE-OK                             VALUE '00'.
005900     88  WS-STORE-EOF                            VALUE '10'.
006000 77  WS-NEW-STATUS               PIC X(02)       VALUE SPACES.
006100 77  WS-HIST-STATUS              PIC X(02)       VALUE SPACES.
006200     88  WS-HIST-OK                              VALUE '00'.
006300     88  WS-HIST-EOF                             VALUE '10'.
006400 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
006500 77  WS-QUEUE-STATE              PIC X(01)       VALUE 'N'.
006600     88  WS-QUEUE-HELD                           VALUE 'H'.
006700 77  WS-HIST-STATE               PIC X(01)       VALUE 'N'.
006800     88  WS-HIST-READ                            VALUE 'Y'.
006900 77  WS-REQUEST-MAX              PIC 9(04)       VALUE 2000
007000                                                 COMP.
007100 77  WS-REQUEST-COUNT            PIC 9(04)       VALUE ZERO COMP.
007200 77  WS-RQ-IX                    PIC 9(04)       VALUE ZERO COMP.
007300 77  WS-MT-IX                    PIC 9(04)       VALUE ZERO COMP.
007400 77  WS-MATCH-IX                 PIC 9(04)       VALUE ZERO COMP.
007500 77  WS-RP-IX                    PIC 9(04)       VALUE ZERO COMP.
007600 77  WS-REQUESTS-RUN             PIC 9(06)       VALUE ZERO COMP.
007700 77  WS-REQUESTS-FAILED          PIC 9(06)       VALUE ZERO COMP.
007800 77  WS-REQUESTS-OPEN            PIC 9(06)       VALUE ZERO COMP.
007900 77  WS-HIGHEST-RC               PIC 9(02)       VALUE ZERO.
008000 77  WS-TODAY                    PIC 9(08)       VALUE ZERO.
008100 77  WS-LOW-CYCLE                PIC X(12)       VALUE SPACES.
008200 77  WS-PARM-VALUE               PIC 9(10)       VALUE ZERO.
008300 77  WS-LAST-ACCOUNT             PIC X(04)       VALUE SPACES.
008400 77  WS-RC-TEXT                  PIC 9(02)       VALUE ZERO.
008500 01  WS-QUEUE-TABLE.
008600     05  WS-QT-IMAGE OCCURS 2000 PIC X(304).
008700*--------------------------------------------------------------
008800* ONE ENTRY PER SCHEDULED REQUEST: WHAT ITS RUNHIST LINE WILL
008900* CARRY. A UTILITY RUN'S KEY INPUT IS PARMIN PARM 1 AS TEN
009000* DIGITS, A BATCH RUN'S IS ITS FIRST VALUE AS KEYED. THE USED
009100* TABLE HOLDS THE LINES EARLIER PASSES ALREADY CREDITED TO A
009200* REQUEST, SO A SECOND WINDOW IN THE SAME CYCLE CANNOT TAKE
009300* THEM AGAIN.
009400*--------------------------------------------------------------
009500 01  WS-MATCH-COUNT              PIC 9(04)       VALUE ZERO COMP.
009600 01  WS-MATCH-TABLE.
009700     05  WS-MT-ENTRY OCCURS 2000.
009800         10  WS-MT-CYCLE         PIC X(12).
009900         10  WS-MT-UTILITY       PIC X(08).
010000         10  WS-MT-ACCOUNT       PIC X(04).
010100         10  WS-MT-KEY           PIC X(20).
010200         10  WS-MT-QUEUE-IX      PIC 9(04)       COMP.
010300         10  WS-MT-MATCHED-SW    PIC X(01).
010400             88  WS-MT-MATCHED               VALUE 'Y'.
010500 01  WS-USED-COUNT               PIC 9(04)       VALUE ZERO COMP.
010600 01  WS-USED-TABLE.
010700     05  WS-US-ENTRY OCCURS 2000.
010800         10  WS-US-CYCLE         PIC X(12).
010900         10  WS-US-SEQUENCE      PIC 9(06).
011000         10  WS-US-UTILITY       PIC X(08).
011100         10  WS-US-ACCOUNT       PIC X(04).
011200         10  WS-US-TAKEN-SW      PIC X(01).
011300             88  WS-US-TAKEN                 VALUE 'Y'.
011400 01  WS-REPORT-COUNT             PIC 9(04)       VALUE ZERO COMP.
011500 01  WS-REPORT-TABLE.
011600     05  WS-RP-ENTRY OCCURS 1 TO 2000 TIMES
011700             DEPENDING ON WS-REPORT-COUNT.
011800         10  WS-RP-ACCOUNT       PIC X(04).
011900         10  WS-RP-REQUEST-ID    PIC 9(12).
012000         10  WS-RP-QUEUE-IX      PIC 9(04)       COMP.
012100 COPY RUNREQ.
012200 01  WS-REPORT-HEADER.
012300     05  FILLER                  PIC X(34)       VALUE
012400             "RUN REQUEST STATUS  BUSINESS DATE ".
012500     05  WS-RH-DATE              PIC 9(08).
012600 01  WS-ACCOUNT-LINE.
012700     05  FILLER                  PIC X(08)       VALUE
012800             "ACCOUNT ".
012900     05  WS-AL-ACCOUNT           PIC X(04).
013000 01  WS-COLUMN-LINE.
013100     05  FILLER                  PIC X(40)       VALUE
013200             "  REQUEST ID   UTILITY  REQUESTR STATUS ".
013300     05  FILLER                  PIC X(40)       VALUE
013400             "          P NEEDED-BY  EST COST WINDOW C".
013500     05  FILLER                  PIC X(40)       VALUE
013600             "YCLE    SEQ REASON                      ".
013700 01  WS-DETAIL-LINE.
013800     05  FILLER                  PIC X(02)       VALUE SPACES.
013900     05  WS-DL-REQUEST-ID        PIC 9(12).
014000     05  FILLER                  PIC X(01)       VALUE SPACE.
014100     05  WS-DL-UTILITY           PIC X(08).
014200     05  FILLER                  PIC X(01)       VALUE SPACE.
014300     05  WS-DL-REQUESTOR         PIC X(08).
014400     05  FILLER                  PIC X(01)       VALUE SPACE.
014500     05  WS-DL-STATUS            PIC X(16).
014600     05  FILLER                  PIC X(01)       VALUE SPACE.
014700     05  WS-DL-PRIORITY          PIC 9(01).
014800     05  FILLER                  PIC X(01)       VALUE SPACE.
014900     05  WS-DL-NEEDED-BY         PIC 9(08).
015000     05  WS-DL-LATE              PIC X(01).
015100     05  WS-DL-COST              PIC Z(06)9.99.
015200     05  FILLER                  PIC X(01)       VALUE SPACE.
015300     05  WS-DL-CYCLE             PIC X(12).
015400     05  FILLER                  PIC X(01)       VALUE SPACE.
015500     05  WS-DL-SEQUENCE          PIC Z(06).
015600     05  FILLER                  PIC X(01)       VALUE SPACE.
015700     05  WS-DL-REASON            PIC X(30).
015800 01  WS-NOTE-LINE.
015900     05  FILLER                  PIC X(02)       VALUE SPACES.
016000     05  WS-NL-TEXT              PIC X(60).
016100 01  WS-SUMMARY-LINE.
016200     05  FILLER                  PIC X(14)       VALUE
016300             "REQUESTS RUN ".
016400     05  WS-SL-RUN               PIC Z(05)9.
016500     05  FILLER                  PIC X(10)       VALUE
016600             "  FAILED ".
016700     05  WS-SL-FAILED            PIC Z(05)9.
016800     05  FILLER                  PIC X(16)       VALUE
016900             "  STILL OPEN    ".
017000     05  WS-SL-OPEN              PIC Z(05)9.
017100 PROCEDURE DIVISION.
017200 0000-MAINLINE.
017300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017400     IF WS-QUEUE-HELD
017500         PERFORM 8000-CARRY-STORE-FORWARD THRU 8000-EXIT
017600     ELSE
017700         PERFORM 2000-SETTLE-WINDOW THRU 2000-EXIT
017800         PERFORM 3000-REPORT-STATUS THRU 3000-EXIT
017900         PERFORM 4000-WRITE-NEW-STORE THRU 4000-EXIT
018000     END-IF
018100     PERFORM 9000-TERMINATE THRU 9000-EXIT
018200     STOP RUN.
018300 0000-EXIT.
018400     EXIT.
018500 1000-INITIALIZE.
018600     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
018700     OPEN OUTPUT STATUS-REPORT-FILE
018800     MOVE WS-TODAY TO WS-RH-DATE
018900     WRITE SR-RECORD FROM WS-REPORT-HEADER
019000     OPEN INPUT QUEUE-STORE-FILE
019100     IF NOT WS-STORE-OK
019200         GO TO 1000-EXIT
019300     END-IF
019400     PERFORM 1100-READ-STORE THRU 1100-EXIT
019500     PERFORM 1200-STORE-ONE-REQUEST THRU 1200-EXIT
019600         UNTIL WS-STORE-EOF
019700            OR WS-QUEUE-HELD
019800     CLOSE QUEUE-STORE-FILE
019900     IF WS-QUEUE-HELD
020000         DISPLAY "RUN-REQUEST-STATUS: RQQUEUE HOLDS MORE THAN "
020100             "THE TABLE LIMIT - NOTHING SETTLED"
020200         MOVE 8 TO WS-HIGHEST-RC
020300     END-IF.
020400 1000-EXIT.
020500     EXIT.
020600 1100-READ-STORE.
020700     READ QUEUE-STORE-FILE
020800         AT END SET WS-STORE-EOF TO TRUE
020900     END-READ.
021000 1100-EXIT.
021100     EXIT.
021200 1200-STORE-ONE-REQUEST.
021300     IF WS-REQUEST-COUNT >= WS-REQUEST-MAX
021400         SET WS-QUEUE-HELD TO TRUE
021500         GO TO 1200-EXIT
021600     END-IF
021700     ADD 1 TO WS-REQUEST-COUNT
021800     MOVE QS-RECORD TO WS-QT-IMAGE(WS-REQUEST-COUNT)
021900     MOVE QS-RECORD TO RUN-REQUEST-RECORD
022000     IF RQ-SCHEDULED
022100         PERFORM 1300-EXPECT-ONE-LINE THRU 1300-EXIT
022200     END-IF
022300     IF (RQ-RUN OR RQ-FAILED) AND RQ-RUNHIST-SEQUENCE > ZERO
022400         ADD 1 TO WS-USED-COUNT
022500         MOVE RQ-WINDOW-CYCLE TO WS-US-CYCLE(WS-USED-COUNT)
022600         MOVE RQ-RUNHIST-SEQUENCE TO WS-US-SEQUENCE(WS-USED-COUNT)
022700         MOVE RQ-UTILITY-NAME TO WS-US-UTILITY(WS-USED-COUNT)
022800         MOVE RQ-ACCOUNT-CODE TO WS-US-ACCOUNT(WS-USED-COUNT)
022900         MOVE 'N' TO WS-US-TAKEN-SW(WS-USED-COUNT)
023000     END-IF
023100     PERFORM 1100-READ-STORE THRU 1100-EXIT.
023200 1200-EXIT.
023300     EXIT.
023400 1300-EXPECT-ONE-LINE.
023500     ADD 1 TO WS-MATCH-COUNT
023600     MOVE RQ-WINDOW-CYCLE TO WS-MT-CYCLE(WS-MATCH-COUNT)
023700     MOVE RQ-UTILITY-NAME TO WS-MT-UTILITY(WS-MATCH-COUNT)
023800     MOVE RQ-ACCOUNT-CODE TO WS-MT-ACCOUNT(WS-MATCH-COUNT)
023900     IF RQ-UTILITY-RUN
024000         COMPUTE WS-PARM-VALUE = FUNCTION NUMVAL(RQ-VALUE(1))
024100         MOVE WS-PARM-VALUE TO WS-MT-KEY(WS-MATCH-COUNT)
024200     ELSE
024300         MOVE RQ-VALUE(1) TO WS-MT-KEY(WS-MATCH-COUNT)
024400     END-IF
024500     MOVE WS-REQUEST-COUNT TO WS-MT-QUEUE-IX(WS-MATCH-COUNT)
024600     MOVE 'N' TO WS-MT-MATCHED-SW(WS-MATCH-COUNT)
024700     IF WS-LOW-CYCLE = SPACES
024800         OR RQ-WINDOW-CYCLE < WS-LOW-CYCLE
024900         MOVE RQ-WINDOW-CYCLE TO WS-LOW-CYCLE
025000     END-IF.
025100 1300-EXIT.
025200     EXIT.
025300*--------------------------------------------------------------
025400* WALK RUNHIST ONCE. LINES OLDER THAN THE EARLIEST WINDOW
025500* STILL SCHEDULED ARE PASSED OVER, AS IS THE FIRST LINE THAT
025600* MATCHES EACH LINE AN EARLIER PASS CREDITED (RUNHIST IS IN
025700* ARRIVAL ORDER); EACH OTHER LINE SETTLES THE FIRST UNSETTLED
025800* REQUEST IT ANSWERS. WHATEVER IS STILL SCHEDULED AFTERWARDS
025900* WAS NEVER RUN.
026000*--------------------------------------------------------------
026100 2000-SETTLE-WINDOW.
026200     IF WS-MATCH-COUNT = ZERO
026300         GO TO 2000-EXIT
026400     END-IF
026500     OPEN INPUT RUN-HISTORY-FILE
026600     IF NOT WS-HIST-OK
026700         DISPLAY "RUN-REQUEST-STATUS: RUNHIST NOT AVAILABLE - "
026800             "SCHEDULED REQUESTS LEFT OPEN"
026900         IF WS-HIGHEST-RC < 4
027000             MOVE 4 TO WS-HIGHEST-RC
027100         END-IF
027200         GO TO 2000-EXIT
027300     END-IF
027400     SET WS-HIST-READ TO TRUE
027500     PERFORM 2100-READ-HISTORY THRU 2100-EXIT
027600     PERFORM 2200-TAKE-ONE-LINE THRU 2200-EXIT
027700         UNTIL WS-HIST-EOF
027800     CLOSE RUN-HISTORY-FILE
027900     PERFORM 2400-CLOSE-UNANSWERED THRU 2400-EXIT
028000         VARYING WS-MT-IX FROM 1 BY 1
028100         UNTIL WS-MT-IX > WS-MATCH-COUNT.
028200 2000-EXIT.
028300     EXIT.
028400 2100-READ-HISTORY.
028500     READ RUN-HISTORY-FILE
028600         AT END SET WS-HIST-EOF TO TRUE
028700     END-READ.
028800 2100-EXIT.
028900     EXIT.
029000 2200-TAKE-ONE-LINE.
029100     IF RH-CYCLE-ID < WS-LOW-CYCLE
029200         PERFORM 2100-READ-HISTORY THRU 2100-EXIT
029300         GO TO 2200-EXIT
029400     END-IF
029500     MOVE ZERO TO WS-MATCH-IX
029600     PERFORM 2205-CHECK-ONE-USED THRU 2205-EXIT
029700         VARYING WS-MT-IX FROM 1 BY 1
029800         UNTIL WS-MT-IX > WS-USED-COUNT
029900            OR WS-MATCH-IX > ZERO
030000     IF WS-MATCH-IX > ZERO
030100         PERFORM 2100-READ-HISTORY THRU 2100-EXIT
030200         GO TO 2200-EXIT
030300     END-IF
030400     PERFORM 2210-TRY-ONE-REQUEST THRU 2210-EXIT
030500         VARYING WS-MT-IX FROM 1 BY 1
030600         UNTIL WS-MT-IX > WS-MATCH-COUNT
030700            OR WS-MATCH-IX > ZERO
030800     IF WS-MATCH-IX > ZERO
030900         PERFORM 2300-SETTLE-ONE-REQUEST THRU 2300-EXIT
031000     END-IF
031100     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
031200 2200-EXIT.
031300     EXIT.
031400 2205-CHECK-ONE-USED.
031500     IF NOT WS-US-TAKEN(WS-MT-IX)
031600         AND WS-US-CYCLE(WS-MT-IX) = RH-CYCLE-ID
031700         AND WS-US-SEQUENCE(WS-MT-IX) = RH-SEQUENCE
031800         AND WS-US-UTILITY(WS-MT-IX) = RH-PROGRAM-ID
031900         AND WS-US-ACCOUNT(WS-MT-IX) = RH-ACCOUNT-CODE
032000         MOVE WS-MT-IX TO WS-MATCH-IX
032100         SET WS-US-TAKEN(WS-MT-IX) TO TRUE
032200     END-IF.
032300 2205-EXIT.
032400     EXIT.
032500 2210-TRY-ONE-REQUEST.
032600     IF NOT WS-MT-MATCHED(WS-MT-IX)
032700         AND WS-MT-CYCLE(WS-MT-IX) = RH-CYCLE-ID
032800         AND WS-MT-UTILITY(WS-MT-IX) = RH-PROGRAM-ID
032900         AND WS-MT-ACCOUNT(WS-MT-IX) = RH-ACCOUNT-CODE
033000         AND WS-MT-KEY(WS-MT-IX) = RH-KEY-INPUT
033100         MOVE WS-MT-IX TO WS-MATCH-IX
033200     END-IF.
033300 2210-EXIT.
033400     EXIT.
033500 2300-SETTLE-ONE-REQUEST.
033600     SET WS-MT-MATCHED(WS-MATCH-IX) TO TRUE
033700     MOVE WS-MT-QUEUE-IX(WS-MATCH-IX) TO WS-RQ-IX
033800     MOVE WS-QT-IMAGE(WS-RQ-IX) TO RUN-REQUEST-RECORD
033900     MOVE RH-SEQUENCE TO RQ-RUNHIST-SEQUENCE
034000     MOVE WS-TODAY TO RQ-STATUS-DATE
034100     MOVE SPACES TO RQ-REASON
034200     IF RH-RETURN-CODE = ZERO
034300         SET RQ-RUN TO TRUE
034400         STRING "RESULT " DELIMITED BY SIZE
034500             RH-RESULT DELIMITED BY SIZE
034600             INTO RQ-REASON
034700         ADD 1 TO WS-REQUESTS-RUN
034800     ELSE
034900         SET RQ-FAILED TO TRUE
035000         MOVE RH-RETURN-CODE TO WS-RC-TEXT
035100         STRING "RUN ENDED RETURN CODE " DELIMITED BY SIZE
035200             WS-RC-TEXT DELIMITED BY SIZE
035300             INTO RQ-REASON
035400         ADD 1 TO WS-REQUESTS-FAILED
035500     END-IF
035600     MOVE RUN-REQUEST-RECORD TO WS-QT-IMAGE(WS-RQ-IX).
035700 2300-EXIT.
035800     EXIT.
035900 2400-CLOSE-UNANSWERED.
036000     IF WS-MT-MATCHED(WS-MT-IX)
036100         GO TO 2400-EXIT
036200     END-IF
036300     MOVE WS-MT-QUEUE-IX(WS-MT-IX) TO WS-RQ-IX
036400     MOVE WS-QT-IMAGE(WS-RQ-IX) TO RUN-REQUEST-RECORD
036500     SET RQ-FAILED TO TRUE
036600     MOVE WS-TODAY TO RQ-STATUS-DATE
036700     MOVE "NOT RUN IN ITS WINDOW" TO RQ-REASON
036800     MOVE RUN-REQUEST-RECORD TO WS-QT-IMAGE(WS-RQ-IX)
036900     ADD 1 TO WS-REQUESTS-FAILED.
037000 2400-EXIT.
037100     EXIT.
037200*--------------------------------------------------------------
037300* EVERY REQUEST ON THE STORE, BY ACCOUNT THEN REQUEST ID. AN
037400* OPEN REQUEST ALREADY PAST ITS NEEDED-BY DATE IS STARRED.
037500*--------------------------------------------------------------
037600 3000-REPORT-STATUS.
037700     MOVE ZERO TO WS-REPORT-COUNT
037800     PERFORM 3100-INDEX-ONE-REQUEST THRU 3100-EXIT
037900         VARYING WS-RQ-IX FROM 1 BY 1
038000         UNTIL WS-RQ-IX > WS-REQUEST-COUNT
038100     IF WS-REPORT-COUNT > 1
038200         SORT WS-RP-ENTRY ON ASCENDING KEY WS-RP-ACCOUNT
038300             WS-RP-REQUEST-ID
038400     END-IF
038500     MOVE HIGH-VALUES TO WS-LAST-ACCOUNT
038600     PERFORM 3200-REPORT-ONE-REQUEST THRU 3200-EXIT
038700         VARYING WS-RP-IX FROM 1 BY 1
038800         UNTIL WS-RP-IX > WS-REPORT-COUNT.
038900 3000-EXIT.
039000     EXIT.
039100 3100-INDEX-ONE-REQUEST.
039200     MOVE WS-QT-IMAGE(WS-RQ-IX) TO RUN-REQUEST-RECORD
039300     ADD 1 TO WS-REPORT-COUNT
039400     MOVE RQ-ACCOUNT-CODE TO WS-RP-ACCOUNT(WS-REPORT-COUNT)
039500     MOVE RQ-REQUEST-ID TO WS-RP-REQUEST-ID(WS-REPORT-COUNT)
039600     MOVE WS-RQ-IX TO WS-RP-QUEUE-IX(WS-REPORT-COUNT).
039700 3100-EXIT.
039800     EXIT.
039900 3200-REPORT-ONE-REQUEST.
040000     MOVE WS-RP-QUEUE-IX(WS-RP-IX) TO WS-RQ-IX
040100     MOVE WS-QT-IMAGE(WS-RQ-IX) TO RUN-REQUEST-RECORD
040200     IF RQ-ACCOUNT-CODE NOT = WS-LAST-ACCOUNT
040300         MOVE RQ-ACCOUNT-CODE TO WS-LAST-ACCOUNT
040400         MOVE SPACES TO SR-RECORD
040500         WRITE SR-RECORD
040600         MOVE RQ-ACCOUNT-CODE TO WS-AL-ACCOUNT
040700         WRITE SR-RECORD FROM WS-ACCOUNT-LINE
040800         WRITE SR-RECORD FROM WS-COLUMN-LINE
040900     END-IF
041000     MOVE RQ-REQUEST-ID TO WS-DL-REQUEST-ID
041100     MOVE RQ-UTILITY-NAME TO WS-DL-UTILITY
041200     MOVE RQ-REQUESTOR TO WS-DL-REQUESTOR
041300     EVALUATE TRUE
041400         WHEN RQ-QUEUED
041500             MOVE "QUEUED" TO WS-DL-STATUS
041600         WHEN RQ-PENDING-APPROVAL
041700             MOVE "PENDING APPROVAL" TO WS-DL-STATUS
041800         WHEN RQ-APPROVED
041900             MOVE "APPROVED" TO WS-DL-STATUS
042000         WHEN RQ-SCHEDULED
042100             MOVE "SCHEDULED" TO WS-DL-STATUS
042200         WHEN RQ-RUN
042300             MOVE "RUN" TO WS-DL-STATUS
042400         WHEN RQ-FAILED
042500             MOVE "FAILED" TO WS-DL-STATUS
042600         WHEN RQ-REJECTED
042700             MOVE "REJECTED" TO WS-DL-STATUS
042800         WHEN OTHER
042900             MOVE "UNKNOWN" TO WS-DL-STATUS
043000     END-EVALUATE
043100     MOVE RQ-PRIORITY TO WS-DL-PRIORITY
043200     MOVE RQ-NEEDED-BY TO WS-DL-NEEDED-BY
043300     MOVE SPACE TO WS-DL-LATE
043400     IF NOT RQ-CLOSED
043500         ADD 1 TO WS-REQUESTS-OPEN
043600         IF RQ-NEEDED-BY < WS-TODAY
043700             MOVE '*' TO WS-DL-LATE
043800         END-IF
043900     END-IF
044000     MOVE RQ-ESTIMATED-COST TO WS-DL-COST
044100     MOVE RQ-WINDOW-CYCLE TO WS-DL-CYCLE
044200     IF RQ-RUN OR RQ-FAILED
044300         MOVE RQ-RUNHIST-SEQUENCE TO WS-DL-SEQUENCE
044400     ELSE
044500         MOVE ZERO TO WS-DL-SEQUENCE
044600     END-IF
044700     MOVE RQ-REASON TO WS-DL-REASON
044800     WRITE SR-RECORD FROM WS-DETAIL-LINE.
044900 3200-EXIT.
045000     EXIT.
045100 4000-WRITE-NEW-STORE.
045200     OPEN OUTPUT NEW-STORE-FILE
045300     PERFORM 4100-WRITE-ONE-REQUEST THRU 4100-EXIT
045400         VARYING WS-RQ-IX FROM 1 BY 1
045500         UNTIL WS-RQ-IX > WS-REQUEST-COUNT
045600     CLOSE NEW-STORE-FILE.
045700 4000-EXIT.
045800     EXIT.
045900 4100-WRITE-ONE-REQUEST.
046000     WRITE NQ-RECORD FROM WS-QT-IMAGE(WS-RQ-IX).
046100 4100-EXIT.
046200     EXIT.
046300 8000-CARRY-STORE-FORWARD.
046400     OPEN OUTPUT NEW-STORE-FILE
046500     MOVE SPACES TO WS-STORE-STATUS
046600     OPEN INPUT QUEUE-STORE-FILE
046700     PERFORM 1100-READ-STORE THRU 1100-EXIT
046800     PERFORM 8100-COPY-ONE-REQUEST THRU 8100-EXIT
046900         UNTIL WS-STORE-EOF
047000     CLOSE QUEUE-STORE-FILE
047100     CLOSE NEW-STORE-FILE
047200     MOVE "QUEUE TOO LARGE - CARRIED FORWARD UNCHANGED"
047300         TO WS-NL-TEXT
047400     WRITE SR-RECORD FROM WS-NOTE-LINE.
047500 8000-EXIT.
047600     EXIT.
047700 8100-COPY-ONE-REQUEST.
047800     WRITE NQ-RECORD FROM QS-RECORD
047900     PERFORM 1100-READ-STORE THRU 1100-EXIT.
048000 8100-EXIT.
048100     EXIT.
048200 9000-TERMINATE.
048300     IF WS-MATCH-COUNT > ZERO AND NOT WS-HIST-READ
048400         AND NOT WS-QUEUE-HELD
048500         MOVE SPACES TO SR-RECORD
048600         WRITE SR-RECORD
048700         MOVE "RUNHIST NOT READ - SCHEDULED REQUESTS NOT SETTLED"
048800             TO WS-NL-TEXT
048900         WRITE SR-RECORD FROM WS-NOTE-LINE
049000     END-IF
049100     MOVE SPACES TO SR-RECORD
049200     WRITE SR-RECORD
049300     MOVE WS-REQUESTS-RUN TO WS-SL-RUN
049400     MOVE WS-REQUESTS-FAILED TO WS-SL-FAILED
049500     MOVE WS-REQUESTS-OPEN TO WS-SL-OPEN
049600     WRITE SR-RECORD FROM WS-SUMMARY-LINE
049700     CLOSE STATUS-REPORT-FILE
049800     IF WS-REQUESTS-FAILED > ZERO AND WS-HIGHEST-RC < 4
049900         MOVE 4 TO WS-HIGHEST-RC
050000     END-IF
050100     MOVE WS-HIGHEST-RC TO RETURN-CODE.
050200 9000-EXIT.
050300     EXIT.
050400
