000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TRANSMISSION-ACK-MATCH.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  BJC  INITIAL VERSION - SETTLES THE OUTBOUND
001000*                    TRANSMISSIONS TRANSMISSION-REGISTER PUT ON
001100*                    THE XMITREG REGISTER (SEE XMITREG.CPY)
001200*                    AGAINST THE ACKNOWLEDGEMENT FILES PARTNERS
001300*                    SEND BACK (XMITACK). AN ACKNOWLEDGEMENT IS
001400*                    MATCHED ON THE TRANSMISSION ID IT QUOTES,
001500*                    OR, WHEN IT QUOTES NONE, TO THE OLDEST
001600*                    REGISTRATION STILL AWAITING THAT PARTNER
001700*                    FOR THAT FILE. A MATCH WHOSE ACKNOWLEDGED
001800*                    RECORD COUNT DIFFERS FROM THE COUNT SENT IS
001900*                    A COUNT MISMATCH AND RAISES AN OPALERT
002000*                    ERROR. XMITRPT LISTS EVERY ACKNOWLEDGEMENT
002100*                    AND THEN EVERY TRANSMISSION STILL
002200*                    UNACKNOWLEDGED PAST ITS PARTNER'S SLA; THE
002300*                    FIRST TIME ONE IS FOUND OVERDUE IT RAISES
002400*                    AN OPALERT WARNING. SETTLED REGISTRATIONS
002500*                    OLDER THAN RUNOPTS XMITMGR KEEPDAYS ARE
002600*                    DROPPED FROM THE NEW REGISTER. RETURN CODE
002700*                    4 WHEN ANYTHING IS OVERDUE, MISMATCHED OR
002800*                    UNMATCHED, 8 WHEN THE REGISTER IS TOO LARGE
002900*                    (IT IS CARRIED FORWARD UNCHANGED).
003000*--------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT REGISTER-STORE-FILE ASSIGN TO "XMITREG"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-STORE-STATUS.
003800     SELECT NEW-STORE-FILE ASSIGN TO "XMITNEW"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-NEW-STATUS.
004100     SELECT ACKNOWLEDGEMENT-FILE ASSIGN TO "XMITACK"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-ACK-STATUS.
004400     SELECT OPERATOR-ALERT-FILE ASSIGN TO "OPALERT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-ALERT-STATUS.
004700     SELECT MATCH-REPORT-FILE ASSIGN TO "XMITRPT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-REPORT-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  REGISTER-STORE-FILE.
005300 01  RS-RECORD                   PIC X(210).
005400 FD  NEW-STORE-FILE.
005500 01  NR-RECORD                   PIC X(210).
005600*--------------------------------------------------------------
005700* XMITACK: THE ACKNOWLEDGEMENT LINES PARTNERS RETURN, GATHERED
005800* BY THE RECEIVING TRANSFERS SINCE THE LAST RUN - THE PARTNER,
005900* THE TRANSMISSION ID WE SENT WITH THE FILE (BLANK IF THE
006000* PARTNER CANNOT QUOTE IT), THE FILE NAME, THE RECORD COUNT
006100* THE PARTNER RECEIVED, WHEN IT WAS RECEIVED AND THE PARTNER'S
006200* OWN REFERENCE. A BLANK RECEIVED DATE IS TAKEN AS TODAY.
006300*   VENDNET  202610150001 AWARDLTR 000000120 20261015 231500
006400* A LINE STARTING * IS A COMMENT.
006500*--------------------------------------------------------------
006600 FD  ACKNOWLEDGEMENT-FILE.
006700 01  ACKNOWLEDGEMENT-RECORD.
006800     05  AK-PARTNER-ID           PIC X(08).
006900     05  FILLER                  PIC X(01).
007000     05  AK-TRANSMISSION-ID      PIC X(12).
007100     05  AK-TRANSMISSION-NUMBER REDEFINES AK-TRANSMISSION-ID
007200                                 PIC 9(12).
007300     05  FILLER                  PIC X(01).
007400     05  AK-FILE-NAME            PIC X(08).
007500     05  FILLER                  PIC X(01).
007600     05  AK-RECORD-COUNT         PIC 9(09).
007700     05  FILLER                  PIC X(01).
007800     05  AK-RECEIVED-DATE        PIC 9(08).
007900     05  FILLER                  PIC X(01).
008000     05  AK-RECEIVED-TIME        PIC 9(06).
008100     05  FILLER                  PIC X(01).
008200     05  AK-REFERENCE            PIC X(20).
008300 FD  OPERATOR-ALERT-FILE.
008400 01  OA-RECORD                   PIC X(80).
008500 FD  MATCH-REPORT-FILE.
008600 01  MR-RECORD                   PIC X(132).
008700 WORKING-STORAGE SECTION.
008800 77  WS-STORE-STATUS             PIC X(02)       VALUE SPACES.
008900     88  WS-STORE-OK                             VALUE '00'.
009000     88  WS-STORE-EOF                            VALUE '10'.
009100 77  WS-NEW-STATUS               PIC X(02)       VALUE SPACES.
009200 77  WS-ACK-STATUS               PIC X(02)       VALUE SPACES.
009300     88  WS-ACK-OK                               VALUE '00'.
009400     88  WS-ACK-EOF                              VALUE '10'.
009500 77  WS-ALERT-STATUS             PIC X(02)       VALUE SPACES.
009600     88  WS-ALERT-OK                             VALUE '00'.
009700 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
009800 77  WS-REGISTER-STATE           PIC X(01)       VALUE 'N'.
009900     88  WS-REGISTER-HELD                        VALUE 'H'.
010000 77  WS-REGISTRATION-MAX         PIC 9(04)       VALUE 5000
010100                                                 COMP.
010200 77  WS-REGISTRATION-COUNT       PIC 9(04)       VALUE ZERO COMP.
010300 77  WS-XR-IX                    PIC 9(04)       VALUE ZERO COMP.
010400 77  WS-MATCH-IX                 PIC 9(04)       VALUE ZERO COMP.
010500 77  WS-ACKS-READ                PIC 9(06)       VALUE ZERO COMP.
010600 77  WS-ACKS-MATCHED             PIC 9(06)       VALUE ZERO COMP.
010700 77  WS-ACKS-MISMATCHED          PIC 9(06)       VALUE ZERO COMP.
010800 77  WS-ACKS-UNMATCHED           PIC 9(06)       VALUE ZERO COMP.
010900 77  WS-ACKS-DUPLICATE           PIC 9(06)       VALUE ZERO COMP.
011000 77  WS-ACKS-LATE                PIC 9(06)       VALUE ZERO COMP.
011100 77  WS-AWAITING-COUNT           PIC 9(06)       VALUE ZERO COMP.
011200 77  WS-OVERDUE-COUNT            PIC 9(06)       VALUE ZERO COMP.
011300 77  WS-PURGED-COUNT             PIC 9(06)       VALUE ZERO COMP.
011400 77  WS-ALERT-COUNT              PIC 9(06)       VALUE ZERO COMP.
011500 77  WS-HIGHEST-RC               PIC 9(02)       VALUE ZERO.
011600 77  WS-TODAY                    PIC 9(08)       VALUE ZERO.
011700 77  WS-KEEP-DAYS                PIC 9(05)       VALUE ZERO.
011800 77  WS-PURGE-BEFORE             PIC 9(08)       VALUE ZERO.
011900 77  WS-ACK-NUMBER               PIC 9(12)       VALUE ZERO.
012000 77  WS-HOURS-OVERDUE            PIC 9(07)       VALUE ZERO.
012100 77  WS-NOW-HOUR-NUMBER          PIC 9(09)       VALUE ZERO COMP.
012200 77  WS-DUE-HOUR-NUMBER          PIC 9(09)       VALUE ZERO COMP.
012300 77  WS-REASON                   PIC X(40)       VALUE SPACES.
012400 01  WS-NOW-STAMP.
012500     05  WS-NOW-DATE             PIC 9(08).
012600     05  WS-NOW-TIME.
012700         10  WS-NOW-HOUR         PIC 9(02).
012800         10  FILLER              PIC 9(04).
012900 01  WS-ACK-STAMP.
013000     05  WS-ACK-DATE             PIC 9(08).
013100     05  WS-ACK-TIME             PIC 9(06).
013200 01  WS-REGISTER-TABLE.
013300     05  WS-XR-IMAGE OCCURS 5000 PIC X(210).
013400 COPY XMITREG.
013500 01  WS-REPORT-HEADER.
013600     05  FILLER                  PIC X(40)       VALUE
013700             "TRANSMISSION ACKNOWLEDGEMENTS  RUN DATE ".
013800     05  WS-RH-DATE              PIC 9(08).
013900     05  FILLER                  PIC X(13)       VALUE
014000             "  KEEP DAYS  ".
014100     05  WS-RH-KEEP-DAYS         PIC Z(04)9.
014200 01  WS-SECTION-LINE.
014300     05  WS-SE-TEXT              PIC X(60).
014400 01  WS-ACK-COLUMN-LINE.
014500     05  FILLER                  PIC X(40)       VALUE
014600             "EVENT     TRANS ID     FILE     PARTNER ".
014700     05  FILLER                  PIC X(40)       VALUE
014800             "      SENT     ACKED RECEIVED TIME   DET".
014900     05  FILLER                  PIC X(40)       VALUE
015000             "AIL                                     ".
015100 01  WS-ACK-LINE.
015200     05  WS-AL-EVENT             PIC X(09).
015300     05  FILLER                  PIC X(01)       VALUE SPACE.
015400     05  WS-AL-TRANSMISSION-ID   PIC X(12).
015500     05  FILLER                  PIC X(01)       VALUE SPACE.
015600     05  WS-AL-FILE-NAME         PIC X(08).
015700     05  FILLER                  PIC X(01)       VALUE SPACE.
015800     05  WS-AL-PARTNER-ID        PIC X(08).
015900     05  FILLER                  PIC X(01)       VALUE SPACE.
016000     05  WS-AL-SENT-COUNT        PIC Z(08)9.
016100     05  FILLER                  PIC X(01)       VALUE SPACE.
016200     05  WS-AL-ACKED-COUNT       PIC Z(08)9.
016300     05  FILLER                  PIC X(01)       VALUE SPACE.
016400     05  WS-AL-RECEIVED-DATE     PIC 9(08).
016500     05  FILLER                  PIC X(01)       VALUE SPACE.
016600     05  WS-AL-RECEIVED-TIME     PIC 9(06).
016700     05  FILLER                  PIC X(01)       VALUE SPACE.
016800     05  WS-AL-DETAIL            PIC X(55).
016900 01  WS-OVERDUE-COLUMN-LINE.
017000     05  FILLER                  PIC X(40)       VALUE
017100             "TRANS ID     FILE     PARTNER       SENT".
017200     05  FILLER                  PIC X(40)       VALUE
017300             " SENT ON  TIME   DUE      TIME   HRS OVR".
017400     05  FILLER                  PIC X(40)       VALUE
017500             " DESTINATION                            ".
017600 01  WS-OVERDUE-LINE.
017700     05  WS-OL-TRANSMISSION-ID   PIC 9(12).
017800     05  FILLER                  PIC X(01)       VALUE SPACE.
017900     05  WS-OL-FILE-NAME         PIC X(08).
018000     05  FILLER                  PIC X(01)       VALUE SPACE.
018100     05  WS-OL-PARTNER-ID        PIC X(08).
018200     05  FILLER                  PIC X(01)       VALUE SPACE.
018300     05  WS-OL-SENT-COUNT        PIC Z(08)9.
018400     05  FILLER                  PIC X(01)       VALUE SPACE.
018500     05  WS-OL-SEND-DATE         PIC 9(08).
018600     05  FILLER                  PIC X(01)       VALUE SPACE.
018700     05  WS-OL-SEND-TIME         PIC 9(06).
018800     05  FILLER                  PIC X(01)       VALUE SPACE.
018900     05  WS-OL-DUE-DATE          PIC 9(08).
019000     05  FILLER                  PIC X(01)       VALUE SPACE.
019100     05  WS-OL-DUE-TIME          PIC 9(06).
019200     05  FILLER                  PIC X(01)       VALUE SPACE.
019300     05  WS-OL-HOURS-OVERDUE     PIC Z(06)9.
019400     05  FILLER                  PIC X(01)       VALUE SPACE.
019500     05  WS-OL-DESTINATION       PIC X(40).
019600 01  WS-NOTE-LINE.
019700     05  FILLER                  PIC X(02)       VALUE SPACES.
019800     05  WS-NL-TEXT              PIC X(60).
019900 01  WS-ALERT-LINE.
020000     05  WS-OA-SEVERITY          PIC X(08).
020100     05  FILLER                  PIC X(01)       VALUE SPACE.
020200     05  WS-OA-FILE-NAME         PIC X(08).
020300     05  FILLER                  PIC X(01)       VALUE SPACE.
020400     05  WS-OA-TEXT              PIC X(62).
020500 01  WS-MISMATCH-TEXT.
020600     05  FILLER                  PIC X(03)       VALUE "ID ".
020700     05  WS-MT-TRANSMISSION-ID   PIC 9(12).
020800     05  FILLER                  PIC X(04)       VALUE " BY ".
020900     05  WS-MT-PARTNER-ID        PIC X(08).
021000     05  FILLER                  PIC X(07)       VALUE " ACKED ".
021100     05  WS-MT-ACKED-COUNT       PIC Z(08)9.
021200     05  FILLER                  PIC X(04)       VALUE " OF ".
021300     05  WS-MT-SENT-COUNT        PIC Z(08)9.
021400 01  WS-OVERDUE-TEXT.
021500     05  FILLER                  PIC X(03)       VALUE "ID ".
021600     05  WS-OT-TRANSMISSION-ID   PIC 9(12).
021700     05  FILLER                  PIC X(16)       VALUE
021800             " NOT ACKED, DUE ".
021900     05  WS-OT-DUE-DATE          PIC 9(08).
022000     05  FILLER                  PIC X(01)       VALUE SPACE.
022100     05  WS-OT-DUE-TIME          PIC 9(06).
022200     05  FILLER                  PIC X(04)       VALUE " BY ".
022300     05  WS-OT-PARTNER-ID        PIC X(08).
022400 01  WS-SUMMARY-LINE-1.
022500     05  FILLER                  PIC X(12)       VALUE
022600             "ACKS READ ".
022700     05  WS-S1-READ              PIC Z(05)9.
022800     05  FILLER                  PIC X(11)       VALUE
022900             "  MATCHED ".
023000     05  WS-S1-MATCHED           PIC Z(05)9.
023100     05  FILLER                  PIC X(18)       VALUE
023200             "  COUNT MISMATCH ".
023300     05  WS-S1-MISMATCHED        PIC Z(05)9.
023400     05  FILLER                  PIC X(08)       VALUE
023500             "  LATE ".
023600     05  WS-S1-LATE              PIC Z(05)9.
023700     05  FILLER                  PIC X(13)       VALUE
023800             "  UNMATCHED ".
023900     05  WS-S1-UNMATCHED         PIC Z(05)9.
024000     05  FILLER                  PIC X(13)       VALUE
024100             "  DUPLICATE ".
024200     05  WS-S1-DUPLICATE         PIC Z(05)9.
024300 01  WS-SUMMARY-LINE-2.
024400     05  FILLER                  PIC X(12)       VALUE
024500             "AWAITING ".
024600     05  WS-S2-AWAITING          PIC Z(05)9.
024700     05  FILLER                  PIC X(11)       VALUE
024800             "  OVERDUE ".
024900     05  WS-S2-OVERDUE           PIC Z(05)9.
025000     05  FILLER                  PIC X(10)       VALUE
025100             "  PURGED ".
025200     05  WS-S2-PURGED            PIC Z(05)9.
025300     05  FILLER                  PIC X(10)       VALUE
025400             "  ALERTS ".
025500     05  WS-S2-ALERTS            PIC Z(05)9.
025600 COPY RUNOPTS.
025700 PROCEDURE DIVISION.
025800 0000-MAINLINE.
025900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026000     IF WS-REGISTER-HELD
026100         PERFORM 8000-CARRY-STORE-FORWARD THRU 8000-EXIT
026200     ELSE
026300         OPEN EXTEND OPERATOR-ALERT-FILE
026400         IF NOT WS-ALERT-OK
026500             OPEN OUTPUT OPERATOR-ALERT-FILE
026600         END-IF
026700         PERFORM 2000-MATCH-ACKNOWLEDGEMENTS THRU 2000-EXIT
026800         PERFORM 3000-REPORT-OVERDUE THRU 3000-EXIT
026900         CLOSE OPERATOR-ALERT-FILE
027000         PERFORM 4000-WRITE-NEW-STORE THRU 4000-EXIT
027100     END-IF
027200     PERFORM 9000-TERMINATE THRU 9000-EXIT
027300     STOP RUN.
027400 0000-EXIT.
027500     EXIT.
027600 1000-INITIALIZE.
027700     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
027800     MOVE WS-NOW-DATE TO WS-TODAY
027900     PERFORM 1100-LOAD-OPTIONS THRU 1100-EXIT
028000     OPEN OUTPUT MATCH-REPORT-FILE
028100     MOVE WS-TODAY TO WS-RH-DATE
028200     MOVE WS-KEEP-DAYS TO WS-RH-KEEP-DAYS
028300     WRITE MR-RECORD FROM WS-REPORT-HEADER
028400     OPEN INPUT REGISTER-STORE-FILE
028500     IF NOT WS-STORE-OK
028600         GO TO 1000-EXIT
028700     END-IF
028800     PERFORM 1200-READ-STORE THRU 1200-EXIT
028900     PERFORM 1210-STORE-ONE-REGISTRATION THRU 1210-EXIT
029000         UNTIL WS-STORE-EOF
029100            OR WS-REGISTER-HELD
029200     CLOSE REGISTER-STORE-FILE
029300     IF WS-REGISTER-HELD
029400         DISPLAY "TRANSMISSION-ACK-MATCH: XMITREG HOLDS MORE "
029500             "THAN THE TABLE LIMIT - NOTHING SETTLED"
029600         MOVE 8 TO WS-HIGHEST-RC
029700     END-IF.
029800 1000-EXIT.
029900     EXIT.
030000*--------------------------------------------------------------
030100* RUNOPTS UNDER XMITMGR: KEEPDAYS IS HOW LONG A SETTLED
030200* REGISTRATION STAYS ON THE REGISTER AFTER ITS
030300* ACKNOWLEDGEMENT. A REGISTRATION STILL AWAITING ITS PARTNER
030400* IS NEVER DROPPED.
030500*--------------------------------------------------------------
030600 1100-LOAD-OPTIONS.
030700     MOVE "XMITMGR " TO OPT-PROGRAM-ID
030800     MOVE "KEEPDAYS        " TO OPT-KEY
030900     MOVE 90 TO OPT-DEFAULT-VALUE
031000     CALL "OPTIONS-LOADER" USING RUN-OPTIONS-REQUEST
031100     IF OPT-VALUE > ZERO AND OPT-VALUE < 36500
031200         MOVE OPT-VALUE TO WS-KEEP-DAYS
031300     ELSE
031400         MOVE OPT-DEFAULT-VALUE TO WS-KEEP-DAYS
031500     END-IF
031600     COMPUTE WS-PURGE-BEFORE = FUNCTION DATE-OF-INTEGER(
031700         FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-KEEP-DAYS).
031800 1100-EXIT.
031900     EXIT.
032000 1200-READ-STORE.
032100     READ REGISTER-STORE-FILE
032200         AT END SET WS-STORE-EOF TO TRUE
032300     END-READ.
032400 1200-EXIT.
032500     EXIT.
032600 1210-STORE-ONE-REGISTRATION.
032700     IF WS-REGISTRATION-COUNT >= WS-REGISTRATION-MAX
032800         SET WS-REGISTER-HELD TO TRUE
032900         GO TO 1210-EXIT
033000     END-IF
033100     ADD 1 TO WS-REGISTRATION-COUNT
033200     MOVE RS-RECORD TO WS-XR-IMAGE(WS-REGISTRATION-COUNT)
033300     PERFORM 1200-READ-STORE THRU 1200-EXIT.
033400 1210-EXIT.
033500     EXIT.
033600 2000-MATCH-ACKNOWLEDGEMENTS.
033700     MOVE "ACKNOWLEDGEMENTS RECEIVED" TO WS-SE-TEXT
033800     MOVE SPACES TO MR-RECORD
033900     WRITE MR-RECORD
034000     WRITE MR-RECORD FROM WS-SECTION-LINE
034100     WRITE MR-RECORD FROM WS-ACK-COLUMN-LINE
034200     OPEN INPUT ACKNOWLEDGEMENT-FILE
034300     IF NOT WS-ACK-OK
034400         MOVE "XMITACK NOT AVAILABLE - NO ACKNOWLEDGEMENTS TAKEN"
034500             TO WS-NL-TEXT
034600         WRITE MR-RECORD FROM WS-NOTE-LINE
034700         GO TO 2000-EXIT
034800     END-IF
034900     PERFORM 2100-READ-ACK THRU 2100-EXIT
035000     PERFORM 2200-TAKE-ONE-ACK THRU 2200-EXIT
035100         UNTIL WS-ACK-EOF
035200     CLOSE ACKNOWLEDGEMENT-FILE.
035300 2000-EXIT.
035400     EXIT.
035500 2100-READ-ACK.
035600     READ ACKNOWLEDGEMENT-FILE
035700         AT END SET WS-ACK-EOF TO TRUE
035800     END-READ.
035900 2100-EXIT.
036000     EXIT.
036100*--------------------------------------------------------------
036200* A QUOTED TRANSMISSION ID MUST BE ON THE REGISTER UNDER THE
036300* SAME PARTNER (AND FILE, WHEN THE LINE NAMES ONE). WITHOUT
036400* AN ID THE OLDEST REGISTRATION STILL AWAITING THAT PARTNER
036500* FOR THAT FILE TAKES IT - THE REGISTER IS IN SEND ORDER.
036600*--------------------------------------------------------------
036700 2200-TAKE-ONE-ACK.
036800     IF ACKNOWLEDGEMENT-RECORD(1:1) = '*'
036900         OR AK-PARTNER-ID = SPACES
037000         PERFORM 2100-READ-ACK THRU 2100-EXIT
037100         GO TO 2200-EXIT
037200     END-IF
037300     ADD 1 TO WS-ACKS-READ
037400     MOVE SPACES TO WS-ACK-LINE
037500     MOVE AK-TRANSMISSION-ID TO WS-AL-TRANSMISSION-ID
037600     MOVE AK-FILE-NAME TO WS-AL-FILE-NAME
037700     MOVE AK-PARTNER-ID TO WS-AL-PARTNER-ID
037800     MOVE ZERO TO WS-AL-SENT-COUNT
037900     IF AK-RECORD-COUNT IS NUMERIC
038000         MOVE AK-RECORD-COUNT TO WS-AL-ACKED-COUNT
038100     ELSE
038200         MOVE ZERO TO WS-AL-ACKED-COUNT
038300     END-IF
038400     IF AK-RECEIVED-DATE IS NUMERIC
038500         AND AK-RECEIVED-DATE > ZERO
038600         MOVE AK-RECEIVED-DATE TO WS-ACK-DATE
038700         IF AK-RECEIVED-TIME IS NUMERIC
038800             MOVE AK-RECEIVED-TIME TO WS-ACK-TIME
038900         ELSE
039000             MOVE ZERO TO WS-ACK-TIME
039100         END-IF
039200     ELSE
039300         MOVE WS-NOW-DATE TO WS-ACK-DATE
039400         MOVE WS-NOW-TIME TO WS-ACK-TIME
039500     END-IF
039600     MOVE WS-ACK-DATE TO WS-AL-RECEIVED-DATE
039700     MOVE WS-ACK-TIME TO WS-AL-RECEIVED-TIME
039800     IF AK-RECORD-COUNT IS NOT NUMERIC
039900         MOVE "RECORD COUNT NOT NUMERIC" TO WS-REASON
040000         PERFORM 2900-UNMATCHED-ACK THRU 2900-EXIT
040100         PERFORM 2100-READ-ACK THRU 2100-EXIT
040200         GO TO 2200-EXIT
040300     END-IF
040400     MOVE ZERO TO WS-MATCH-IX
040500     IF AK-TRANSMISSION-ID = SPACES
040600         PERFORM 2220-FIND-BY-FILE THRU 2220-EXIT
040700             VARYING WS-XR-IX FROM 1 BY 1
040800             UNTIL WS-XR-IX > WS-REGISTRATION-COUNT
040900                OR WS-MATCH-IX > ZERO
041000         IF WS-MATCH-IX = ZERO
041100             MOVE "NOTHING AWAITING THIS PARTNER FOR THIS FILE"
041200                 TO WS-REASON
041300             PERFORM 2900-UNMATCHED-ACK THRU 2900-EXIT
041400             PERFORM 2100-READ-ACK THRU 2100-EXIT
041500             GO TO 2200-EXIT
041600         END-IF
041700     ELSE
041800         IF AK-TRANSMISSION-ID IS NOT NUMERIC
041900             MOVE "TRANSMISSION ID NOT NUMERIC" TO WS-REASON
042000             PERFORM 2900-UNMATCHED-ACK THRU 2900-EXIT
042100             PERFORM 2100-READ-ACK THRU 2100-EXIT
042200             GO TO 2200-EXIT
042300         END-IF
042400         MOVE AK-TRANSMISSION-NUMBER TO WS-ACK-NUMBER
042500         PERFORM 2210-FIND-BY-ID THRU 2210-EXIT
042600             VARYING WS-XR-IX FROM 1 BY 1
042700             UNTIL WS-XR-IX > WS-REGISTRATION-COUNT
042800                OR WS-MATCH-IX > ZERO
042900         IF WS-MATCH-IX = ZERO
043000             MOVE "TRANSMISSION ID NOT ON THE REGISTER"
043100                 TO WS-REASON
043200             PERFORM 2900-UNMATCHED-ACK THRU 2900-EXIT
043300             PERFORM 2100-READ-ACK THRU 2100-EXIT
043400             GO TO 2200-EXIT
043500         END-IF
043600         MOVE WS-XR-IMAGE(WS-MATCH-IX) TO TRANSMISSION-RECORD
043700         IF XR-PARTNER-ID NOT = AK-PARTNER-ID
043800             MOVE "TRANSMISSION WAS SENT TO ANOTHER PARTNER"
043900                 TO WS-REASON
044000             PERFORM 2900-UNMATCHED-ACK THRU 2900-EXIT
044100             PERFORM 2100-READ-ACK THRU 2100-EXIT
044200             GO TO 2200-EXIT
044300         END-IF
044400         IF AK-FILE-NAME NOT = SPACES
044500             AND XR-FILE-NAME NOT = AK-FILE-NAME
044600             MOVE "TRANSMISSION WAS A DIFFERENT FILE"
044700                 TO WS-REASON
044800             PERFORM 2900-UNMATCHED-ACK THRU 2900-EXIT
044900             PERFORM 2100-READ-ACK THRU 2100-EXIT
045000             GO TO 2200-EXIT
045100         END-IF
045200     END-IF
045300     PERFORM 2300-SETTLE-REGISTRATION THRU 2300-EXIT
045400     PERFORM 2100-READ-ACK THRU 2100-EXIT.
045500 2200-EXIT.
045600     EXIT.
045700 2210-FIND-BY-ID.
045800     MOVE WS-XR-IMAGE(WS-XR-IX) TO TRANSMISSION-RECORD
045900     IF XR-TRANSMISSION-ID = WS-ACK-NUMBER
046000         MOVE WS-XR-IX TO WS-MATCH-IX
046100     END-IF.
046200 2210-EXIT.
046300     EXIT.
046400 2220-FIND-BY-FILE.
046500     MOVE WS-XR-IMAGE(WS-XR-IX) TO TRANSMISSION-RECORD
046600     IF XR-AWAITING
046700         AND XR-PARTNER-ID = AK-PARTNER-ID
046800         AND XR-FILE-NAME = AK-FILE-NAME
046900         MOVE WS-XR-IX TO WS-MATCH-IX
047000     END-IF.
047100 2220-EXIT.
047200     EXIT.
047300*--------------------------------------------------------------
047400* A SECOND ACKNOWLEDGEMENT FOR A SETTLED TRANSMISSION CHANGES
047500* NOTHING AND IS ONLY LISTED. OTHERWISE THE ACKNOWLEDGED COUNT
047600* IS HELD AGAINST THE COUNT SENT, AND AN ACKNOWLEDGEMENT
047700* RECEIVED AFTER THE DUE TIME IS MARKED LATE.
047800*--------------------------------------------------------------
047900 2300-SETTLE-REGISTRATION.
048000     MOVE WS-XR-IMAGE(WS-MATCH-IX) TO TRANSMISSION-RECORD
048100     MOVE XR-TRANSMISSION-ID TO WS-AL-TRANSMISSION-ID
048200     MOVE XR-FILE-NAME TO WS-AL-FILE-NAME
048300     MOVE XR-RECORD-COUNT TO WS-AL-SENT-COUNT
048400     IF XR-SETTLED
048500         MOVE "DUPLICATE" TO WS-AL-EVENT
048600         STRING "ALREADY ACKNOWLEDGED " DELIMITED BY SIZE
048700             XR-ACK-DATE DELIMITED BY SIZE
048800             INTO WS-AL-DETAIL
048900         WRITE MR-RECORD FROM WS-ACK-LINE
049000         ADD 1 TO WS-ACKS-DUPLICATE
049100         GO TO 2300-EXIT
049200     END-IF
049300     MOVE WS-ACK-DATE TO XR-ACK-DATE
049400     MOVE WS-ACK-TIME TO XR-ACK-TIME
049500     MOVE AK-RECORD-COUNT TO XR-ACK-COUNT
049600     MOVE AK-REFERENCE TO XR-ACK-REFERENCE
049700     IF XR-ACK-STAMP > XR-DUE-STAMP
049800         SET XR-ACK-LATE TO TRUE
049900         ADD 1 TO WS-ACKS-LATE
050000     END-IF
050100     IF XR-ACK-COUNT = XR-RECORD-COUNT
050200         SET XR-ACKNOWLEDGED TO TRUE
050300         MOVE "MATCHED" TO WS-AL-EVENT
050400         ADD 1 TO WS-ACKS-MATCHED
050500     ELSE
050600         SET XR-COUNT-MISMATCH TO TRUE
050700         MOVE "MISMATCH" TO WS-AL-EVENT
050800         ADD 1 TO WS-ACKS-MISMATCHED
050900         MOVE XR-TRANSMISSION-ID TO WS-MT-TRANSMISSION-ID
051000         MOVE XR-PARTNER-ID TO WS-MT-PARTNER-ID
051100         MOVE XR-ACK-COUNT TO WS-MT-ACKED-COUNT
051200         MOVE XR-RECORD-COUNT TO WS-MT-SENT-COUNT
051300         MOVE "ERROR   " TO WS-OA-SEVERITY
051400         MOVE XR-FILE-NAME TO WS-OA-FILE-NAME
051500         MOVE WS-MISMATCH-TEXT TO WS-OA-TEXT
051600         PERFORM 5000-WRITE-ALERT THRU 5000-EXIT
051700     END-IF
051800     IF XR-ACK-LATE
051900         STRING "LATE - DUE " DELIMITED BY SIZE
052000             XR-DUE-DATE DELIMITED BY SIZE
052100             " " DELIMITED BY SIZE
052200             XR-DUE-TIME DELIMITED BY SIZE
052300             "  REF " DELIMITED BY SIZE
052400             XR-ACK-REFERENCE DELIMITED BY SIZE
052500             INTO WS-AL-DETAIL
052600     ELSE
052700         STRING "REF " DELIMITED BY SIZE
052800             XR-ACK-REFERENCE DELIMITED BY SIZE
052900             INTO WS-AL-DETAIL
053000     END-IF
053100     WRITE MR-RECORD FROM WS-ACK-LINE
053200     MOVE TRANSMISSION-RECORD TO WS-XR-IMAGE(WS-MATCH-IX).
053300 2300-EXIT.
053400     EXIT.
053500 2900-UNMATCHED-ACK.
053600     MOVE "UNMATCHED" TO WS-AL-EVENT
053700     MOVE WS-REASON TO WS-AL-DETAIL
053800     WRITE MR-RECORD FROM WS-ACK-LINE
053900     ADD 1 TO WS-ACKS-UNMATCHED.
054000 2900-EXIT.
054100     EXIT.
054200*--------------------------------------------------------------
054300* EVERY REGISTRATION STILL AWAITING ITS PARTNER PAST THE DUE
054400* TIME, WITH THE WHOLE HOURS IT IS OVERDUE. THE OPALERT
054500* WARNING GOES OUT THE FIRST TIME ONLY; THE REPORT LISTS IT
054600* EVERY RUN UNTIL THE ACKNOWLEDGEMENT ARRIVES.
054700*--------------------------------------------------------------
054800 3000-REPORT-OVERDUE.
054900     MOVE "UNACKNOWLEDGED PAST PARTNER SLA" TO WS-SE-TEXT
055000     MOVE SPACES TO MR-RECORD
055100     WRITE MR-RECORD
055200     WRITE MR-RECORD FROM WS-SECTION-LINE
055300     WRITE MR-RECORD FROM WS-OVERDUE-COLUMN-LINE
055400     COMPUTE WS-NOW-HOUR-NUMBER =
055500         FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) * 24
055600         + WS-NOW-HOUR
055700     PERFORM 3100-CHECK-ONE-REGISTRATION THRU 3100-EXIT
055800         VARYING WS-XR-IX FROM 1 BY 1
055900         UNTIL WS-XR-IX > WS-REGISTRATION-COUNT
056000     IF WS-OVERDUE-COUNT = ZERO
056100         MOVE "NONE" TO WS-NL-TEXT
056200         WRITE MR-RECORD FROM WS-NOTE-LINE
056300     END-IF.
056400 3000-EXIT.
056500     EXIT.
056600 3100-CHECK-ONE-REGISTRATION.
056700     MOVE WS-XR-IMAGE(WS-XR-IX) TO TRANSMISSION-RECORD
056800     IF NOT XR-AWAITING
056900         GO TO 3100-EXIT
057000     END-IF
057100     ADD 1 TO WS-AWAITING-COUNT
057200     IF WS-NOW-STAMP NOT > XR-DUE-STAMP
057300         GO TO 3100-EXIT
057400     END-IF
057500     ADD 1 TO WS-OVERDUE-COUNT
057600     COMPUTE WS-DUE-HOUR-NUMBER =
057700         FUNCTION INTEGER-OF-DATE(XR-DUE-DATE) * 24
057800         + XR-DUE-TIME / 10000
057900     COMPUTE WS-HOURS-OVERDUE =
058000         WS-NOW-HOUR-NUMBER - WS-DUE-HOUR-NUMBER
058100     MOVE XR-TRANSMISSION-ID TO WS-OL-TRANSMISSION-ID
058200     MOVE XR-FILE-NAME TO WS-OL-FILE-NAME
058300     MOVE XR-PARTNER-ID TO WS-OL-PARTNER-ID
058400     MOVE XR-RECORD-COUNT TO WS-OL-SENT-COUNT
058500     MOVE XR-SEND-DATE TO WS-OL-SEND-DATE
058600     MOVE XR-SEND-TIME TO WS-OL-SEND-TIME
058700     MOVE XR-DUE-DATE TO WS-OL-DUE-DATE
058800     MOVE XR-DUE-TIME TO WS-OL-DUE-TIME
058900     MOVE WS-HOURS-OVERDUE TO WS-OL-HOURS-OVERDUE
059000     MOVE XR-DESTINATION TO WS-OL-DESTINATION
059100     WRITE MR-RECORD FROM WS-OVERDUE-LINE
059200     IF NOT XR-ALERTED
059300         MOVE XR-TRANSMISSION-ID TO WS-OT-TRANSMISSION-ID
059400         MOVE XR-DUE-DATE TO WS-OT-DUE-DATE
059500         MOVE XR-DUE-TIME TO WS-OT-DUE-TIME
059600         MOVE XR-PARTNER-ID TO WS-OT-PARTNER-ID
059700         MOVE "WARNING " TO WS-OA-SEVERITY
059800         MOVE XR-FILE-NAME TO WS-OA-FILE-NAME
059900         MOVE WS-OVERDUE-TEXT TO WS-OA-TEXT
060000         PERFORM 5000-WRITE-ALERT THRU 5000-EXIT
060100         SET XR-ALERTED TO TRUE
060200         MOVE TRANSMISSION-RECORD TO WS-XR-IMAGE(WS-XR-IX)
060300     END-IF.
060400 3100-EXIT.
060500     EXIT.
060600 4000-WRITE-NEW-STORE.
060700     OPEN OUTPUT NEW-STORE-FILE
060800     PERFORM 4100-WRITE-ONE-REGISTRATION THRU 4100-EXIT
060900         VARYING WS-XR-IX FROM 1 BY 1
061000         UNTIL WS-XR-IX > WS-REGISTRATION-COUNT
061100     CLOSE NEW-STORE-FILE.
061200 4000-EXIT.
061300     EXIT.
061400 4100-WRITE-ONE-REGISTRATION.
061500     MOVE WS-XR-IMAGE(WS-XR-IX) TO TRANSMISSION-RECORD
061600     IF XR-SETTLED AND XR-ACK-DATE < WS-PURGE-BEFORE
061700         ADD 1 TO WS-PURGED-COUNT
061800         GO TO 4100-EXIT
061900     END-IF
062000     WRITE NR-RECORD FROM WS-XR-IMAGE(WS-XR-IX).
062100 4100-EXIT.
062200     EXIT.
062300 5000-WRITE-ALERT.
062400     WRITE OA-RECORD FROM WS-ALERT-LINE
062500     ADD 1 TO WS-ALERT-COUNT.
062600 5000-EXIT.
062700     EXIT.
062800 8000-CARRY-STORE-FORWARD.
062900     OPEN OUTPUT NEW-STORE-FILE
063000     MOVE SPACES TO WS-STORE-STATUS
063100     OPEN INPUT REGISTER-STORE-FILE
063200     PERFORM 1200-READ-STORE THRU 1200-EXIT
063300     PERFORM 8100-COPY-ONE-REGISTRATION THRU 8100-EXIT
063400         UNTIL WS-STORE-EOF
063500     CLOSE REGISTER-STORE-FILE
063600     CLOSE NEW-STORE-FILE
063700     MOVE "REGISTER TOO LARGE - CARRIED FORWARD UNCHANGED"
063800         TO WS-NL-TEXT
063900     WRITE MR-RECORD FROM WS-NOTE-LINE.
064000 8000-EXIT.
064100     EXIT.
064200 8100-COPY-ONE-REGISTRATION.
064300     WRITE NR-RECORD FROM RS-RECORD
064400     PERFORM 1200-READ-STORE THRU 1200-EXIT.
064500 8100-EXIT.
064600     EXIT.
064700 9000-TERMINATE.
064800     MOVE SPACES TO MR-RECORD
064900     WRITE MR-RECORD
065000     MOVE WS-ACKS-READ TO WS-S1-READ
065100     MOVE WS-ACKS-MATCHED TO WS-S1-MATCHED
065200     MOVE WS-ACKS-MISMATCHED TO WS-S1-MISMATCHED
065300     MOVE WS-ACKS-LATE TO WS-S1-LATE
065400     MOVE WS-ACKS-UNMATCHED TO WS-S1-UNMATCHED
065500     MOVE WS-ACKS-DUPLICATE TO WS-S1-DUPLICATE
065600     WRITE MR-RECORD FROM WS-SUMMARY-LINE-1
065700     MOVE WS-AWAITING-COUNT TO WS-S2-AWAITING
065800     MOVE WS-OVERDUE-COUNT TO WS-S2-OVERDUE
065900     MOVE WS-PURGED-COUNT TO WS-S2-PURGED
066000     MOVE WS-ALERT-COUNT TO WS-S2-ALERTS
066100     WRITE MR-RECORD FROM WS-SUMMARY-LINE-2
066200     CLOSE MATCH-REPORT-FILE
066300     IF WS-HIGHEST-RC < 4
066400         AND (WS-OVERDUE-COUNT > ZERO
066500           OR WS-ACKS-MISMATCHED > ZERO
066600           OR WS-ACKS-UNMATCHED > ZERO)
066700         MOVE 4 TO WS-HIGHEST-RC
066800     END-IF
066900     MOVE WS-HIGHEST-RC TO RETURN-CODE.
067000 9000-EXIT.
067100     EXIT.
067200 END PROGRAM TRANSMISSION-ACK-MATCH.
