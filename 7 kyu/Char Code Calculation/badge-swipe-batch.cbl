000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BADGE-SWIPE-BATCH.
000300 AUTHOR. SECURITY-REVIEW.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-09-17.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-09-17  SEC  INITIAL VERSION - DOOR-SWIPE CORRELATION
001000*                    AGAINST THE BADGMST MASTER. READS THE DAY'S
001100*                    DOOR-CONTROLLER LOG (SWIPELOG: BADGE, DOOR,
001200*                    TIMESTAMP, GRANTED OR DENIED) AND LOOKS UP
001300*                    EVERY SWIPE. SWIPRPT LISTS DOORS THAT LET
001400*                    IN A BADGE PAST ITS EXPIRY OR ALREADY
001500*                    LAPSED, SWIPES BY BADGE IDS NOT ON THE
001600*                    MASTER, AND BADGES DENIED AT THE SAME DOOR
001700*                    AT LEAST THE SWIPCTL LIMIT OF TIMES (DEFAULT
001800*                    3), THEN THE SWIPE COUNTS BY DOOR AND SHIFT.
001900*                    SHIFT START TIMES COME FROM SWIPCTL (DEFAULT
002000*                    DAY 0600, EVENING 1400, NIGHT 2200).
002100*--------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT SWIPE-CONTROL-FILE ASSIGN TO "SWIPCTL"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-CONTROL-STATUS.
002900     SELECT SWIPE-LOG-FILE ASSIGN TO "SWIPELOG"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-SWIPE-STATUS.
003200     SELECT BADGE-MASTER-FILE ASSIGN TO "BADGMST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS BM-BADGE-ID
003600         FILE STATUS IS WS-MASTER-STATUS.
003700     SELECT SWIPE-REPORT-FILE ASSIGN TO "SWIPRPT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-REPORT-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  SWIPE-CONTROL-FILE.
004300 01  SWIPE-CONTROL-CARD.
004400     05  SC-DENY-LIMIT           PIC 9(02).
004500     05  FILLER                  PIC X(01).
004600     05  SC-DAY-START            PIC 9(04).
004700     05  FILLER                  PIC X(01).
004800     05  SC-EVENING-START        PIC 9(04).
004900     05  FILLER                  PIC X(01).
005000     05  SC-NIGHT-START          PIC 9(04).
005100 FD  SWIPE-LOG-FILE.
005200 01  SWIPE-LOG-RECORD.
005300     05  SW-BADGE-ID             PIC X(10).
005400     05  FILLER                  PIC X(01).
005500     05  SW-DOOR-ID              PIC X(06).
005600     05  FILLER                  PIC X(01).
005700     05  SW-TIMESTAMP.
005800         10  SW-DATE             PIC 9(08).
005900         10  SW-TIME             PIC 9(06).
006000         10  SW-TIME-PARTS REDEFINES SW-TIME.
006100             15  SW-HHMM         PIC 9(04).
006200             15  SW-SS           PIC 9(02).
006300     05  FILLER                  PIC X(01).
006400     05  SW-RESULT               PIC X(01).
006500         88  SW-GRANTED                      VALUE 'G'.
006600         88  SW-DENIED                       VALUE 'D'.
006700 FD  BADGE-MASTER-FILE.
006800 COPY BADGMST.
006900 FD  SWIPE-REPORT-FILE.
007000 01  SR-RECORD                   PIC X(80).
007100 WORKING-STORAGE SECTION.
007200 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
007300     88  WS-CONTROL-OK                           VALUE '00'.
007400 77  WS-SWIPE-STATUS             PIC X(02)       VALUE SPACES.
007500     88  WS-SWIPE-OK                             VALUE '00'.
007600     88  WS-SWIPE-EOF                            VALUE '10'.
007700 77  WS-MASTER-STATUS            PIC X(02)       VALUE SPACES.
007800     88  WS-MASTER-OK                            VALUE '00'.
007900 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
008000     88  WS-REPORT-OK                            VALUE '00'.
008100 77  WS-MASTER-OPEN-SW           PIC X(01)       VALUE 'N'.
008200     88  WS-MASTER-OPEN                          VALUE 'Y'.
008300 77  WS-FLAGGED-SW               PIC X(01)       VALUE 'N'.
008400     88  WS-SWIPE-FLAGGED                        VALUE 'Y'.
008500 77  WS-DENY-LIMIT               PIC 9(02)       VALUE 3.
008600 77  WS-DAY-START                PIC 9(04)       VALUE 0600.
008700 77  WS-EVENING-START            PIC 9(04)       VALUE 1400.
008800 77  WS-NIGHT-START              PIC 9(04)       VALUE 2200.
008900 77  WS-SHIFT-IX                 PIC 9(01)       VALUE ZERO COMP.
009000 77  WS-DOOR-COUNT               PIC 9(04)       VALUE ZERO COMP.
009100 77  WS-DOOR-MAX                 PIC 9(04)       VALUE 100 COMP.
009200 77  WS-DENIAL-COUNT             PIC 9(04)       VALUE ZERO COMP.
009300 77  WS-DENIAL-MAX               PIC 9(04)       VALUE 500 COMP.
009400 77  WS-DR-IX                    PIC 9(04)       VALUE ZERO COMP.
009500 77  WS-DN-IX                    PIC 9(04)       VALUE ZERO COMP.
009600 77  WS-MATCH-IX                 PIC 9(04)       VALUE ZERO COMP.
009700 77  WS-SWIPES-READ              PIC 9(06)       VALUE ZERO.
009800 77  WS-EXPIRED-GRANTS           PIC 9(06)       VALUE ZERO.
009900 77  WS-UNKNOWN-SWIPES           PIC 9(06)       VALUE ZERO.
010000 77  WS-REPEAT-DENIALS           PIC 9(06)       VALUE ZERO.
010100 01  WS-SHIFT-NAMES.
010200     05  FILLER                  PIC X(07)       VALUE "DAY    ".
010300     05  FILLER                  PIC X(07)       VALUE "EVENING".
010400     05  FILLER                  PIC X(07)       VALUE "NIGHT  ".
010500 01  WS-SHIFT-NAME-TABLE REDEFINES WS-SHIFT-NAMES.
010600     05  WS-SHIFT-NAME           PIC X(07)       OCCURS 3.
010700 01  WS-DOOR-TABLE.
010800     05  WS-DR-ENTRY OCCURS 100.
010900         10  WS-DR-DOOR          PIC X(06).
011000         10  WS-DR-SHIFT OCCURS 3.
011100             15  WS-DR-SWIPES    PIC 9(06).
011200             15  WS-DR-GRANTED   PIC 9(06).
011300             15  WS-DR-DENIED    PIC 9(06).
011400             15  WS-DR-FLAGGED   PIC 9(06).
011500 01  WS-SHIFT-TOTALS.
011600     05  WS-ST-ENTRY OCCURS 3.
011700         10  WS-ST-SWIPES        PIC 9(06).
011800         10  WS-ST-GRANTED       PIC 9(06).
011900         10  WS-ST-DENIED        PIC 9(06).
012000         10  WS-ST-FLAGGED       PIC 9(06).
012100 01  WS-DENIAL-TABLE.
012200     05  WS-DN-ENTRY OCCURS 500.
012300         10  WS-DN-BADGE         PIC X(10).
012400         10  WS-DN-DOOR          PIC X(06).
012500         10  WS-DN-COUNT         PIC 9(04).
012600         10  WS-DN-FIRST         PIC 9(06).
012700         10  WS-DN-LAST          PIC 9(06).
012800 01  WS-REPORT-HEADER.
012900     05  FILLER                  PIC X(34)       VALUE
013000             "DOOR SWIPE CORRELATION - LOG DATE ".
013100     05  WS-RH-DATE              PIC 9(08)       VALUE ZERO.
013200 01  WS-FLAG-LINE.
013300     05  WS-FL-BADGE-ID          PIC X(10).
013400     05  FILLER                  PIC X(06)       VALUE " DOOR ".
013500     05  WS-FL-DOOR              PIC X(06).
013600     05  FILLER                  PIC X(01)       VALUE SPACE.
013700     05  WS-FL-DATE              PIC 9(08).
013800     05  FILLER                  PIC X(01)       VALUE SPACE.
013900     05  WS-FL-TIME              PIC 9(06).
014000     05  FILLER                  PIC X(01)       VALUE SPACE.
014100     05  WS-FL-REASON            PIC X(24).
014200     05  FILLER                  PIC X(01)       VALUE SPACE.
014300     05  WS-FL-EXPIRY            PIC X(08).
014400 01  WS-REPEAT-LINE.
014500     05  WS-RL-BADGE-ID          PIC X(10).
014600     05  FILLER                  PIC X(06)       VALUE " DOOR ".
014700     05  WS-RL-DOOR              PIC X(06).
014800     05  FILLER                  PIC X(09)       VALUE
014900             " DENIED  ".
015000     05  WS-RL-COUNT             PIC Z(03)9.
015100     05  FILLER                  PIC X(07)       VALUE " TIMES ".
015200     05  WS-RL-FIRST             PIC 9(06).
015300     05  FILLER                  PIC X(03)       VALUE " - ".
015400     05  WS-RL-LAST              PIC 9(06).
015500 01  WS-COUNT-HEADER             PIC X(62)       VALUE
015600     "DOOR   SHIFT     SWIPES GRANTED  DENIED FLAGGED".
015700 01  WS-COUNT-LINE.
015800     05  WS-CL-DOOR              PIC X(06).
015900     05  FILLER                  PIC X(01)       VALUE SPACE.
016000     05  WS-CL-SHIFT             PIC X(07).
016100     05  FILLER                  PIC X(01)       VALUE SPACE.
016200     05  WS-CL-SWIPES            PIC Z(05)9.
016300     05  FILLER                  PIC X(02)       VALUE SPACES.
016400     05  WS-CL-GRANTED           PIC Z(05)9.
016500     05  FILLER                  PIC X(02)       VALUE SPACES.
016600     05  WS-CL-DENIED            PIC Z(05)9.
016700     05  FILLER                  PIC X(02)       VALUE SPACES.
016800     05  WS-CL-FLAGGED           PIC Z(05)9.
016900 01  WS-TOTAL-LINE.
017000     05  WS-TL-LABEL             PIC X(24).
017100     05  WS-TL-COUNT             PIC Z(05)9.
017200 PROCEDURE DIVISION.
017300 0000-MAINLINE.
017400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017500     PERFORM 2000-CHECK-ONE-SWIPE THRU 2000-EXIT
017600         UNTIL WS-SWIPE-EOF.
017700     PERFORM 7000-REPORT-REPEAT-DENIALS THRU 7000-EXIT.
017800     PERFORM 8000-REPORT-COUNTS THRU 8000-EXIT.
017900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018000     STOP RUN.
018100 0000-EXIT.
018200     EXIT.
018300 1000-INITIALIZE.
018400     MOVE ZERO TO WS-SHIFT-TOTALS
018500     OPEN INPUT SWIPE-CONTROL-FILE
018600     IF WS-CONTROL-OK
018700         READ SWIPE-CONTROL-FILE
018800             AT END MOVE SPACES TO SWIPE-CONTROL-CARD
018900         END-READ
019000         CLOSE SWIPE-CONTROL-FILE
019100         PERFORM 1200-TAKE-CONTROL-CARD THRU 1200-EXIT
019200     END-IF
019300     OPEN OUTPUT SWIPE-REPORT-FILE
019400     OPEN INPUT BADGE-MASTER-FILE
019500     IF WS-MASTER-OK
019600         SET WS-MASTER-OPEN TO TRUE
019700     ELSE
019800         DISPLAY "BADGE-SWIPE-BATCH: BADGMST NOT AVAILABLE, "
019900             "STATUS " WS-MASTER-STATUS
020000         MOVE 8 TO RETURN-CODE
020100     END-IF
020200     OPEN INPUT SWIPE-LOG-FILE
020300     IF WS-SWIPE-OK
020400         PERFORM 1100-READ-SWIPE THRU 1100-EXIT
020500     ELSE
020600         SET WS-SWIPE-EOF TO TRUE
020700     END-IF
020800     IF NOT WS-SWIPE-EOF
020900         MOVE SW-DATE TO WS-RH-DATE
021000     END-IF
021100     WRITE SR-RECORD FROM WS-REPORT-HEADER.
021200 1000-EXIT.
021300     EXIT.
021400 1100-READ-SWIPE.
021500     READ SWIPE-LOG-FILE
021600         AT END SET WS-SWIPE-EOF TO TRUE
021700     END-READ.
021800 1100-EXIT.
021900     EXIT.
022000*--------------------------------------------------------------
022100* A BLANK OR NON-NUMERIC FIELD ON THE CARD KEEPS ITS DEFAULT.
022200*--------------------------------------------------------------
022300 1200-TAKE-CONTROL-CARD.
022400     IF SC-DENY-LIMIT IS NUMERIC AND SC-DENY-LIMIT > ZERO
022500         MOVE SC-DENY-LIMIT TO WS-DENY-LIMIT
022600     END-IF
022700     IF SC-DAY-START IS NUMERIC
022800         MOVE SC-DAY-START TO WS-DAY-START
022900     END-IF
023000     IF SC-EVENING-START IS NUMERIC
023100         MOVE SC-EVENING-START TO WS-EVENING-START
023200     END-IF
023300     IF SC-NIGHT-START IS NUMERIC
023400         MOVE SC-NIGHT-START TO WS-NIGHT-START
023500     END-IF.
023600 1200-EXIT.
023700     EXIT.
023800*--------------------------------------------------------------
023900* EVERY SWIPE IS COUNTED FOR ITS DOOR AND SHIFT. A GRANT IS
024000* FLAGGED WHEN THE BADGE IS NOT ON THE MASTER, IS MARKED
024100* INACTIVE, OR EXPIRED BEFORE THE SWIPE DATE; A DENIAL BY AN
024200* UNKNOWN BADGE IS FLAGGED TOO. DENIALS BY KNOWN BADGES ARE
024300* TALLIED BY BADGE AND DOOR FOR THE REPEAT CHECK.
024400*--------------------------------------------------------------
024500 2000-CHECK-ONE-SWIPE.
024600     ADD 1 TO WS-SWIPES-READ
024700     MOVE 'N' TO WS-FLAGGED-SW
024800     PERFORM 2100-FIND-SHIFT THRU 2100-EXIT
024900     MOVE SW-BADGE-ID TO WS-FL-BADGE-ID
025000     MOVE SW-DOOR-ID TO WS-FL-DOOR
025100     MOVE SW-DATE TO WS-FL-DATE
025200     MOVE SW-TIME TO WS-FL-TIME
025300     MOVE SPACES TO WS-FL-EXPIRY
025400     MOVE SW-BADGE-ID TO BM-BADGE-ID
025500     IF WS-MASTER-OPEN
025600         READ BADGE-MASTER-FILE
025700             KEY IS BM-BADGE-ID
025800             INVALID KEY
025900                 PERFORM 2200-FLAG-UNKNOWN THRU 2200-EXIT
026000             NOT INVALID KEY
026100                 PERFORM 2300-CHECK-KNOWN THRU 2300-EXIT
026200         END-READ
026300     END-IF
026400     PERFORM 2500-POST-DOOR THRU 2500-EXIT
026500     PERFORM 1100-READ-SWIPE THRU 1100-EXIT.
026600 2000-EXIT.
026700     EXIT.
026800 2100-FIND-SHIFT.
026900     EVALUATE TRUE
027000         WHEN SW-HHMM >= WS-DAY-START
027100          AND SW-HHMM < WS-EVENING-START
027200             MOVE 1 TO WS-SHIFT-IX
027300         WHEN SW-HHMM >= WS-EVENING-START
027400          AND SW-HHMM < WS-NIGHT-START
027500             MOVE 2 TO WS-SHIFT-IX
027600         WHEN OTHER
027700             MOVE 3 TO WS-SHIFT-IX
027800     END-EVALUATE.
027900 2100-EXIT.
028000     EXIT.
028100 2200-FLAG-UNKNOWN.
028200     IF SW-GRANTED
028300         MOVE "GRANTED - NOT ON MASTER" TO WS-FL-REASON
028400     ELSE
028500         MOVE "DENIED - NOT ON MASTER" TO WS-FL-REASON
028600     END-IF
028700     WRITE SR-RECORD FROM WS-FLAG-LINE
028800     ADD 1 TO WS-UNKNOWN-SWIPES
028900     SET WS-SWIPE-FLAGGED TO TRUE.
029000 2200-EXIT.
029100     EXIT.
029200 2300-CHECK-KNOWN.
029300     IF SW-DENIED
029400         PERFORM 2400-TALLY-DENIAL THRU 2400-EXIT
029500         GO TO 2300-EXIT
029600     END-IF
029700     EVALUATE TRUE
029800         WHEN BM-STATUS = 'I'
029900             MOVE "GRANTED - BADGE LAPSED" TO WS-FL-REASON
030000         WHEN BM-EXPIRY-DATE < SW-DATE
030100             MOVE "GRANTED - BADGE EXPIRED" TO WS-FL-REASON
030200         WHEN OTHER
030300             GO TO 2300-EXIT
030400     END-EVALUATE
030500     MOVE BM-EXPIRY-DATE TO WS-FL-EXPIRY
030600     WRITE SR-RECORD FROM WS-FLAG-LINE
030700     ADD 1 TO WS-EXPIRED-GRANTS
030800     SET WS-SWIPE-FLAGGED TO TRUE.
030900 2300-EXIT.
031000     EXIT.
031100 2400-TALLY-DENIAL.
031200     MOVE ZERO TO WS-MATCH-IX
031300     PERFORM 2410-SCAN-DENIALS THRU 2410-EXIT
031400         VARYING WS-DN-IX FROM 1 BY 1
031500         UNTIL WS-DN-IX > WS-DENIAL-COUNT
031600            OR WS-MATCH-IX > ZERO
031700     IF WS-MATCH-IX = ZERO
031800         IF WS-DENIAL-COUNT >= WS-DENIAL-MAX
031900             GO TO 2400-EXIT
032000         END-IF
032100         ADD 1 TO WS-DENIAL-COUNT
032200         MOVE WS-DENIAL-COUNT TO WS-MATCH-IX
032300         MOVE SW-BADGE-ID TO WS-DN-BADGE(WS-MATCH-IX)
032400         MOVE SW-DOOR-ID TO WS-DN-DOOR(WS-MATCH-IX)
032500         MOVE ZERO TO WS-DN-COUNT(WS-MATCH-IX)
032600         MOVE SW-TIME TO WS-DN-FIRST(WS-MATCH-IX)
032700     END-IF
032800     ADD 1 TO WS-DN-COUNT(WS-MATCH-IX)
032900     MOVE SW-TIME TO WS-DN-LAST(WS-MATCH-IX).
033000 2400-EXIT.
033100     EXIT.
033200 2410-SCAN-DENIALS.
033300     IF WS-DN-BADGE(WS-DN-IX) = SW-BADGE-ID
033400         AND WS-DN-DOOR(WS-DN-IX) = SW-DOOR-ID
033500         MOVE WS-DN-IX TO WS-MATCH-IX
033600     END-IF.
033700 2410-EXIT.
033800     EXIT.
033900 2500-POST-DOOR.
034000     MOVE ZERO TO WS-MATCH-IX
034100     PERFORM 2510-SCAN-DOORS THRU 2510-EXIT
034200         VARYING WS-DR-IX FROM 1 BY 1
034300         UNTIL WS-DR-IX > WS-DOOR-COUNT
034400            OR WS-MATCH-IX > ZERO
034500     IF WS-MATCH-IX = ZERO
034600         AND WS-DOOR-COUNT < WS-DOOR-MAX
034700         ADD 1 TO WS-DOOR-COUNT
034800         MOVE WS-DOOR-COUNT TO WS-MATCH-IX
034900         MOVE SW-DOOR-ID TO WS-DR-DOOR(WS-MATCH-IX)
035000         PERFORM 2520-CLEAR-DOOR-SHIFT THRU 2520-EXIT
035100             VARYING WS-DR-IX FROM 1 BY 1
035200             UNTIL WS-DR-IX > 3
035300     END-IF
035400     IF WS-MATCH-IX > ZERO
035500         ADD 1 TO WS-DR-SWIPES(WS-MATCH-IX, WS-SHIFT-IX)
035600         IF SW-GRANTED
035700             ADD 1 TO WS-DR-GRANTED(WS-MATCH-IX, WS-SHIFT-IX)
035800         ELSE
035900             ADD 1 TO WS-DR-DENIED(WS-MATCH-IX, WS-SHIFT-IX)
036000         END-IF
036100         IF WS-SWIPE-FLAGGED
036200             ADD 1 TO WS-DR-FLAGGED(WS-MATCH-IX, WS-SHIFT-IX)
036300         END-IF
036400     END-IF
036500     ADD 1 TO WS-ST-SWIPES(WS-SHIFT-IX)
036600     IF SW-GRANTED
036700         ADD 1 TO WS-ST-GRANTED(WS-SHIFT-IX)
036800     ELSE
036900         ADD 1 TO WS-ST-DENIED(WS-SHIFT-IX)
037000     END-IF
037100     IF WS-SWIPE-FLAGGED
037200         ADD 1 TO WS-ST-FLAGGED(WS-SHIFT-IX)
037300     END-IF.
037400 2500-EXIT.
037500     EXIT.
037600 2510-SCAN-DOORS.
037700     IF WS-DR-DOOR(WS-DR-IX) = SW-DOOR-ID
037800         MOVE WS-DR-IX TO WS-MATCH-IX
037900     END-IF.
038000 2510-EXIT.
038100     EXIT.
038200 2520-CLEAR-DOOR-SHIFT.
038300     MOVE ZERO TO WS-DR-SWIPES(WS-MATCH-IX, WS-DR-IX)
038400     MOVE ZERO TO WS-DR-GRANTED(WS-MATCH-IX, WS-DR-IX)
038500     MOVE ZERO TO WS-DR-DENIED(WS-MATCH-IX, WS-DR-IX)
038600     MOVE ZERO TO WS-DR-FLAGGED(WS-MATCH-IX, WS-DR-IX).
038700 2520-EXIT.
038800     EXIT.
038900 7000-REPORT-REPEAT-DENIALS.
039000     PERFORM 7100-CHECK-ONE-DENIAL THRU 7100-EXIT
039100         VARYING WS-DN-IX FROM 1 BY 1
039200         UNTIL WS-DN-IX > WS-DENIAL-COUNT.
039300 7000-EXIT.
039400     EXIT.
039500 7100-CHECK-ONE-DENIAL.
039600     IF WS-DN-COUNT(WS-DN-IX) < WS-DENY-LIMIT
039700         GO TO 7100-EXIT
039800     END-IF
039900     MOVE WS-DN-BADGE(WS-DN-IX) TO WS-RL-BADGE-ID
040000     MOVE WS-DN-DOOR(WS-DN-IX) TO WS-RL-DOOR
040100     MOVE WS-DN-COUNT(WS-DN-IX) TO WS-RL-COUNT
040200     MOVE WS-DN-FIRST(WS-DN-IX) TO WS-RL-FIRST
040300     MOVE WS-DN-LAST(WS-DN-IX) TO WS-RL-LAST
040400     WRITE SR-RECORD FROM WS-REPEAT-LINE
040500     ADD 1 TO WS-REPEAT-DENIALS.
040600 7100-EXIT.
040700     EXIT.
040800 8000-REPORT-COUNTS.
040900     WRITE SR-RECORD FROM WS-COUNT-HEADER
041000     PERFORM 8100-REPORT-ONE-DOOR THRU 8100-EXIT
041100         VARYING WS-DR-IX FROM 1 BY 1
041200         UNTIL WS-DR-IX > WS-DOOR-COUNT
041300     MOVE "ALL" TO WS-CL-DOOR
041400     PERFORM 8300-REPORT-SHIFT-TOTAL THRU 8300-EXIT
041500         VARYING WS-SHIFT-IX FROM 1 BY 1
041600         UNTIL WS-SHIFT-IX > 3
041700     MOVE "SWIPES READ" TO WS-TL-LABEL
041800     MOVE WS-SWIPES-READ TO WS-TL-COUNT
041900     WRITE SR-RECORD FROM WS-TOTAL-LINE
042000     MOVE "GRANTS ON EXPIRED BADGES" TO WS-TL-LABEL
042100     MOVE WS-EXPIRED-GRANTS TO WS-TL-COUNT
042200     WRITE SR-RECORD FROM WS-TOTAL-LINE
042300     MOVE "UNKNOWN BADGE SWIPES" TO WS-TL-LABEL
042400     MOVE WS-UNKNOWN-SWIPES TO WS-TL-COUNT
042500     WRITE SR-RECORD FROM WS-TOTAL-LINE
042600     MOVE "REPEATED DENIALS" TO WS-TL-LABEL
042700     MOVE WS-REPEAT-DENIALS TO WS-TL-COUNT
042800     WRITE SR-RECORD FROM WS-TOTAL-LINE.
042900 8000-EXIT.
043000     EXIT.
043100 8100-REPORT-ONE-DOOR.
043200     MOVE WS-DR-DOOR(WS-DR-IX) TO WS-CL-DOOR
043300     PERFORM 8200-REPORT-DOOR-SHIFT THRU 8200-EXIT
043400         VARYING WS-SHIFT-IX FROM 1 BY 1
043500         UNTIL WS-SHIFT-IX > 3.
043600 8100-EXIT.
043700     EXIT.
043800 8200-REPORT-DOOR-SHIFT.
043900     IF WS-DR-SWIPES(WS-DR-IX, WS-SHIFT-IX) = ZERO
044000         GO TO 8200-EXIT
044100     END-IF
044200     MOVE WS-SHIFT-NAME(WS-SHIFT-IX) TO WS-CL-SHIFT
044300     MOVE WS-DR-SWIPES(WS-DR-IX, WS-SHIFT-IX) TO WS-CL-SWIPES
044400     MOVE WS-DR-GRANTED(WS-DR-IX, WS-SHIFT-IX) TO WS-CL-GRANTED
044500     MOVE WS-DR-DENIED(WS-DR-IX, WS-SHIFT-IX) TO WS-CL-DENIED
044600     MOVE WS-DR-FLAGGED(WS-DR-IX, WS-SHIFT-IX) TO WS-CL-FLAGGED
044700     WRITE SR-RECORD FROM WS-COUNT-LINE.
044800 8200-EXIT.
044900     EXIT.
045000 8300-REPORT-SHIFT-TOTAL.
045100     MOVE WS-SHIFT-NAME(WS-SHIFT-IX) TO WS-CL-SHIFT
045200     MOVE WS-ST-SWIPES(WS-SHIFT-IX) TO WS-CL-SWIPES
045300     MOVE WS-ST-GRANTED(WS-SHIFT-IX) TO WS-CL-GRANTED
045400     MOVE WS-ST-DENIED(WS-SHIFT-IX) TO WS-CL-DENIED
045500     MOVE WS-ST-FLAGGED(WS-SHIFT-IX) TO WS-CL-FLAGGED
045600     WRITE SR-RECORD FROM WS-COUNT-LINE.
045700 8300-EXIT.
045800     EXIT.
045900 9000-TERMINATE.
046000     IF WS-MASTER-OPEN
046100         CLOSE BADGE-MASTER-FILE
046200     END-IF
046300     CLOSE SWIPE-LOG-FILE
046400     CLOSE SWIPE-REPORT-FILE.
046500 9000-EXIT.
046600     EXIT.
046700 END PROGRAM BADGE-SWIPE-BATCH.
