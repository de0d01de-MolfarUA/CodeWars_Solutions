000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REFERENTIAL-INTEGRITY-SWEEP.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  BJC  INITIAL VERSION - CROSS-MASTER REFERENTIAL
001000*                    INTEGRITY SWEEP, CALLED BY PREFLIGHT-
001100*                    VERIFIER. EACH RELDEFS CARD NAMES A CHILD
001200*                    FILE AND FOREIGN-KEY COLUMNS AND THE PARENT
001300*                    FILE AND KEY COLUMNS IT MUST RESOLVE
001400*                    AGAINST (TRIPIN ROUTES ON ROUTEMST AND
001500*                    FARETAB, FLEETAVL CLASSES ON RATETAB, AND
001600*                    SO ON). THE PARENT KEYS ARE LOADED, SORTED
001700*                    AND DE-DUPLICATED, EVERY CHILD KEY IS
001800*                    LOOKED UP, AND INTEGRPT LISTS THE ORPHANS,
001900*                    THE PARENT KEYS NO CHILD USES, AND THE
002000*                    COUNTS PER RELATIONSHIP.
002100*--------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT RELATION-DEFINITION-FILE ASSIGN TO "RELDEFS"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-DEFS-STATUS.
002900     SELECT CHILD-FILE ASSIGN TO WS-CHILD-NAME
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-CHILD-STATUS.
003200     SELECT PARENT-FILE ASSIGN TO WS-PARENT-NAME
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-PARENT-STATUS.
003500     SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTEGRPT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-REPORT-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  RELATION-DEFINITION-FILE.
004100 COPY RELDEF.
004200 FD  CHILD-FILE.
004300 01  CHILD-RECORD               PIC X(256).
004400 FD  PARENT-FILE.
004500 01  PARENT-RECORD              PIC X(256).
004600 FD  INTEGRITY-REPORT-FILE.
004700 01  INTEGRITY-REPORT-RECORD    PIC X(100).
004800 WORKING-STORAGE SECTION.
004900 77  WS-DEFS-STATUS             PIC X(02)    VALUE SPACES.
005000     88  WS-DEFS-OK                          VALUE '00'.
005100 77  WS-CHILD-STATUS            PIC X(02)    VALUE SPACES.
005200     88  WS-CHILD-OK                         VALUE '00'.
005300 77  WS-PARENT-STATUS           PIC X(02)    VALUE SPACES.
005400     88  WS-PARENT-OK                        VALUE '00'.
005500 77  WS-REPORT-STATUS           PIC X(02)    VALUE SPACES.
005600 77  WS-CHILD-NAME              PIC X(08)    VALUE SPACES.
005700 77  WS-PARENT-NAME             PIC X(08)    VALUE SPACES.
005800 77  WS-DEFS-DONE-SW            PIC X(01)    VALUE 'N'.
005900     88  WS-DEFS-DONE                        VALUE 'Y'.
006000 77  WS-FILE-DONE-SW            PIC X(01)    VALUE 'N'.
006100     88  WS-FILE-DONE                        VALUE 'Y'.
006200 77  WS-CHECKED-SW              PIC X(01)    VALUE 'Y'.
006300     88  WS-RELATION-CHECKED                 VALUE 'Y'.
006400 77  WS-KEY-MAX                 PIC 9(05)    VALUE 20000 COMP.
006500 77  WS-LIST-MAX                PIC 9(03)    VALUE 20 COMP.
006600 77  WS-KEY-IX                  PIC 9(05)    VALUE ZERO COMP.
006700 77  WS-KEY-OUT                 PIC 9(05)    VALUE ZERO COMP.
006800 77  WS-LO                      PIC 9(05)    VALUE ZERO COMP.
006900 77  WS-HI                      PIC 9(05)    VALUE ZERO COMP.
007000 77  WS-MID                     PIC 9(05)    VALUE ZERO COMP.
007100 77  WS-DEF-COUNT               PIC 9(03)    VALUE ZERO COMP.
007200 77  WS-CHILD-READ              PIC 9(09)    VALUE ZERO.
007300 77  WS-CHILD-SKIPPED           PIC 9(09)    VALUE ZERO.
007400 77  WS-CHILD-BLANK             PIC 9(09)    VALUE ZERO.
007500 77  WS-CHILD-MATCHED           PIC 9(09)    VALUE ZERO.
007600 77  WS-ORPHAN-COUNT            PIC 9(09)    VALUE ZERO.
007700 77  WS-UNUSED-COUNT            PIC 9(09)    VALUE ZERO.
007800 77  WS-LISTED                  PIC 9(03)    VALUE ZERO COMP.
007900 77  WS-SEARCH-KEY              PIC X(20)    VALUE SPACES.
008000 01  WS-KEY-COUNT               PIC 9(05)    VALUE ZERO COMP.
008100 01  WS-KEY-TABLE.
008200     05  WS-KY-ENTRY OCCURS 1 TO 20000 TIMES
008300             DEPENDING ON WS-KEY-COUNT.
008400         10  WS-KY-KEY          PIC X(20).
008500         10  WS-KY-USES         PIC 9(09).
008600 01  WS-REPORT-HEADER.
008700     05  FILLER                 PIC X(40)    VALUE
008800             "CROSS-MASTER REFERENTIAL INTEGRITY SWEEP".
008900 01  WS-RELATION-LINE.
009000     05  FILLER                 PIC X(09)    VALUE "RELATION ".
009100     05  WS-RL-RELATION         PIC X(08).
009200     05  FILLER                 PIC X(01)    VALUE SPACE.
009300     05  WS-RL-CHILD            PIC X(08).
009400     05  FILLER                 PIC X(01)    VALUE "(".
009500     05  WS-RL-CHILD-START      PIC 9(03).
009600     05  FILLER                 PIC X(01)    VALUE ":".
009700     05  WS-RL-CHILD-LENGTH     PIC 9(02).
009800     05  FILLER                 PIC X(05)    VALUE ") -> ".
009900     05  WS-RL-PARENT           PIC X(08).
010000     05  FILLER                 PIC X(01)    VALUE "(".
010100     05  WS-RL-PARENT-START     PIC 9(03).
010200     05  FILLER                 PIC X(01)    VALUE ":".
010300     05  WS-RL-PARENT-LENGTH    PIC 9(02).
010400     05  FILLER                 PIC X(02)    VALUE ") ".
010500     05  WS-RL-SEVERITY         PIC X(08).
010600 01  WS-ORPHAN-LINE.
010700     05  FILLER                 PIC X(15)    VALUE
010800             "  ORPHAN   REC ".
010900     05  WS-OL-RECORD           PIC Z(08)9.
011000     05  FILLER                 PIC X(05)    VALUE " KEY ".
011100     05  WS-OL-KEY              PIC X(20).
011200 01  WS-UNUSED-LINE.
011300     05  FILLER                 PIC X(15)    VALUE
011400             "  UNUSED   KEY ".
011500     05  WS-UL-KEY              PIC X(20).
011600 01  WS-MORE-LINE.
011700     05  FILLER                 PIC X(13)    VALUE
011800             "  ... LISTING".
011900     05  FILLER                 PIC X(13)    VALUE
012000             " STOPPED AT ".
012100     05  WS-ML-LIMIT            PIC ZZ9.
012200 01  WS-COUNT-LINE-1.
012300     05  FILLER                 PIC X(20)    VALUE
012400             "  COUNTS   READ     ".
012500     05  WS-CL-READ             PIC Z(08)9.
012600     05  FILLER                 PIC X(09)    VALUE "  SKIPPED".
012700     05  WS-CL-SKIPPED          PIC Z(08)9.
012800     05  FILLER                 PIC X(07)    VALUE "  BLANK".
012900     05  WS-CL-BLANK            PIC Z(08)9.
013000     05  FILLER                 PIC X(09)    VALUE "  MATCHED".
013100     05  WS-CL-MATCHED          PIC Z(08)9.
013200 01  WS-COUNT-LINE-2.
013300     05  FILLER                 PIC X(20)    VALUE
013400             "           ORPHANS  ".
013500     05  WS-CL-ORPHANS          PIC Z(08)9.
013600     05  FILLER                 PIC X(13)    VALUE
013700             "  PARENT KEYS".
013800     05  WS-CL-PARENT-KEYS      PIC Z(08)9.
013900     05  FILLER                 PIC X(08)    VALUE "  UNUSED".
014000     05  WS-CL-UNUSED           PIC Z(08)9.
014100 01  WS-NOT-CHECKED-LINE.
014200     05  FILLER                 PIC X(17)    VALUE
014300             "  NOT CHECKED -  ".
014400     05  WS-NC-REASON           PIC X(50).
014500 01  WS-SUMMARY-LINE.
014600     05  FILLER                 PIC X(10)    VALUE "RELATIONS ".
014700     05  WS-SL-CHECKED          PIC ZZ9.
014800     05  FILLER                 PIC X(15)    VALUE
014900             "  NOT CHECKED  ".
015000     05  WS-SL-UNCHECKED        PIC ZZ9.
015100     05  FILLER                 PIC X(19)    VALUE
015200             "  CRITICAL ORPHANS ".
015300     05  WS-SL-CRITICAL         PIC Z(08)9.
015400     05  FILLER                 PIC X(18)    VALUE
015500             "  WARNING ORPHANS ".
015600     05  WS-SL-WARNING          PIC Z(08)9.
015700 01  WS-UNCHECKED-TOTAL         PIC 9(03)    VALUE ZERO.
015800 LINKAGE SECTION.
015900 COPY REFINTEG.
016000 PROCEDURE DIVISION USING REFERENTIAL-INTEGRITY-REQUEST.
016100 0000-MAINLINE.
016200     MOVE ZERO TO RIR-RELATIONS-CHECKED RIR-CRITICAL-UNCHECKED
016300         RIR-CRITICAL-ORPHANS RIR-WARNING-ORPHANS
016400         RIR-UNUSED-PARENTS
016500     SET RIR-SWEEP-COMPLETE TO TRUE
016600     MOVE ZERO TO WS-DEF-COUNT WS-UNCHECKED-TOTAL
016700     MOVE 'N' TO WS-DEFS-DONE-SW
016800     OPEN OUTPUT INTEGRITY-REPORT-FILE
016900     WRITE INTEGRITY-REPORT-RECORD FROM WS-REPORT-HEADER
017000     OPEN INPUT RELATION-DEFINITION-FILE
017100     IF NOT WS-DEFS-OK
017200         DISPLAY "REFERENTIAL-INTEGRITY-SWEEP: RELDEFS NOT "
017300             "AVAILABLE - NOTHING CHECKED"
017400         SET RIR-NO-DEFINITIONS TO TRUE
017500         GO TO 0000-FINISH
017600     END-IF
017700     PERFORM 1000-CHECK-ONE-RELATION THRU 1000-EXIT
017800         UNTIL WS-DEFS-DONE
017900     CLOSE RELATION-DEFINITION-FILE
018000     IF WS-DEF-COUNT = ZERO
018100         DISPLAY "REFERENTIAL-INTEGRITY-SWEEP: RELDEFS HOLDS NO "
018200             "RELATIONSHIPS - NOTHING CHECKED"
018300         SET RIR-NO-DEFINITIONS TO TRUE
018400     END-IF.
018500 0000-FINISH.
018600     PERFORM 9000-FINISH THRU 9000-EXIT
018700     GOBACK.
018800 0000-EXIT.
018900     EXIT.
019000*--------------------------------------------------------------
019100* ONE RELDEFS CARD: EDIT IT, LOAD THE PARENT KEYS, WALK THE
019200* CHILD FILE, THEN LIST THE PARENT KEYS NOTHING REFERRED TO.
019300*--------------------------------------------------------------
019400 1000-CHECK-ONE-RELATION.
019500     READ RELATION-DEFINITION-FILE
019600         AT END SET WS-DEFS-DONE TO TRUE
019700             GO TO 1000-EXIT
019800     END-READ
019900     IF RELATIONSHIP-DEFINITION = SPACES
020000         OR RELATIONSHIP-DEFINITION(1:1) = "*"
020100         GO TO 1000-EXIT
020200     END-IF
020300     ADD 1 TO WS-DEF-COUNT
020400     MOVE 'Y' TO WS-CHECKED-SW
020500     MOVE RD-RELATION-ID TO WS-RL-RELATION
020600     MOVE RD-CHILD-FILE TO WS-RL-CHILD
020700     MOVE RD-CHILD-KEY-START TO WS-RL-CHILD-START
020800     MOVE RD-CHILD-KEY-LENGTH TO WS-RL-CHILD-LENGTH
020900     MOVE RD-PARENT-FILE TO WS-RL-PARENT
021000     MOVE RD-PARENT-KEY-START TO WS-RL-PARENT-START
021100     MOVE RD-PARENT-KEY-LENGTH TO WS-RL-PARENT-LENGTH
021200     IF RD-WARNING
021300         MOVE "WARNING " TO WS-RL-SEVERITY
021400     ELSE
021500         MOVE "CRITICAL" TO WS-RL-SEVERITY
021600     END-IF
021700     WRITE INTEGRITY-REPORT-RECORD FROM WS-RELATION-LINE
021800     PERFORM 1100-EDIT-DEFINITION THRU 1100-EXIT
021900     IF NOT WS-RELATION-CHECKED
022000         GO TO 1000-UNCHECKED
022100     END-IF
022200     PERFORM 2000-LOAD-PARENT-KEYS THRU 2000-EXIT
022300     IF NOT WS-RELATION-CHECKED
022400         GO TO 1000-UNCHECKED
022500     END-IF
022600     PERFORM 3000-CHECK-CHILD-FILE THRU 3000-EXIT
022700     IF NOT WS-RELATION-CHECKED
022800         GO TO 1000-UNCHECKED
022900     END-IF
023000     PERFORM 4000-LIST-UNUSED THRU 4000-EXIT
023100     PERFORM 5000-WRITE-COUNTS THRU 5000-EXIT
023200     GO TO 1000-EXIT.
023300 1000-UNCHECKED.
023400     WRITE INTEGRITY-REPORT-RECORD FROM WS-NOT-CHECKED-LINE
023500     SET RIR-SWEEP-INCOMPLETE TO TRUE
023600     ADD 1 TO WS-UNCHECKED-TOTAL
023700     IF NOT RD-WARNING
023800         ADD 1 TO RIR-CRITICAL-UNCHECKED
023900     END-IF.
024000 1000-EXIT.
024100     EXIT.
024200 1100-EDIT-DEFINITION.
024300     MOVE SPACES TO WS-NC-REASON
024400     EVALUATE TRUE
024500         WHEN NOT RD-CRITICAL AND NOT RD-WARNING
024600             MOVE "SEVERITY MUST BE C OR W" TO WS-NC-REASON
024700         WHEN RD-CHILD-FILE = SPACES OR RD-PARENT-FILE = SPACES
024800             MOVE "CHILD OR PARENT FILE NOT NAMED"
024900                 TO WS-NC-REASON
025000         WHEN RD-CHILD-KEY-START IS NOT NUMERIC
025100           OR RD-CHILD-KEY-LENGTH IS NOT NUMERIC
025200           OR RD-PARENT-KEY-START IS NOT NUMERIC
025300           OR RD-PARENT-KEY-LENGTH IS NOT NUMERIC
025400             MOVE "KEY START OR LENGTH NOT NUMERIC"
025500                 TO WS-NC-REASON
025600         WHEN RD-CHILD-KEY-START = ZERO
025700           OR RD-PARENT-KEY-START = ZERO
025800           OR RD-CHILD-KEY-LENGTH = ZERO
025900           OR RD-PARENT-KEY-LENGTH = ZERO
026000           OR RD-CHILD-KEY-LENGTH > 20
026100           OR RD-PARENT-KEY-LENGTH > 20
026200           OR RD-CHILD-KEY-START + RD-CHILD-KEY-LENGTH > 257
026300           OR RD-PARENT-KEY-START + RD-PARENT-KEY-LENGTH > 257
026400             MOVE "KEY COLUMNS OUTSIDE THE RECORD"
026500                 TO WS-NC-REASON
026600         WHEN RD-CHILD-KEY-LENGTH NOT = RD-PARENT-KEY-LENGTH
026700             MOVE "CHILD AND PARENT KEY LENGTHS DIFFER"
026800                 TO WS-NC-REASON
026900         WHEN RD-SKIP-COLUMN IS NOT NUMERIC
027000             MOVE "SKIP COLUMN NOT NUMERIC" TO WS-NC-REASON
027100     END-EVALUATE
027200     IF WS-NC-REASON NOT = SPACES
027300         MOVE 'N' TO WS-CHECKED-SW
027400     END-IF.
027500 1100-EXIT.
027600     EXIT.
027700*--------------------------------------------------------------
027800* A PARENT FILE MAY CARRY ITS KEY MANY TIMES (ONE VENDHIST LINE
027900* PER VENDOR PER CYCLE, ONE ASMTRATE LINE PER BAND); THE TABLE
028000* IS SORTED AND FOLDED TO ONE ENTRY PER KEY.
028100*--------------------------------------------------------------
028200 2000-LOAD-PARENT-KEYS.
028300     MOVE ZERO TO WS-KEY-COUNT
028400     MOVE 'N' TO WS-FILE-DONE-SW
028500     MOVE RD-PARENT-FILE TO WS-PARENT-NAME
028600     OPEN INPUT PARENT-FILE
028700     IF NOT WS-PARENT-OK
028800         MOVE SPACES TO WS-NC-REASON
028900         STRING RD-PARENT-FILE DELIMITED BY SPACE
029000             " NOT AVAILABLE" DELIMITED BY SIZE
029100             INTO WS-NC-REASON
029200         MOVE 'N' TO WS-CHECKED-SW
029300         GO TO 2000-EXIT
029400     END-IF
029500     PERFORM 2100-LOAD-ONE-PARENT THRU 2100-EXIT
029600         UNTIL WS-FILE-DONE
029700     CLOSE PARENT-FILE
029800     IF NOT WS-RELATION-CHECKED
029900         GO TO 2000-EXIT
030000     END-IF
030100     IF WS-KEY-COUNT > 1
030200         SORT WS-KY-ENTRY ON ASCENDING KEY WS-KY-KEY
030300         MOVE 1 TO WS-KEY-OUT
030400         PERFORM 2200-FOLD-ONE-KEY THRU 2200-EXIT
030500             VARYING WS-KEY-IX FROM 2 BY 1
030600             UNTIL WS-KEY-IX > WS-KEY-COUNT
030700         MOVE WS-KEY-OUT TO WS-KEY-COUNT
030800     END-IF.
030900 2000-EXIT.
031000     EXIT.
031100 2100-LOAD-ONE-PARENT.
031200     READ PARENT-FILE
031300         AT END SET WS-FILE-DONE TO TRUE
031400             GO TO 2100-EXIT
031500     END-READ
031600     IF PARENT-RECORD = SPACES
031700         GO TO 2100-EXIT
031800     END-IF
031900     IF WS-KEY-COUNT >= WS-KEY-MAX
032000         MOVE SPACES TO WS-NC-REASON
032100         STRING RD-PARENT-FILE DELIMITED BY SPACE
032200             " HAS MORE KEYS THAN THE TABLE HOLDS"
032300             DELIMITED BY SIZE INTO WS-NC-REASON
032400         MOVE 'N' TO WS-CHECKED-SW
032500         SET WS-FILE-DONE TO TRUE
032600         GO TO 2100-EXIT
032700     END-IF
032800     ADD 1 TO WS-KEY-COUNT
032900     MOVE SPACES TO WS-KY-KEY(WS-KEY-COUNT)
033000     MOVE PARENT-RECORD(RD-PARENT-KEY-START:RD-PARENT-KEY-LENGTH)
033100         TO WS-KY-KEY(WS-KEY-COUNT)
033200     MOVE ZERO TO WS-KY-USES(WS-KEY-COUNT).
033300 2100-EXIT.
033400     EXIT.
033500 2200-FOLD-ONE-KEY.
033600     IF WS-KY-KEY(WS-KEY-IX) NOT = WS-KY-KEY(WS-KEY-OUT)
033700         ADD 1 TO WS-KEY-OUT
033800         MOVE WS-KY-KEY(WS-KEY-IX) TO WS-KY-KEY(WS-KEY-OUT)
033900     END-IF.
034000 2200-EXIT.
034100     EXIT.
034200 3000-CHECK-CHILD-FILE.
034300     MOVE ZERO TO WS-CHILD-READ WS-CHILD-SKIPPED WS-CHILD-BLANK
034400         WS-CHILD-MATCHED WS-ORPHAN-COUNT WS-LISTED
034500     MOVE 'N' TO WS-FILE-DONE-SW
034600     MOVE RD-CHILD-FILE TO WS-CHILD-NAME
034700     OPEN INPUT CHILD-FILE
034800     IF NOT WS-CHILD-OK
034900         MOVE SPACES TO WS-NC-REASON
035000         STRING RD-CHILD-FILE DELIMITED BY SPACE
035100             " NOT AVAILABLE" DELIMITED BY SIZE
035200             INTO WS-NC-REASON
035300         MOVE 'N' TO WS-CHECKED-SW
035400         GO TO 3000-EXIT
035500     END-IF
035600     PERFORM 3100-CHECK-ONE-CHILD THRU 3100-EXIT
035700         UNTIL WS-FILE-DONE
035800     CLOSE CHILD-FILE
035900     IF WS-LISTED >= WS-LIST-MAX AND WS-ORPHAN-COUNT > WS-LISTED
036000         MOVE WS-LIST-MAX TO WS-ML-LIMIT
036100         WRITE INTEGRITY-REPORT-RECORD FROM WS-MORE-LINE
036200     END-IF
036300     ADD 1 TO RIR-RELATIONS-CHECKED
036400     IF RD-WARNING
036500         ADD WS-ORPHAN-COUNT TO RIR-WARNING-ORPHANS
036600     ELSE
036700         ADD WS-ORPHAN-COUNT TO RIR-CRITICAL-ORPHANS
036800     END-IF.
036900 3000-EXIT.
037000     EXIT.
037100 3100-CHECK-ONE-CHILD.
037200     READ CHILD-FILE
037300         AT END SET WS-FILE-DONE TO TRUE
037400             GO TO 3100-EXIT
037500     END-READ
037600     IF CHILD-RECORD = SPACES
037700         GO TO 3100-EXIT
037800     END-IF
037900     ADD 1 TO WS-CHILD-READ
038000     IF RD-SKIP-COLUMN > ZERO
038100         AND CHILD-RECORD(RD-SKIP-COLUMN:1) = RD-SKIP-VALUE
038200         ADD 1 TO WS-CHILD-SKIPPED
038300         GO TO 3100-EXIT
038400     END-IF
038500     MOVE SPACES TO WS-SEARCH-KEY
038600     MOVE CHILD-RECORD(RD-CHILD-KEY-START:RD-CHILD-KEY-LENGTH)
038700         TO WS-SEARCH-KEY
038800     IF WS-SEARCH-KEY = SPACES AND RD-BLANK-KEY-ALLOWED
038900         ADD 1 TO WS-CHILD-BLANK
039000         GO TO 3100-EXIT
039100     END-IF
039200     PERFORM 3200-FIND-PARENT THRU 3200-EXIT
039300     IF WS-LO <= WS-KEY-COUNT
039400         AND WS-KY-KEY(WS-LO) = WS-SEARCH-KEY
039500         ADD 1 TO WS-CHILD-MATCHED
039600         ADD 1 TO WS-KY-USES(WS-LO)
039700         GO TO 3100-EXIT
039800     END-IF
039900     ADD 1 TO WS-ORPHAN-COUNT
040000     IF WS-LISTED < WS-LIST-MAX
040100         ADD 1 TO WS-LISTED
040200         MOVE WS-CHILD-READ TO WS-OL-RECORD
040300         MOVE WS-SEARCH-KEY TO WS-OL-KEY
040400         WRITE INTEGRITY-REPORT-RECORD FROM WS-ORPHAN-LINE
040500     END-IF.
040600 3100-EXIT.
040700     EXIT.
040800*--------------------------------------------------------------
040900* BINARY SEARCH: AFTER THE LOOP WS-LO IS THE FIRST TABLE SLOT
041000* WHOSE KEY IS NOT BELOW WS-SEARCH-KEY.
041100*--------------------------------------------------------------
041200 3200-FIND-PARENT.
041300     MOVE 1 TO WS-LO
041400     COMPUTE WS-HI = WS-KEY-COUNT + 1
041500     PERFORM 3300-HALVE-RANGE THRU 3300-EXIT
041600         UNTIL WS-LO >= WS-HI.
041700 3200-EXIT.
041800     EXIT.
041900 3300-HALVE-RANGE.
042000     COMPUTE WS-MID = (WS-LO + WS-HI) / 2
042100     IF WS-KY-KEY(WS-MID) < WS-SEARCH-KEY
042200         COMPUTE WS-LO = WS-MID + 1
042300     ELSE
042400         MOVE WS-MID TO WS-HI
042500     END-IF.
042600 3300-EXIT.
042700     EXIT.
042800 4000-LIST-UNUSED.
042900     MOVE ZERO TO WS-UNUSED-COUNT WS-LISTED
043000     PERFORM 4100-CHECK-ONE-PARENT THRU 4100-EXIT
043100         VARYING WS-KEY-IX FROM 1 BY 1
043200         UNTIL WS-KEY-IX > WS-KEY-COUNT
043300     IF WS-LISTED >= WS-LIST-MAX AND WS-UNUSED-COUNT > WS-LISTED
043400         MOVE WS-LIST-MAX TO WS-ML-LIMIT
043500         WRITE INTEGRITY-REPORT-RECORD FROM WS-MORE-LINE
043600     END-IF
043700     ADD WS-UNUSED-COUNT TO RIR-UNUSED-PARENTS.
043800 4000-EXIT.
043900     EXIT.
044000 4100-CHECK-ONE-PARENT.
044100     IF WS-KY-USES(WS-KEY-IX) > ZERO
044200         GO TO 4100-EXIT
044300     END-IF
044400     ADD 1 TO WS-UNUSED-COUNT
044500     IF WS-LISTED < WS-LIST-MAX
044600         ADD 1 TO WS-LISTED
044700         MOVE WS-KY-KEY(WS-KEY-IX) TO WS-UL-KEY
044800         WRITE INTEGRITY-REPORT-RECORD FROM WS-UNUSED-LINE
044900     END-IF.
045000 4100-EXIT.
045100     EXIT.
045200 5000-WRITE-COUNTS.
045300     MOVE WS-CHILD-READ TO WS-CL-READ
045400     MOVE WS-CHILD-SKIPPED TO WS-CL-SKIPPED
045500     MOVE WS-CHILD-BLANK TO WS-CL-BLANK
045600     MOVE WS-CHILD-MATCHED TO WS-CL-MATCHED
045700     WRITE INTEGRITY-REPORT-RECORD FROM WS-COUNT-LINE-1
045800     MOVE WS-ORPHAN-COUNT TO WS-CL-ORPHANS
045900     MOVE WS-KEY-COUNT TO WS-CL-PARENT-KEYS
046000     MOVE WS-UNUSED-COUNT TO WS-CL-UNUSED
046100     WRITE INTEGRITY-REPORT-RECORD FROM WS-COUNT-LINE-2.
046200 5000-EXIT.
046300     EXIT.
046400 9000-FINISH.
046500     MOVE RIR-RELATIONS-CHECKED TO WS-SL-CHECKED
046600     MOVE WS-UNCHECKED-TOTAL TO WS-SL-UNCHECKED
046700     MOVE RIR-CRITICAL-ORPHANS TO WS-SL-CRITICAL
046800     MOVE RIR-WARNING-ORPHANS TO WS-SL-WARNING
046900     WRITE INTEGRITY-REPORT-RECORD FROM WS-SUMMARY-LINE
047000     CLOSE INTEGRITY-REPORT-FILE.
047100 9000-EXIT.
047200     EXIT.
047300 END PROGRAM REFERENTIAL-INTEGRITY-SWEEP.
