002350*                    CHECKPOINT IS STILL ON JOBCKPT, SO THE
002360*                    RERUN RESUMES FROM THE COMMIT POINT
002370*                    INSTEAD OF REPROCESSING FROM RECORD 1.
002372*   2026-10-01  BJC  ALSO ADVISES THE BUSINESS JOB STREAM. AN
002374*                    OPTIONAL ADVSTRM CARD READING "BUSINESS"
002376*                    SWAPS IN THE BUS010-BUS090 STEP TABLE; ITS
002378*                    HANDOFF OUTPUTS ARE RECOUNTED THROUGH ONE
002380*                    DYNAMICALLY ASSIGNED FILE RATHER THAN A
002382*                    SELECT APIECE. THE BUSINESS CHAINS RUN
002384*                    ONE AFTER ANOTHER IN THE SAME JOB, SO THE
002386*                    FIRST BROKEN STEP IS STILL THE RESTART
002388*                    POINT, BUT A STEP PAST IT THAT ALREADY
002390*                    APPENDED TO A HISTORY FILE (VENDHIST,
002392*                    TOASTHIS) IS CALLED OUT SO THE RERUN DOES
002394*                    NOT POST THE CYCLE TWICE. NO CARD, OR ANY
002395*                    OTHER VALUE, ADVISES NIGHTLY AS BEFORE.
002396*   2026-10-15  BJC  THE BUSINESS TABLE GAINS BUS035, PARCEL-
002397*                    LINEAGE-BATCH, BETWEEN THE TWO PARCEL
002398*                    STEPS; ITS PARCLNG IS RECOUNTED LIKE THE
002399*                    OTHER HANDOFF FILES.
002401*   2026-10-15  BJC  NIGHTLY'S STEP030 AND STEP050 ONLY SPLIT
002402*                    THEIR EXTRACTS NOW (STEPSTAT SPLTNDL AND
002403*                    SPLTDSC); THE STEP030 / STEP050 RECORDS AND
002404*                    NEEDLRPT / SHORTOUT COME FROM NIGHTMRG. THE
002405*                    NIGHTLY TABLE JUDGES EACH SPLIT ON ITS OWN
002406*                    RECORD AND EACH MERGE ON ITS OUTPUT, AND A
002407*                    BROKEN MERGE IS ADVISED AS A NIGHTMRG RERUN
002408*                    AFTER THE FAILED PARTITION JOB - NEVER A
002409*                    NIGHTLY RESTART, WHOSE SPLIT WOULD MEET ITS
002410*                    OWN CATALOGUED PARTITION DATASETS.
002420*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 INPUT-OUTPUT SECTION.
004400     SELECT ADVISOR-REPORT-FILE ASSIGN TO "RESTADV"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-REPORT-STATUS.
004610     SELECT STREAM-CONTROL-FILE ASSIGN TO "ADVSTRM"
004620         ORGANIZATION IS LINE SEQUENTIAL
004630         FILE STATUS IS WS-STREAM-STATUS.
004640     SELECT STREAM-OUTPUT-FILE ASSIGN TO WS-CHECK-NAME
004650         ORGANIZATION IS LINE SEQUENTIAL
004660         FILE STATUS IS WS-CHECK-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  STEP-STATUS-FILE.
005800 01  DO-RECORD                   PIC X(80).
005900 FD  ADVISOR-REPORT-FILE.
006000 01  AV-RECORD                   PIC X(80).
006010 FD  STREAM-CONTROL-FILE.
006020 01  STREAM-CONTROL-CARD.
006030     05  SC-STREAM-NAME          PIC X(08).
006040 FD  STREAM-OUTPUT-FILE.
006050 01  SO-RECORD                   PIC X(100).
006100 WORKING-STORAGE SECTION.
006200 77  WS-STATUS-STATUS            PIC X(02)       VALUE SPACES.
006300     88  WS-STATUS-OK                            VALUE '00'.
006700     88  WS-CHECK-EOF                            VALUE '10'.
006800 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
006900     88  WS-REPORT-OK                            VALUE '00'.
006910 77  WS-STREAM-STATUS            PIC X(02)       VALUE SPACES.
006920     88  WS-STREAM-OK                            VALUE '00'.
006930 77  WS-STREAM-SW                PIC X(01)       VALUE 'N'.
006940     88  WS-STREAM-NIGHTLY                       VALUE 'N'.
006950     88  WS-STREAM-BUSINESS                      VALUE 'B'.
006960 77  WS-CHECK-NAME               PIC X(08)       VALUE SPACES.
006970 77  WS-STEP-COUNT               PIC 9(02)       VALUE 7 COMP.
007000 77  WS-STEP-IX                  PIC 9(02)       VALUE ZERO COMP.
007100 77  WS-SCAN-IX                  PIC 9(02)       VALUE ZERO COMP.
007200 77  WS-RESTART-IX               PIC 9(02)       VALUE ZERO COMP.
007600* STEPS WHOSE OUTPUT DATASET CAN BE RECOUNTED SEQUENTIALLY.
007700*--------------------------------------------------------------
007800 01  WS-STEP-TABLE.
007900     05  WS-STEP-DEF OCCURS 10.
008000         10  WS-SD-STEP-NAME     PIC X(08).
008100         10  WS-SD-OUTPUT-NAME   PIC X(08).
008200         10  WS-SD-CHECKABLE     PIC X(01).
008400         10  WS-SD-RECORDED      PIC 9(09).
008500         10  WS-SD-ACTUAL        PIC 9(09).
008600         10  WS-SD-INTACT        PIC X(01).
008610         10  WS-SD-HISTORY-NAME  PIC X(08).
008620         10  WS-SD-ADVICE        PIC X(40).
008630         10  WS-SD-NOTE          PIC X(50).
008700 01  WS-HEADER-LINE              PIC X(40)       VALUE
008800         "NIGHTLY RESTART-POINT ADVISORY".
008900 01  WS-RULE-LINE                PIC X(40)       VALUE
010300     05  FILLER                  PIC X(20)       VALUE
010400             "SAFE RESTART POINT: ".
010500     05  WS-AD-TEXT              PIC X(40).
010510 01  WS-CAUTION-LINE.
010520     05  FILLER                  PIC X(09)       VALUE
010530             "CAUTION: ".
010540     05  WS-CL-STEP              PIC X(08).
010550     05  FILLER                  PIC X(29)       VALUE
010560             " ALREADY COMPLETE - APPENDED ".
010570     05  WS-CL-OUTPUT            PIC X(08).
010580     05  FILLER                  PIC X(20)       VALUE
010590             ", BYPASS ON RESTART".
010592 01  WS-NOTE-LINE.
010594     05  FILLER                  PIC X(06)       VALUE
010596             "NOTE: ".
010598     05  WS-NT-TEXT              PIC X(50).
010600 PROCEDURE DIVISION.
010700 0000-MAINLINE.
010800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011400 0000-EXIT.
011500     EXIT.
011600 1000-INITIALIZE.
011650     INITIALIZE WS-STEP-TABLE
011700     MOVE "STEP010 " TO WS-SD-STEP-NAME(1)
011800     MOVE "PRIMESVE" TO WS-SD-OUTPUT-NAME(1)
011900     MOVE 'Y' TO WS-SD-CHECKABLE(1)
012000     MOVE "STEP020 " TO WS-SD-STEP-NAME(2)
012100     MOVE "MINBASEC" TO WS-SD-OUTPUT-NAME(2)
012200     MOVE 'N' TO WS-SD-CHECKABLE(2)
012300     MOVE "SPLTNDL " TO WS-SD-STEP-NAME(3)
012400     MOVE "PARTMAN " TO WS-SD-OUTPUT-NAME(3)
012500     MOVE 'N' TO WS-SD-CHECKABLE(3)
012510     MOVE "RESTART=(STEP030)" TO WS-SD-ADVICE(3)
012600     MOVE "STEP040 " TO WS-SD-STEP-NAME(4)
012700     MOVE "CONSTCSV" TO WS-SD-OUTPUT-NAME(4)
012800     MOVE 'Y' TO WS-SD-CHECKABLE(4)
012900     MOVE "SPLTDSC " TO WS-SD-STEP-NAME(5)
013000     MOVE "PARTMAN " TO WS-SD-OUTPUT-NAME(5)
013100     MOVE 'N' TO WS-SD-CHECKABLE(5)
013101     MOVE "RESTART=(STEP050)" TO WS-SD-ADVICE(5)
013102     MOVE "STEP030 " TO WS-SD-STEP-NAME(6)
013103     MOVE "NEEDLRPT" TO WS-SD-OUTPUT-NAME(6)
013104     MOVE 'Y' TO WS-SD-CHECKABLE(6)
013105     MOVE "NIGHTMRG RESTART=(STEP030)" TO WS-SD-ADVICE(6)
013106     MOVE "FIRST RESUBMIT ANY NDLP01-08 JOB THAT FAILED"
013107         TO WS-SD-NOTE(6)
013108     MOVE "STEP050 " TO WS-SD-STEP-NAME(7)
013109     MOVE "SHORTOUT" TO WS-SD-OUTPUT-NAME(7)
013110     MOVE 'Y' TO WS-SD-CHECKABLE(7)
013111     MOVE "NIGHTMRG RESTART=(STEP050)" TO WS-SD-ADVICE(7)
013112     MOVE "FIRST RESUBMIT ANY DSCP01-08 JOB THAT FAILED"
013113         TO WS-SD-NOTE(7)
013114     PERFORM 1050-READ-STREAM-CARD THRU 1050-EXIT
013120     IF WS-STREAM-BUSINESS
013130         PERFORM 1200-LOAD-BUSINESS-STEPS THRU 1200-EXIT
013140     END-IF
013200     PERFORM 1100-CLEAR-ONE-STEP THRU 1100-EXIT
013300         VARYING WS-STEP-IX FROM 1 BY 1
013400         UNTIL WS-STEP-IX > WS-STEP-COUNT
013500     OPEN OUTPUT ADVISOR-REPORT-FILE.
013600 1000-EXIT.
013606     EXIT.
013612 1050-READ-STREAM-CARD.
013618     OPEN INPUT STREAM-CONTROL-FILE
013624     IF NOT WS-STREAM-OK
013630         GO TO 1050-EXIT
013636     END-IF
013642     READ STREAM-CONTROL-FILE
013648         AT END MOVE SPACES TO STREAM-CONTROL-CARD
013654     END-READ
013660     IF SC-STREAM-NAME = "BUSINESS"
013666         SET WS-STREAM-BUSINESS TO TRUE
013672     END-IF
013678     CLOSE STREAM-CONTROL-FILE.
013684 1050-EXIT.
013700     EXIT.
013800 1100-CLEAR-ONE-STEP.
013900     MOVE 'N' TO WS-SD-COMPLETED(WS-STEP-IX)
014200     MOVE 'N' TO WS-SD-INTACT(WS-STEP-IX).
014300 1100-EXIT.
014400     EXIT.
014402*--------------------------------------------------------------
014404* THE BUSINESS STREAM IN BUSINESS.JCL ORDER. ITS CHAINS ARE
014406* INDEPENDENT OF ONE ANOTHER BUT RUN IN SEQUENCE IN ONE JOB.
014408* BUS035 REBUILDS PARCLNG BETWEEN THE TWO PARCEL STEPS.
014409* BUS070 ONLY APPENDS TO VENDHIST, SO LIKE STEP020'S CACHE IT
014410* IS JUDGED ON ITS COMPLETION RECORD ALONE. A HISTORY NAME
014412* MARKS THE STEPS A BLIND RERUN WOULD POST TWICE.
014414*--------------------------------------------------------------
014416 1200-LOAD-BUSINESS-STEPS.
014417     INITIALIZE WS-STEP-TABLE
014418     MOVE 10 TO WS-STEP-COUNT
014420     MOVE "BUSINESS RESTART-POINT ADVISORY" TO WS-HEADER-LINE
014422     MOVE "BUS010  " TO WS-SD-STEP-NAME(1)
014424     MOVE "QUOTEOUT" TO WS-SD-OUTPUT-NAME(1)
014426     MOVE "BUS020  " TO WS-SD-STEP-NAME(2)
014428     MOVE "CONVRPT " TO WS-SD-OUTPUT-NAME(2)
014430     MOVE "BUS030  " TO WS-SD-STEP-NAME(3)
014432     MOVE "PARCRPT " TO WS-SD-OUTPUT-NAME(3)
014434     MOVE "BUS035  " TO WS-SD-STEP-NAME(4)
014435     MOVE "PARCLNG " TO WS-SD-OUTPUT-NAME(4)
014436     MOVE "BUS040  " TO WS-SD-STEP-NAME(5)
014437     MOVE "ASMTROLL" TO WS-SD-OUTPUT-NAME(5)
014438     MOVE "BUS050  " TO WS-SD-STEP-NAME(6)
014440     MOVE "BIDSOUT " TO WS-SD-OUTPUT-NAME(6)
014442     MOVE "BUS060  " TO WS-SD-STEP-NAME(7)
014444     MOVE "AWARDLTR" TO WS-SD-OUTPUT-NAME(7)
014446     MOVE "BUS070  " TO WS-SD-STEP-NAME(8)
014448     MOVE "VENDHIST" TO WS-SD-OUTPUT-NAME(8)
014450     MOVE "BUS080  " TO WS-SD-STEP-NAME(9)
014452     MOVE "ORDFILL " TO WS-SD-OUTPUT-NAME(9)
014454     MOVE "BUS090  " TO WS-SD-STEP-NAME(10)
014456     MOVE "TOASTVAR" TO WS-SD-OUTPUT-NAME(10)
014458     PERFORM 1210-MARK-ONE-STEP THRU 1210-EXIT
014460         VARYING WS-STEP-IX FROM 1 BY 1
014462         UNTIL WS-STEP-IX > WS-STEP-COUNT
014464     MOVE 'N' TO WS-SD-CHECKABLE(8)
014466     MOVE "VENDHIST" TO WS-SD-HISTORY-NAME(8)
014468     MOVE "TOASTHIS" TO WS-SD-HISTORY-NAME(10).
014470 1200-EXIT.
014472     EXIT.
014474 1210-MARK-ONE-STEP.
014476     MOVE 'Y' TO WS-SD-CHECKABLE(WS-STEP-IX)
014478     MOVE SPACES TO WS-SD-HISTORY-NAME(WS-STEP-IX).
014480 1210-EXIT.
014482     EXIT.
014500*--------------------------------------------------------------
014600* A STEP RERUN APPENDS A SECOND LINE, SO THE LAST LINE SEEN FOR
014700* EACH STEP NAME WINS.
016600 2200-APPLY-ONE-STATUS.
016700     PERFORM 2210-MATCH-ONE-STEP THRU 2210-EXIT
016800         VARYING WS-SCAN-IX FROM 1 BY 1
016900         UNTIL WS-SCAN-IX > WS-STEP-COUNT
017000     PERFORM 2100-READ-STATUS THRU 2100-EXIT.
017100 2200-EXIT.
017200     EXIT.
018100 2210-EXIT.
018200     EXIT.
018300 3000-COUNT-OUTPUTS.
018310     IF WS-STREAM-BUSINESS
018320         PERFORM 3500-COUNT-STREAM-OUTPUTS THRU 3500-EXIT
018330         GO TO 3000-EXIT
018340     END-IF
018400     PERFORM 3100-COUNT-PRIMESVE THRU 3100-EXIT
018500     PERFORM 3200-COUNT-NEEDLRPT THRU 3200-EXIT
018600     PERFORM 3300-COUNT-CONSTCSV THRU 3300-EXIT
022300     PERFORM 3220-TALLY-NEEDLRPT THRU 3220-EXIT
022400         UNTIL WS-CHECK-EOF
022500     CLOSE NEEDLE-MATCH-FILE
022600     MOVE WS-ACTUAL-COUNT TO WS-SD-ACTUAL(6).
022700 3200-EXIT.
022800     EXIT.
022900 3210-READ-NEEDLRPT.
027300     PERFORM 3420-TALLY-SHORTOUT THRU 3420-EXIT
027400         UNTIL WS-CHECK-EOF
027500     CLOSE DESCRIPTION-OUTPUT-FILE
027600     MOVE WS-ACTUAL-COUNT TO WS-SD-ACTUAL(7).
027700 3400-EXIT.
027800     EXIT.
027900 3410-READ-SHORTOUT.
028700     PERFORM 3410-READ-SHORTOUT THRU 3410-EXIT.
028800 3420-EXIT.
028900     EXIT.
028902 3500-COUNT-STREAM-OUTPUTS.
028904     PERFORM 3510-COUNT-ONE-OUTPUT THRU 3510-EXIT
028906         VARYING WS-STEP-IX FROM 1 BY 1
028908         UNTIL WS-STEP-IX > WS-STEP-COUNT.
028910 3500-EXIT.
028912     EXIT.
028914 3510-COUNT-ONE-OUTPUT.
028916     IF WS-SD-CHECKABLE(WS-STEP-IX) NOT = 'Y'
028918         GO TO 3510-EXIT
028920     END-IF
028922     MOVE ZERO TO WS-ACTUAL-COUNT
028924     MOVE SPACES TO WS-CHECK-STATUS
028926     MOVE WS-SD-OUTPUT-NAME(WS-STEP-IX) TO WS-CHECK-NAME
028928     OPEN INPUT STREAM-OUTPUT-FILE
028930     IF NOT WS-CHECK-OK
028932         GO TO 3510-EXIT
028934     END-IF
028936     PERFORM 3520-READ-OUTPUT THRU 3520-EXIT
028938     PERFORM 3530-TALLY-OUTPUT THRU 3530-EXIT
028940         UNTIL WS-CHECK-EOF
028942     CLOSE STREAM-OUTPUT-FILE
028944     MOVE WS-ACTUAL-COUNT TO WS-SD-ACTUAL(WS-STEP-IX).
028946 3510-EXIT.
028948     EXIT.
028950 3520-READ-OUTPUT.
028952     READ STREAM-OUTPUT-FILE
028954         AT END SET WS-CHECK-EOF TO TRUE
028956     END-READ.
028958 3520-EXIT.
028960     EXIT.
028962 3530-TALLY-OUTPUT.
028964     ADD 1 TO WS-ACTUAL-COUNT
028966     PERFORM 3520-READ-OUTPUT THRU 3520-EXIT.
028968 3530-EXIT.
028970     EXIT.
029000*--------------------------------------------------------------
029100* A STEP'S OUTPUT IS INTACT WHEN ITS COMPLETION RECORD EXISTS
029200* AND, FOR CHECKABLE OUTPUTS, THE DATASET'S RECORD COUNT EQUALS
029700     MOVE ZERO TO WS-RESTART-IX
029800     PERFORM 4100-JUDGE-ONE-STEP THRU 4100-EXIT
029900         VARYING WS-STEP-IX FROM 1 BY 1
030000         UNTIL WS-STEP-IX > WS-STEP-COUNT.
030100 4000-EXIT.
030200     EXIT.
030300 4100-JUDGE-ONE-STEP.
031900     WRITE AV-RECORD FROM WS-RULE-LINE
032000     PERFORM 5100-WRITE-ONE-STEP THRU 5100-EXIT
032100         VARYING WS-STEP-IX FROM 1 BY 1
032200         UNTIL WS-STEP-IX > WS-STEP-COUNT
032300     WRITE AV-RECORD FROM WS-RULE-LINE
032350     MOVE SPACES TO WS-AD-TEXT
032400     IF WS-RESTART-IX = ZERO
032900             ")" DELIMITED BY SIZE
033000             INTO WS-AD-TEXT
033100     END-IF
033110     IF WS-RESTART-IX > ZERO
033120         AND WS-SD-ADVICE(WS-RESTART-IX) NOT = SPACES
033130         MOVE WS-SD-ADVICE(WS-RESTART-IX) TO WS-AD-TEXT
033140     END-IF
033200     WRITE AV-RECORD FROM WS-ADVICE-LINE
033202     IF WS-RESTART-IX > ZERO
033204         AND WS-SD-NOTE(WS-RESTART-IX) NOT = SPACES
033206         MOVE WS-SD-NOTE(WS-RESTART-IX) TO WS-NT-TEXT
033208         WRITE AV-RECORD FROM WS-NOTE-LINE
033209     END-IF
033210     IF WS-RESTART-IX > ZERO
033220         PERFORM 5200-CAUTION-ONE-STEP THRU 5200-EXIT
033230             VARYING WS-STEP-IX FROM WS-RESTART-IX BY 1
033240             UNTIL WS-STEP-IX > WS-STEP-COUNT
033250     END-IF
033300     CLOSE ADVISOR-REPORT-FILE.
033400 5000-EXIT.
033500     EXIT.
034900     WRITE AV-RECORD FROM WS-STEP-LINE.
035000 5100-EXIT.
035100     EXIT.
035105*--------------------------------------------------------------
035110* A STEP AT OR PAST THE RESTART POINT THAT ALREADY COMPLETED
035115* AND APPENDED TO A HISTORY FILE WOULD POST THE CYCLE AGAIN ON
035120* A STRAIGHT RERUN - THE OPERATOR BYPASSES IT ON THE RESUBMIT.
035125*--------------------------------------------------------------
035130 5200-CAUTION-ONE-STEP.
035135     IF WS-SD-HISTORY-NAME(WS-STEP-IX) NOT = SPACES
035140         AND WS-SD-COMPLETED(WS-STEP-IX) = 'Y'
035145         MOVE WS-SD-STEP-NAME(WS-STEP-IX) TO WS-CL-STEP
035150         MOVE WS-SD-HISTORY-NAME(WS-STEP-IX) TO WS-CL-OUTPUT
035175         WRITE AV-RECORD FROM WS-CAUTION-LINE
035180     END-IF.
035185 5200-EXIT.
035190     EXIT.
035200 END PROGRAM RESTART-ADVISOR.
