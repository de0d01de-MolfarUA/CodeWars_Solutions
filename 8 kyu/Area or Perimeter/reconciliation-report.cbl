001800*                    COME FROM THE SERVICE. THE LISTING WRITES
001900*                    THROUGH THE RPTOUT DD, WHICH JOB CONTROL
002000*                    POINTS AT THE APRECON DATASET.
002010*   2026-10-01  QAC  ADDED THE FIT-OUT USAGE RECONCILIATION.
002020*                    WHEN FLOOR-ESTIMATE-BATCH HAS LEFT A
002030*                    FLOOREST ESTIMATE, EACH FITUSE LINE OF
002040*                    PACKS THE FITTER ACTUALLY USED IS MATCHED
002050*                    TO THE ESTIMATED PACKS FOR ITS JOB AND
002060*                    MATERIAL AND LISTED AS MATCH, OVER OR
002070*                    UNDER; USAGE WITH NO ESTIMATE AND ESTIMATES
002080*                    WITH NO USAGE ARE LISTED AS WELL.
002100*--------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002500 FILE-CONTROL.
002600     SELECT CONTROL-INPUT-FILE ASSIGN TO "APCNTRL"
002700         ORGANIZATION IS LINE SEQUENTIAL.
002710     SELECT ESTIMATE-FILE ASSIGN TO "FLOOREST"
002720         ORGANIZATION IS LINE SEQUENTIAL
002730         FILE STATUS IS WS-ESTIMATE-STATUS.
002740     SELECT USAGE-FILE ASSIGN TO "FITUSE"
002750         ORGANIZATION IS LINE SEQUENTIAL
002760         FILE STATUS IS WS-USAGE-STATUS.
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD  CONTROL-INPUT-FILE.
003200     05  CI-L                PIC 9(04).
003300     05  CI-W                PIC 9(04).
003400     05  CI-EXPECTED         PIC 9(08).
003406 FD  ESTIMATE-FILE.
003412 COPY FLREST.
003418*--------------------------------------------------------------
003424* FITUSE: THE FITTER'S RETURN AFTER THE JOB - PACKS OPENED AND
003430* THE QUANTITY LAID, PER JOB AND MATERIAL.
003436*--------------------------------------------------------------
003442 FD  USAGE-FILE.
003448 01  USAGE-RECORD.
003454     05  FU-JOB-ID           PIC X(08).
003460     05  FILLER              PIC X(01).
003466     05  FU-MATERIAL-CODE    PIC X(06).
003472     05  FILLER              PIC X(01).
003478     05  FU-PACKS-USED       PIC 9(05).
003484     05  FILLER              PIC X(01).
003490     05  FU-QTY-USED         PIC 9(06)V99.
003500 WORKING-STORAGE SECTION.
003600 77  WS-EOF-SWITCH           PIC X(01)       VALUE 'N'.
003700     88  WS-EOF                              VALUE 'Y'.
004000 77  WS-DIFFERENCE           PIC S9(08)      VALUE ZERO.
004100 77  WS-ROWS-CHECKED         PIC 9(06)       VALUE ZERO COMP.
004200 77  WS-ROWS-FAILED          PIC 9(06)       VALUE ZERO COMP.
004204 77  WS-ESTIMATE-STATUS      PIC X(02)       VALUE SPACES.
004208     88  WS-ESTIMATE-OK                      VALUE '00'.
004212     88  WS-ESTIMATE-EOF                     VALUE '10'.
004216 77  WS-USAGE-STATUS         PIC X(02)       VALUE SPACES.
004220     88  WS-USAGE-OK                         VALUE '00'.
004224     88  WS-USAGE-EOF                        VALUE '10'.
004228 77  WS-EST-COUNT            PIC 9(04)       VALUE ZERO COMP.
004232 77  WS-EST-MAX              PIC 9(04)       VALUE 2000 COMP.
004236 77  WS-EST-IX               PIC 9(04)       VALUE ZERO COMP.
004240 77  WS-EST-MATCH            PIC 9(04)       VALUE ZERO COMP.
004244 77  WS-PACK-VARIANCE        PIC S9(05)      VALUE ZERO.
004248 77  WS-USAGE-LINES          PIC 9(06)       VALUE ZERO COMP.
004252 77  WS-USAGE-EXCEPTIONS     PIC 9(06)       VALUE ZERO COMP.
004256 01  WS-ESTIMATE-TABLE.
004260     05  WS-ET-ENTRY OCCURS 2000.
004264         10  WS-ET-JOB-ID    PIC X(08).
004268         10  WS-ET-MATERIAL  PIC X(06).
004272         10  WS-ET-PACKS     PIC 9(05).
004276         10  WS-ET-USED-SW   PIC X(01).
004280             88  WS-ET-USED                  VALUE 'Y'.
004300 COPY RPTWRITE.
004400 01  WS-DETAIL-LINE.
004500     05  WS-DL-L             PIC ZZZ9.
005100     05  WS-DL-ACTUAL        PIC Z(7)9.
005200     05  FILLER              PIC X(02)       VALUE SPACES.
005300     05  WS-DL-STATUS        PIC X(06).
005303 01  WS-USAGE-TITLE.
005306     05  FILLER              PIC X(40)       VALUE
005309             "FIT-OUT USAGE AGAINST FLOOREST ESTIMATE ".
005312 01  WS-USAGE-COLUMNS.
005315     05  FILLER              PIC X(40)       VALUE
005318             "JOB      MATERIAL  ESTIMATED   USED  VAR".
005321     05  FILLER              PIC X(12)       VALUE
005324             "IANCE STATUS".
005327 01  WS-USAGE-LINE.
005330     05  WS-UL-JOB-ID        PIC X(08).
005333     05  FILLER              PIC X(01)       VALUE SPACE.
005336     05  WS-UL-MATERIAL      PIC X(06).
005339     05  FILLER              PIC X(04)       VALUE SPACES.
005342     05  WS-UL-ESTIMATED     PIC Z(08)9.
005345     05  FILLER              PIC X(01)       VALUE SPACE.
005348     05  WS-UL-USED          PIC Z(05)9.
005351     05  FILLER              PIC X(01)       VALUE SPACE.
005354     05  WS-UL-VARIANCE      PIC -(07)9.
005357     05  FILLER              PIC X(01)       VALUE SPACE.
005360     05  WS-UL-STATUS        PIC X(12).
005363 01  WS-USAGE-SUMMARY-LINE.
005366     05  FILLER              PIC X(16)       VALUE
005369             "USAGE LINES    ".
005372     05  WS-US-LINES         PIC ZZZZZ9.
005375     05  FILLER              PIC X(14)       VALUE
005378             "  EXCEPTIONS  ".
005381     05  WS-US-EXCEPTIONS    PIC ZZZZZ9.
005400 01  WS-SUMMARY-LINE.
005500     05  FILLER              PIC X(16)       VALUE
005600             "ROWS CHECKED   ".
006300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006400     PERFORM 2000-CHECK-ROW THRU 2000-EXIT
006500         UNTIL WS-EOF.
006510     PERFORM 2500-RECONCILE-USAGE THRU 2500-EXIT.
006600     PERFORM 3000-FINALIZE THRU 3000-EXIT.
006700     STOP RUN.
006800 0000-EXIT.
010500     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
010600 2000-EXIT.
010700     EXIT.
010710*--------------------------------------------------------------
010720* FIT-OUT USAGE RECONCILIATION. NOTHING IS LISTED WHEN NO
010730* ESTIMATE WAS PRODUCED. A PACK VARIANCE WITHIN THE TOLERANCE
010740* IS A MATCH.
010750*--------------------------------------------------------------
010760 2500-RECONCILE-USAGE.
010770     OPEN INPUT ESTIMATE-FILE
010780     IF NOT WS-ESTIMATE-OK
010790         GO TO 2500-EXIT
010800     END-IF
010810     PERFORM 2510-LOAD-ONE-ESTIMATE THRU 2510-EXIT
010820         UNTIL WS-ESTIMATE-EOF
010830     CLOSE ESTIMATE-FILE
010840     MOVE WS-USAGE-TITLE TO RPT-LINE-TEXT
010850     PERFORM 2590-WRITE-USAGE-TEXT THRU 2590-EXIT
010860     MOVE WS-USAGE-COLUMNS TO RPT-LINE-TEXT
010870     PERFORM 2590-WRITE-USAGE-TEXT THRU 2590-EXIT
010880     OPEN INPUT USAGE-FILE
010890     IF WS-USAGE-OK
010900         PERFORM 2520-CHECK-ONE-USAGE THRU 2520-EXIT
010910             UNTIL WS-USAGE-EOF
010920         CLOSE USAGE-FILE
010930     END-IF
010940     PERFORM 2540-LIST-UNUSED-ESTIMATE THRU 2540-EXIT
010950         VARYING WS-EST-IX FROM 1 BY 1
010960         UNTIL WS-EST-IX > WS-EST-COUNT
010970     MOVE WS-USAGE-LINES TO WS-US-LINES
010980     MOVE WS-USAGE-EXCEPTIONS TO WS-US-EXCEPTIONS
010990     MOVE WS-USAGE-SUMMARY-LINE TO RPT-LINE-TEXT
011000     PERFORM 2590-WRITE-USAGE-TEXT THRU 2590-EXIT.
011010 2500-EXIT.
011020     EXIT.
011030 2510-LOAD-ONE-ESTIMATE.
011040     READ ESTIMATE-FILE
011050         AT END GO TO 2510-EXIT
011060     END-READ
011070     IF WS-EST-COUNT >= WS-EST-MAX
011080         DISPLAY "AREA-PERIM-RECON: MORE THAN " WS-EST-MAX
011090             " ESTIMATE LINES - REST IGNORED"
011100         SET WS-ESTIMATE-EOF TO TRUE
011110         GO TO 2510-EXIT
011120     END-IF
011130     ADD 1 TO WS-EST-COUNT
011140     MOVE FE-JOB-ID TO WS-ET-JOB-ID(WS-EST-COUNT)
011150     MOVE FE-MATERIAL-CODE TO WS-ET-MATERIAL(WS-EST-COUNT)
011160     MOVE FE-PACKS TO WS-ET-PACKS(WS-EST-COUNT)
011170     MOVE 'N' TO WS-ET-USED-SW(WS-EST-COUNT).
011180 2510-EXIT.
011190     EXIT.
011200 2520-CHECK-ONE-USAGE.
011210     READ USAGE-FILE
011220         AT END GO TO 2520-EXIT
011230     END-READ
011240     ADD 1 TO WS-USAGE-LINES
011250     MOVE ZERO TO WS-EST-MATCH
011260     PERFORM 2530-SCAN-ESTIMATE THRU 2530-EXIT
011270         VARYING WS-EST-IX FROM 1 BY 1
011280         UNTIL WS-EST-IX > WS-EST-COUNT
011290            OR WS-EST-MATCH > ZERO
011300     MOVE FU-JOB-ID TO WS-UL-JOB-ID
011310     MOVE FU-MATERIAL-CODE TO WS-UL-MATERIAL
011320     MOVE FU-PACKS-USED TO WS-UL-USED
011330     IF WS-EST-MATCH = ZERO
011340         MOVE ZERO TO WS-UL-ESTIMATED
011350         MOVE FU-PACKS-USED TO WS-UL-VARIANCE
011360         MOVE "NO ESTIMATE" TO WS-UL-STATUS
011370         ADD 1 TO WS-USAGE-EXCEPTIONS
011380     ELSE
011390         MOVE 'Y' TO WS-ET-USED-SW(WS-EST-MATCH)
011400         MOVE WS-ET-PACKS(WS-EST-MATCH) TO WS-UL-ESTIMATED
011410         COMPUTE WS-PACK-VARIANCE =
011420             FU-PACKS-USED - WS-ET-PACKS(WS-EST-MATCH)
011430         MOVE WS-PACK-VARIANCE TO WS-UL-VARIANCE
011440         EVALUATE TRUE
011450             WHEN FUNCTION ABS(WS-PACK-VARIANCE) <= WS-TOLERANCE
011460                 MOVE "MATCH" TO WS-UL-STATUS
011470             WHEN WS-PACK-VARIANCE > ZERO
011480                 MOVE "OVER" TO WS-UL-STATUS
011490                 ADD 1 TO WS-USAGE-EXCEPTIONS
011500             WHEN OTHER
011510                 MOVE "UNDER" TO WS-UL-STATUS
011520                 ADD 1 TO WS-USAGE-EXCEPTIONS
011530         END-EVALUATE
011540     END-IF
011550     MOVE WS-USAGE-LINE TO RPT-LINE-TEXT
011560     PERFORM 2590-WRITE-USAGE-TEXT THRU 2590-EXIT.
011570 2520-EXIT.
011580     EXIT.
011590 2530-SCAN-ESTIMATE.
011600     IF WS-ET-JOB-ID(WS-EST-IX) = FU-JOB-ID
011610         AND WS-ET-MATERIAL(WS-EST-IX) = FU-MATERIAL-CODE
011620         AND NOT WS-ET-USED(WS-EST-IX)
011630         MOVE WS-EST-IX TO WS-EST-MATCH
011640     END-IF.
011650 2530-EXIT.
011660     EXIT.
011670 2540-LIST-UNUSED-ESTIMATE.
011680     IF WS-ET-USED(WS-EST-IX)
011690         GO TO 2540-EXIT
011700     END-IF
011710     ADD 1 TO WS-USAGE-EXCEPTIONS
011720     MOVE WS-ET-JOB-ID(WS-EST-IX) TO WS-UL-JOB-ID
011730     MOVE WS-ET-MATERIAL(WS-EST-IX) TO WS-UL-MATERIAL
011740     MOVE WS-ET-PACKS(WS-EST-IX) TO WS-UL-ESTIMATED
011750     MOVE ZERO TO WS-UL-USED
011760     COMPUTE WS-PACK-VARIANCE = ZERO - WS-ET-PACKS(WS-EST-IX)
011770     MOVE WS-PACK-VARIANCE TO WS-UL-VARIANCE
011780     MOVE "NO USAGE" TO WS-UL-STATUS
011790     MOVE WS-USAGE-LINE TO RPT-LINE-TEXT
011800     PERFORM 2590-WRITE-USAGE-TEXT THRU 2590-EXIT.
011810 2540-EXIT.
011820     EXIT.
011830*--------------------------------------------------------------
011840* USAGE LINES CARRY NO METRIC, SO THEY ADD NOTHING TO THE
011850* REPORT'S COLUMN TOTAL.
011860*--------------------------------------------------------------
011870 2590-WRITE-USAGE-TEXT.
011880     SET RPT-FUNC-DETAIL TO TRUE
011890     MOVE ZERO TO RPT-TOTAL-VALUE
011900     CALL "REPORT-WRITER" USING REPORT-WRITER-REQUEST.
011910 2590-EXIT.
011920     EXIT.
011930 3000-FINALIZE.
011940     MOVE WS-ROWS-CHECKED TO WS-SL-CHECKED
011950     MOVE WS-ROWS-FAILED TO WS-SL-FAILED
011960     SET RPT-FUNC-DETAIL TO TRUE
011970     MOVE WS-SUMMARY-LINE TO RPT-LINE-TEXT
011980     MOVE ZERO TO RPT-TOTAL-VALUE
011990     CALL "REPORT-WRITER" USING REPORT-WRITER-REQUEST
012000     SET RPT-FUNC-CLOSE TO TRUE
012010     CALL "REPORT-WRITER" USING REPORT-WRITER-REQUEST
012020     CLOSE CONTROL-INPUT-FILE.
012030 3000-EXIT.
012040     EXIT.
012050 END PROGRAM AREA-PERIM-RECON.
