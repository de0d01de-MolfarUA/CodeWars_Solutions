002540*                    ASSESSMENT JOB (PARCEL-ASSESSMENT-BATCH).
002550*                    THIS BATCH IGNORES THE NEW FIELDS; OLD
002560*                    FEEDS SIMPLY LEAVE THEM BLANK.
002563*   2026-10-01  SVY  RUNS AS BUS030 OF THE SCHEDULED BUSINESS
002566*                    JOB STREAM, AHEAD OF THE ASSESSMENT STEP
002569*                    THAT READS PARCRPT. PARCRPT AND PARCEXC ARE
002572*                    REGISTERED IN THE CYCLE LINEAGE LOG
002575*                    THROUGH CYCLE-STAMP (NO HEADER RECORD -
002578*                    THE ASSESSMENT READS PARCRPT LINE FOR
002581*                    LINE), STEP COMPLETION AND THE PARCRPT
002584*                    LINE COUNT GO TO STEPSTAT, AND END OF STEP
002587*                    LEAVES CHAINBAL TRAILERS FOR PARCELIN
002590*                    (CONSUMED) AND PARCRPT (PRODUCED, COUNT
002593*                    AND ORDINAL HASH).
002594*   2026-10-15  SVY  EACH EXCEPTION ALSO GOES TO PARCEXC AS A
002595*                    SUSPENSE LINE (SUSPLIN) FOR SUSPENSE-SWEEP,
002596*                    CARRYING THE RECORD IT IS ABOUT - THE
002597*                    REFUSED TRIANGLE, OR THE PARCEL'S TOTAL
002598*                    RECORD WHEN THE TOTAL IS OUT OF TOLERANCE.
002599*   2026-10-15  SVY  A PARCEL IS NOW SUSPENDED WHOLE - EVERY
002600*                    TRIANGLE AND ITS TOTAL AS ONE SUSPENSE ITEM -
002601*                    SO A RESUBMISSION THROUGH PARCRSB CARRIES
002602*                    THE FULL PARCEL. TRIANGLES LEFT WITHOUT A
002603*                    TOTAL RECORD, AND A TOTAL WITH NO TRIANGLES,
002604*                    ARE SUSPENDED THE SAME WAY INSTEAD OF BEING
002605*                    DROPPED.
002615*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 INPUT-OUTPUT SECTION.
008200 77  WS-SIDE-X               PIC 9(03)       VALUE ZERO.
008300 77  WS-SIDE-Y               PIC 9(03)       VALUE ZERO.
008400 77  WS-SIDE-Z               PIC 9(03)       VALUE ZERO.
008410 77  WS-RECORDS-READ         PIC 9(09)       VALUE ZERO COMP.
008420 77  WS-PARCELS-WRITTEN      PIC 9(09)       VALUE ZERO COMP.
008430 77  WS-REPORT-HASH          PIC 9(12)       VALUE ZERO COMP.
008440 77  WS-PB-COUNT             PIC 9(04)       VALUE ZERO COMP.
008450 77  WS-PB-MAX               PIC 9(04)       VALUE 999 COMP.
008460 77  WS-PB-IX                PIC 9(04)       VALUE ZERO COMP.
008470 77  WS-PB-DROPPED           PIC 9(04)       VALUE ZERO COMP.
008480*--------------------------------------------------------------
008485* THE OPEN PARCEL'S RECORDS AS READ, HELD UNTIL IT CLOSES SO A
008490* PARCEL THAT FAILS CAN BE SUSPENDED WHOLE.
008495*--------------------------------------------------------------
008496 01  WS-PARCEL-BUFFER.
008497     05  WS-PB-IMAGE         PIC X(38)       OCCURS 999.
008500 01  WS-PARCEL-LINE.
008600     05  FILLER              PIC X(07)       VALUE "PARCEL ".
008700     05  WS-PL-PARCEL-ID     PIC X(10).
009600     05  WS-EX-PARCEL-ID     PIC X(10).
009700     05  FILLER              PIC X(02)       VALUE SPACES.
009800     05  WS-EX-REASON        PIC X(30).
009810 COPY STEPSTAT.
009820 COPY CYCSTAMP.
009830 COPY CHNTRLR.
009840 COPY SUSPLIN.
009900 PROCEDURE DIVISION.
010000 0000-MAINLINE.
010100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011700     OPEN INPUT PARCEL-INPUT-FILE
011800     OPEN OUTPUT PARCEL-REPORT-FILE
011900     OPEN OUTPUT PARCEL-EXCEPTION-FILE
011910     MOVE "PARCELAC" TO CYC-PROGRAM-ID
011920     MOVE "PARCRPT " TO CYC-FILE-NAME
011930     CALL "CYCLE-STAMP" USING CYCLE-STAMP-REQUEST
011940     MOVE "PARCEXC " TO CYC-FILE-NAME
011950     CALL "CYCLE-STAMP" USING CYCLE-STAMP-REQUEST
012000     PERFORM 1100-READ-PARCEL THRU 1100-EXIT.
012100 1000-EXIT.
012200     EXIT.
012300 1100-READ-PARCEL.
012400     READ PARCEL-INPUT-FILE
012500         AT END SET WS-INPUT-EOF TO TRUE
012510         NOT AT END ADD 1 TO WS-RECORDS-READ
012600     END-READ.
012700 1100-EXIT.
012800     EXIT.
013000* TRIANGLE RECORDS ACCUMULATE INTO THE OPEN PARCEL; THE TOTAL
013100* RECORD CLOSES IT AND TRIGGERS THE RECONCILIATION. A TRIANGLE
013200* HERON REFUSES COUNTS AGAINST THE PARCEL AND IS AN EXCEPTION
013300* ON ITS OWN. A PARCEL THAT FAILS IS SUSPENDED WHOLE WHEN IT
013310* CLOSES; A NEW PARCEL ID BEFORE THE TOTAL CLOSES THE OLD ONE
013320* AS HAVING NO TOTAL.
013400*--------------------------------------------------------------
013500 2000-PROCESS-ONE-RECORD.
013600     EVALUATE TRUE
014500 2000-EXIT.
014600     EXIT.
014700 2100-TAKE-ONE-TRIANGLE.
014705     IF WS-PARCEL-OPEN
014710         AND PR-PARCEL-ID NOT = WS-CURRENT-PARCEL
014720         PERFORM 2400-DROP-OPEN-PARCEL THRU 2400-EXIT
014730     END-IF
014800     IF NOT WS-PARCEL-OPEN
015000         MOVE PR-PARCEL-ID TO WS-CURRENT-PARCEL
015100         SET WS-PARCEL-OPEN TO TRUE
015200         MOVE ZERO TO WS-PARCEL-AREA
015300         MOVE ZERO TO WS-TRIANGLE-COUNT
015400         MOVE ZERO TO WS-INVALID-COUNT
015410         MOVE ZERO TO WS-PB-COUNT WS-PB-DROPPED
015500     END-IF
015600     ADD 1 TO WS-TRIANGLE-COUNT
015610     PERFORM 2110-HOLD-RECORD THRU 2110-EXIT
015700     MOVE PR-SIDE-X TO WS-SIDE-X
015800     MOVE PR-SIDE-Y TO WS-SIDE-Y
015900     MOVE PR-SIDE-Z TO WS-SIDE-Z
017000     END-IF.
017100 2100-EXIT.
017200     EXIT.
017210 2110-HOLD-RECORD.
017220     IF WS-PB-COUNT >= WS-PB-MAX
017230         ADD 1 TO WS-PB-DROPPED
017240         GO TO 2110-EXIT
017250     END-IF
017260     ADD 1 TO WS-PB-COUNT
017270     MOVE PARCEL-INPUT-RECORD TO WS-PB-IMAGE(WS-PB-COUNT).
017280 2110-EXIT.
017290     EXIT.
017300 2200-CLOSE-ONE-PARCEL.
017310     IF WS-PARCEL-OPEN
017320         AND PR-PARCEL-ID NOT = WS-CURRENT-PARCEL
017330         PERFORM 2400-DROP-OPEN-PARCEL THRU 2400-EXIT
017340     END-IF
017400     IF NOT WS-PARCEL-OPEN
017410         MOVE PR-PARCEL-ID TO WS-EX-PARCEL-ID
017420         MOVE "TOTAL WITH NO TRIANGLES" TO WS-EX-REASON
017430         WRITE PX-RECORD FROM WS-EXCEPTION-LINE
017440         MOVE ZERO TO WS-PB-COUNT WS-PB-DROPPED
017450         PERFORM 2110-HOLD-RECORD THRU 2110-EXIT
017460         PERFORM 2300-WRITE-SUSPENSE THRU 2300-EXIT
017500         GO TO 2200-EXIT
017600     END-IF
017610     PERFORM 2110-HOLD-RECORD THRU 2110-EXIT
017700     COMPUTE WS-DIFFERENCE =
017800         WS-PARCEL-AREA - PR-DECLARED-AREA
017900     MOVE WS-CURRENT-PARCEL TO WS-PL-PARCEL-ID
018200     EVALUATE TRUE
018300         WHEN WS-INVALID-COUNT > ZERO
018400             MOVE "EXCEPTION " TO WS-PL-VERDICT
018410             MOVE "TRIANGLE FAILED VALIDITY" TO WS-EX-REASON
018420             PERFORM 2300-WRITE-SUSPENSE THRU 2300-EXIT
018500         WHEN FUNCTION ABS(WS-DIFFERENCE) <= WS-TOLERANCE
018600             MOVE "RECONCILED" TO WS-PL-VERDICT
018700         WHEN OTHER
019000             MOVE "TOTAL OUTSIDE TOLERANCE"
019100                 TO WS-EX-REASON
019200             WRITE PX-RECORD FROM WS-EXCEPTION-LINE
019210             PERFORM 2300-WRITE-SUSPENSE THRU 2300-EXIT
019300     END-EVALUATE
019400     WRITE PA-RECORD FROM WS-PARCEL-LINE
019410     ADD 1 TO WS-PARCELS-WRITTEN
019420     COMPUTE WS-REPORT-HASH = FUNCTION MOD(
019430         WS-REPORT-HASH + WS-PARCELS-WRITTEN
019440             * FUNCTION ORD(PA-RECORD(1:1))
019450         1000000000000)
019500     MOVE 'N' TO WS-PARCEL-OPEN-SW.
019600 2200-EXIT.
019700     EXIT.
019701*--------------------------------------------------------------
019702* SUSPENSE LINES FOR A FAILED PARCEL: EVERY RECORD HELD FOR IT,
019703* IN THE ORDER READ, ALL ONE SUSPENSE ITEM.
019704*--------------------------------------------------------------
019710 2300-WRITE-SUSPENSE.
019720     MOVE WS-EX-REASON TO SQ-REASON
019725     SET SQ-FIRST-OF-ITEM TO TRUE
019730     PERFORM 2310-WRITE-ONE-IMAGE THRU 2310-EXIT
019735         VARYING WS-PB-IX FROM 1 BY 1
019740         UNTIL WS-PB-IX > WS-PB-COUNT
019741     IF WS-PB-DROPPED > ZERO
019742         DISPLAY "PARCEL-ACREAGE-BATCH: PARCEL " WS-EX-PARCEL-ID
019743             " OVER " WS-PB-MAX " RECORDS - " WS-PB-DROPPED
019744             " NOT SUSPENDED WITH IT"
019745     END-IF.
019750 2300-EXIT.
019760     EXIT.
019761 2310-WRITE-ONE-IMAGE.
019762     MOVE WS-PB-IMAGE(WS-PB-IX) TO SQ-IMAGE
019763     WRITE PX-RECORD FROM SUSPENSE-LINE
019764     SET SQ-SAME-ITEM TO TRUE.
019765 2310-EXIT.
019766     EXIT.
019767*--------------------------------------------------------------
019768* THE OPEN PARCEL NEVER MET ITS TOTAL RECORD - ANOTHER PARCEL
019769* STARTED OR THE FEED ENDED. IT IS NOT REPORTED ON PARCRPT.
019770*--------------------------------------------------------------
019771 2400-DROP-OPEN-PARCEL.
019772     MOVE WS-CURRENT-PARCEL TO WS-EX-PARCEL-ID
019773     MOVE "PARCEL HAS NO TOTAL RECORD" TO WS-EX-REASON
019774     WRITE PX-RECORD FROM WS-EXCEPTION-LINE
019775     PERFORM 2300-WRITE-SUSPENSE THRU 2300-EXIT
019776     MOVE 'N' TO WS-PARCEL-OPEN-SW.
019777 2400-EXIT.
019778     EXIT.
019800 9000-TERMINATE.
019810     IF WS-PARCEL-OPEN
019820         PERFORM 2400-DROP-OPEN-PARCEL THRU 2400-EXIT
019830     END-IF
019900     CLOSE PARCEL-INPUT-FILE
020000     CLOSE PARCEL-REPORT-FILE
020010     CLOSE PARCEL-EXCEPTION-FILE
020020     MOVE "BUS030  " TO STEP-STATUS-STEP-NAME
020030     MOVE "PARCELAC" TO STEP-STATUS-PROGRAM-ID
020040     MOVE WS-PARCELS-WRITTEN TO STEP-STATUS-RECORD-COUNT
020050     CALL "STEP-STATUS-RECORDER" USING STEP-STATUS-ENTRY
020060     MOVE "PARCELIN" TO CHN-FILE-NAME
020070     MOVE "CONS" TO CHN-ROLE
020080     MOVE "PARCELAC" TO CHN-PROGRAM-ID
020090     MOVE WS-RECORDS-READ TO CHN-RECORD-COUNT
020100     MOVE ZERO TO CHN-HASH-TOTAL
020110     CALL "CHAIN-TRAILER" USING CHAIN-TRAILER-REQUEST
020120     MOVE "PARCRPT " TO CHN-FILE-NAME
020130     MOVE "PROD" TO CHN-ROLE
020140     MOVE WS-PARCELS-WRITTEN TO CHN-RECORD-COUNT
020150     MOVE WS-REPORT-HASH TO CHN-HASH-TOTAL
020160     CALL "CHAIN-TRAILER" USING CHAIN-TRAILER-REQUEST.
020200 9000-EXIT.
020300     EXIT.
020400 END PROGRAM PARCEL-ACREAGE-BATCH.
