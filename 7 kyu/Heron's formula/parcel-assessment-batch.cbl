002300*                    SUBTOTALS. PARCELS WHOSE ACREAGE MOVED
002400*                    FROM LAST CYCLE'S ROLL (PRIORROL) BY MORE
002500*                    THAN THE ASMTCTL TOLERANCE GO TO ASMTEXC.
002508*   2026-09-17  SVY  FOLLOW PARCEL LINEAGE. THE SPLITS AND
002516*                    MERGES PARCEL-LINEAGE-BATCH APPLIED TO
002524*                    PARCLNG ARE LOADED; A PARENT'S PRIOR-ROLL
002532*                    ACREAGE AND ITS CHILDREN'S COMPUTED
002540*                    ACREAGE ARE POOLED PER TRANSACTION AND
002548*                    ASMTEXC GETS ONE SPLIT OR MERGE LINE FOR
002556*                    EACH. A PARCEL OFF THE PRIOR ROLL THAT IS
002564*                    NOT A LINEAGE CHILD IS NOW REPORTED AS NEW,
002572*                    AND A PRIOR-ROLL PARCEL NO LONGER ON
002580*                    PARCELIN THAT IS NOT A LINEAGE PARENT AS
002588*                    VANISHED.
002589*   2026-10-01  SVY  RUNS AS BUS040 OF THE SCHEDULED BUSINESS
002590*                    JOB STREAM, CONDITIONED ON BUS030 SO THE
002591*                    ROLL CAN NO LONGER BE BUILT FROM A STALE
002592*                    PARCRPT. ASMTROLL AND ASMTEXC ARE
002593*                    REGISTERED IN THE CYCLE LINEAGE LOG
002594*                    THROUGH CYCLE-STAMP, STEP COMPLETION AND
002595*                    THE ASMTROLL LINE COUNT GO TO STEPSTAT,
002596*                    AND END OF STEP LEAVES CHAINBAL TRAILERS
002597*                    FOR PARCRPT (CONSUMED, COUNT AND ORDINAL
002598*                    HASH OF EVERY LINE READ), PARCELIN
002599*                    (CONSUMED), AND ASMTROLL (PRODUCED).
002600*   2026-10-01  SVY  ASMTEXC OPENS WITH THE ASMTRATE AND EXEMPTTB
002601*                    VERSIONS THE ROLL WAS ASSESSED ON
002602*                    (REFTAB-VERSION), SO A RE-RUN OF AN OLD
002603*                    ROLL CAN BE CHECKED AGAINST THE RATES THAT
002604*                    APPLIED THEN.
002605*   2026-10-15  SVY  AN ACREAGE MOVEMENT OVER TOLERANCE ALSO GOES
002606*                    TO ASMTEXC AS A SUSPENSE LINE (SUSPLIN) FOR
002607*                    SUSPENSE-SWEEP, NAMING THE PARCEL. THE ROLL
002608*                    HAS ALREADY TAKEN THE PARCEL, SO THE LINE
002609*                    CARRIES NO RECORD IMAGE - IT IS CLEARED IN
002610*                    SUSPENSE, NOT RESUBMITTED.
002611*   2026-10-15  SVY  THE ASMTRATE AND EXEMPTTB VERSION LINES NOW
002612*                    HEAD ASMTROLL, WHERE THE ROLL'S READERS SEE
002613*                    THEM, INSTEAD OF ASMTEXC. THEY ARE COUNTED
002614*                    AND HASHED WITH THE REST OF THE ROLL.
002615*   2026-10-15  SVY  A PARCEL WITH NO LINE ON PARCRPT (SUSPENDED
002616*                    BY THE ACREAGE STEP FOR WANT OF TRIANGLES OR
002617*                    A TOTAL) IS LISTED ON ASMTEXC AND LEFT OFF
002618*                    THE ROLL INSTEAD OF BEING ASSESSED AT ZERO
002619*                    ACREAGE.
002620*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 INPUT-OUTPUT SECTION.
004600     SELECT PRIOR-ROLL-FILE ASSIGN TO "PRIORROL"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-PRIOR-STATUS.
004810     SELECT LINEAGE-FILE ASSIGN TO "PARCLNG"
004820         ORGANIZATION IS LINE SEQUENTIAL
004830         FILE STATUS IS WS-LINEAGE-STATUS.
004900     SELECT ASSESSMENT-ROLL-FILE ASSIGN TO "ASMTROLL"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-ROLL-STATUS.
009000     05  PL-PARCEL-ID            PIC X(10).
009100     05  FILLER                  PIC X(01).
009200     05  PL-ACREAGE              PIC 9(08)V99.
009210 FD  LINEAGE-FILE.
009220 COPY PRCLNG.
009300 FD  ASSESSMENT-ROLL-FILE.
009400 01  ROLL-RECORD                 PIC X(100).
009500 FD  ASSESSMENT-EXCEPTION-FILE.
011200 77  WS-PRIOR-STATUS             PIC X(02)       VALUE SPACES.
011300     88  WS-PRIOR-OK                             VALUE '00'.
011400     88  WS-PRIOR-EOF                            VALUE '10'.
011410 77  WS-LINEAGE-STATUS           PIC X(02)       VALUE SPACES.
011420     88  WS-LINEAGE-OK                           VALUE '00'.
011430     88  WS-LINEAGE-EOF                          VALUE '10'.
011500 77  WS-ROLL-STATUS              PIC X(02)       VALUE SPACES.
011600     88  WS-ROLL-OK                              VALUE '00'.
011700 77  WS-EXCEPT-STATUS            PIC X(02)       VALUE SPACES.
012400 77  WS-EXEMPT-MAX               PIC 9(03)       VALUE 50 COMP.
012500 77  WS-DISTRICT-COUNT           PIC 9(03)       VALUE ZERO COMP.
012600 77  WS-DISTRICT-MAX             PIC 9(03)       VALUE 50 COMP.
012610 77  WS-MEMBER-COUNT             PIC 9(04)       VALUE ZERO COMP.
012620 77  WS-MEMBER-MAX               PIC 9(04)       VALUE 500 COMP.
012630 77  WS-TXN-COUNT                PIC 9(04)       VALUE ZERO COMP.
012640 77  WS-TXN-MAX                  PIC 9(04)       VALUE 200 COMP.
012700 77  WS-PC-IX                    PIC 9(04)       VALUE ZERO COMP.
012800 77  WS-RB-IX                    PIC 9(03)       VALUE ZERO COMP.
012900 77  WS-EX-IX                    PIC 9(03)       VALUE ZERO COMP.
013000 77  WS-DS-IX                    PIC 9(03)       VALUE ZERO COMP.
013100 77  WS-MATCH-IX                 PIC 9(04)       VALUE ZERO COMP.
013110 77  WS-LM-IX                    PIC 9(04)       VALUE ZERO COMP.
013120 77  WS-TX-IX                    PIC 9(04)       VALUE ZERO COMP.
013130 77  WS-MEMBER-IX                PIC 9(04)       VALUE ZERO COMP.
013140 77  WS-LOOKUP-ID                PIC X(10)       VALUE SPACES.
013200 77  WS-THIS-RATE                PIC 9(05)V99    VALUE ZERO.
013300 77  WS-THIS-PCT                 PIC 9(03)       VALUE ZERO.
013400 77  WS-THIS-TAX                 PIC 9(11)V99    VALUE ZERO.
013500 77  WS-ACREAGE-MOVE             PIC S9(09)V99   VALUE ZERO.
013510 77  WS-PARCELS-READ             PIC 9(09)       VALUE ZERO COMP.
013520 77  WS-ACREAGE-READ             PIC 9(09)       VALUE ZERO COMP.
013530 77  WS-ACREAGE-HASH             PIC 9(12)       VALUE ZERO COMP.
013540 77  WS-ROLL-WRITTEN             PIC 9(09)       VALUE ZERO COMP.
013550 77  WS-ROLL-HASH                PIC 9(12)       VALUE ZERO COMP.
013600 01  WS-PARCEL-TABLE.
013700     05  WS-PC-ENTRY OCCURS 500.
013800         10  WS-PC-ID            PIC X(10).
014100         10  WS-PC-EXEMPT        PIC X(02).
014200         10  WS-PC-ACREAGE       PIC 9(08)V99.
014300         10  WS-PC-PRIOR         PIC S9(08)V99.
014302         10  WS-PC-REPORTED-SW   PIC X(01).
014304             88  WS-PC-REPORTED                  VALUE 'Y'.
014307 01  WS-MEMBER-TABLE.
014314     05  WS-LM-ENTRY OCCURS 500.
014321         10  WS-LM-PARCEL        PIC X(10).
014328         10  WS-LM-ROLE          PIC X(01).
014335         10  WS-LM-TXN-IX        PIC 9(04).
014342 01  WS-TXN-TABLE.
014349     05  WS-TX-ENTRY OCCURS 200.
014356         10  WS-TX-ID            PIC X(08).
014363         10  WS-TX-TYPE          PIC X(01).
014370         10  WS-TX-PARENTS       PIC 9(03).
014377         10  WS-TX-CHILDREN      PIC 9(03).
014384         10  WS-TX-PRIOR-ACRES   PIC 9(09)V99.
014391         10  WS-TX-NOW-ACRES     PIC 9(09)V99.
014400 01  WS-RATE-TABLE.
014500     05  WS-RB-ENTRY OCCURS 100.
014600         10  WS-RB-CLASS         PIC X(02).
018900     05  FILLER                  PIC X(16)       VALUE
019000             " ACREAGE MOVED  ".
019100     05  WS-XL-MOVE              PIC +(08)9.99.
019105 01  WS-ROLL-CHANGE-LINE.
019110     05  FILLER                  PIC X(07)       VALUE "PARCEL ".
019115     05  WS-XC-ID                PIC X(10).
019120     05  FILLER                  PIC X(01)       VALUE SPACE.
019125     05  WS-XC-TEXT              PIC X(30).
019130 01  WS-LINEAGE-LINE.
019135     05  WS-XN-TYPE              PIC X(05).
019140     05  FILLER                  PIC X(05)       VALUE " TXN ".
019145     05  WS-XN-ID                PIC X(08).
019150     05  FILLER                  PIC X(02)       VALUE " P".
019155     05  WS-XN-PARENTS           PIC Z9.
019160     05  FILLER                  PIC X(02)       VALUE " C".
019165     05  WS-XN-CHILDREN          PIC Z9.
019170     05  FILLER                  PIC X(07)       VALUE " PRIOR ".
019175     05  WS-XN-PRIOR             PIC Z(07)9.99.
019180     05  FILLER                  PIC X(05)       VALUE " NOW ".
019185     05  WS-XN-NOW               PIC Z(07)9.99.
019190     05  FILLER                  PIC X(07)       VALUE " MOVED ".
019195     05  WS-XN-MOVE              PIC +(07)9.99.
019196 COPY STEPSTAT.
019197 COPY CYCSTAMP.
019198 COPY CHNTRLR.
019208 COPY REFTVER.
019218 COPY SUSPLIN.
019228 PROCEDURE DIVISION.
019300 0000-MAINLINE.
019400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019500     PERFORM 2000-LOAD-PARCEL-ATTRIBUTES THRU 2000-EXIT.
019600     PERFORM 3000-LOAD-COMPUTED-ACREAGE THRU 3000-EXIT.
019700     PERFORM 4000-LOAD-RATE-BANDS THRU 4000-EXIT.
019800     PERFORM 5000-LOAD-EXEMPTIONS THRU 5000-EXIT.
019810     PERFORM 5500-LOAD-LINEAGE THRU 5500-EXIT.
019900     PERFORM 6000-LOAD-PRIOR-ROLL THRU 6000-EXIT.
020000     PERFORM 7000-ASSESS-EACH-PARCEL THRU 7000-EXIT.
020010     PERFORM 7600-WRITE-LINEAGE-LINES THRU 7600-EXIT.
020100     PERFORM 8000-WRITE-DISTRICT-TOTALS THRU 8000-EXIT.
020200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020300     STOP RUN.
021000     END-READ
021100     CLOSE ASSESSMENT-CONTROL-FILE
021200     OPEN OUTPUT ASSESSMENT-ROLL-FILE
021210     OPEN OUTPUT ASSESSMENT-EXCEPTION-FILE
021220     MOVE "PARCELAS" TO CYC-PROGRAM-ID
021230     MOVE "ASMTROLL" TO CYC-FILE-NAME
021240     CALL "CYCLE-STAMP" USING CYCLE-STAMP-REQUEST
021250     MOVE "ASMTEXC " TO CYC-FILE-NAME
021260     CALL "CYCLE-STAMP" USING CYCLE-STAMP-REQUEST
021270     MOVE "ASMTRATE" TO RTV-TABLE-NAME
021280     CALL "REFTAB-VERSION" USING REFTAB-VERSION-REQUEST
021290     MOVE SPACES TO ROLL-RECORD
021292     WRITE ROLL-RECORD FROM RTV-HEADER-LINE
021294     PERFORM 7900-HASH-ROLL-LINE THRU 7900-EXIT
021300     MOVE "EXEMPTTB" TO RTV-TABLE-NAME
021310     CALL "REFTAB-VERSION" USING REFTAB-VERSION-REQUEST
021320     MOVE SPACES TO ROLL-RECORD
021322     WRITE ROLL-RECORD FROM RTV-HEADER-LINE
021324     PERFORM 7900-HASH-ROLL-LINE THRU 7900-EXIT.
021400 1000-EXIT.
021500     EXIT.
021600 2000-LOAD-PARCEL-ATTRIBUTES.
022800 2100-READ-PARCEL.
022900     READ PARCEL-INPUT-FILE
023000         AT END SET WS-PARCEL-EOF TO TRUE
023010         NOT AT END ADD 1 TO WS-PARCELS-READ
023100     END-READ.
023200 2100-EXIT.
023300     EXIT.
024000         MOVE PR-EXEMPT-CODE TO WS-PC-EXEMPT(WS-PARCEL-COUNT)
024100         MOVE ZERO TO WS-PC-ACREAGE(WS-PARCEL-COUNT)
024200         MOVE -1 TO WS-PC-PRIOR(WS-PARCEL-COUNT)
024210         MOVE 'N' TO WS-PC-REPORTED-SW(WS-PARCEL-COUNT)
024300     END-IF
024400     PERFORM 2100-READ-PARCEL THRU 2100-EXIT.
024500 2200-EXIT.
026300 3100-READ-ACREAGE.
026400     READ PARCEL-REPORT-FILE
026500         AT END SET WS-ACREAGE-EOF TO TRUE
026510         NOT AT END
026520             ADD 1 TO WS-ACREAGE-READ
026530             COMPUTE WS-ACREAGE-HASH = FUNCTION MOD(
026540                 WS-ACREAGE-HASH + WS-ACREAGE-READ
026550                     * FUNCTION ORD(PA-RECORD(1:1))
026560                 1000000000000)
026600     END-READ.
026700 3100-EXIT.
026800     EXIT.
027900     IF WS-MATCH-IX > ZERO
028000         COMPUTE WS-PC-ACREAGE(WS-MATCH-IX) =
028100             FUNCTION NUMVAL(PA-RECORD(28:12))
028110         SET WS-PC-REPORTED(WS-MATCH-IX) TO TRUE
028200     END-IF
028300     PERFORM 3100-READ-ACREAGE THRU 3100-EXIT.
028400 3200-EXIT.
034100     PERFORM 5100-READ-EXEMPTION THRU 5100-EXIT.
034200 5200-EXIT.
034300     EXIT.
034301*--------------------------------------------------------------
034302* PARCLNG HOLDS ONLY THE SPLITS AND MERGES PARCEL-LINEAGE-
034303* BATCH ACCEPTED, ONE LINE PER PARCEL. EACH PARCEL IS KEPT
034304* WITH ITS ROLE AND THE INDEX OF ITS TRANSACTION, WHERE THE
034305* PRIOR AND CURRENT ACREAGE ARE POOLED.
034306*--------------------------------------------------------------
034307 5500-LOAD-LINEAGE.
034308     OPEN INPUT LINEAGE-FILE
034309     IF NOT WS-LINEAGE-OK
034310         GO TO 5500-EXIT
034311     END-IF
034312     PERFORM 5600-READ-LINEAGE THRU 5600-EXIT
034313     PERFORM 5700-STORE-ONE-MEMBER THRU 5700-EXIT
034314         UNTIL WS-LINEAGE-EOF
034315            OR WS-MEMBER-COUNT >= WS-MEMBER-MAX
034316     CLOSE LINEAGE-FILE.
034317 5500-EXIT.
034318     EXIT.
034319 5600-READ-LINEAGE.
034320     READ LINEAGE-FILE
034321         AT END SET WS-LINEAGE-EOF TO TRUE
034322     END-READ.
034323 5600-EXIT.
034324     EXIT.
034325 5700-STORE-ONE-MEMBER.
034326     MOVE ZERO TO WS-MATCH-IX
034327     PERFORM 5710-SCAN-TXNS THRU 5710-EXIT
034328         VARYING WS-TX-IX FROM 1 BY 1
034329         UNTIL WS-TX-IX > WS-TXN-COUNT
034330            OR WS-MATCH-IX > ZERO
034331     IF WS-MATCH-IX = ZERO
034332         IF WS-TXN-COUNT >= WS-TXN-MAX
034333             PERFORM 5600-READ-LINEAGE THRU 5600-EXIT
034334             GO TO 5700-EXIT
034335         END-IF
034336         ADD 1 TO WS-TXN-COUNT
034337         MOVE WS-TXN-COUNT TO WS-MATCH-IX
034338         MOVE LN-TXN-ID TO WS-TX-ID(WS-MATCH-IX)
034339         MOVE LN-TXN-TYPE TO WS-TX-TYPE(WS-MATCH-IX)
034340         MOVE ZERO TO WS-TX-PARENTS(WS-MATCH-IX)
034341         MOVE ZERO TO WS-TX-CHILDREN(WS-MATCH-IX)
034342         MOVE ZERO TO WS-TX-PRIOR-ACRES(WS-MATCH-IX)
034343         MOVE ZERO TO WS-TX-NOW-ACRES(WS-MATCH-IX)
034344     END-IF
034345     ADD 1 TO WS-MEMBER-COUNT
034346     MOVE LN-PARCEL-ID TO WS-LM-PARCEL(WS-MEMBER-COUNT)
034347     MOVE LN-ROLE TO WS-LM-ROLE(WS-MEMBER-COUNT)
034348     MOVE WS-MATCH-IX TO WS-LM-TXN-IX(WS-MEMBER-COUNT)
034349     IF LN-PARENT
034350         ADD 1 TO WS-TX-PARENTS(WS-MATCH-IX)
034351     ELSE
034352         ADD 1 TO WS-TX-CHILDREN(WS-MATCH-IX)
034353     END-IF
034354     PERFORM 5600-READ-LINEAGE THRU 5600-EXIT.
034355 5700-EXIT.
034356     EXIT.
034357 5710-SCAN-TXNS.
034358     IF WS-TX-ID(WS-TX-IX) = LN-TXN-ID
034359         MOVE WS-TX-IX TO WS-MATCH-IX
034360     END-IF.
034361 5710-EXIT.
034362     EXIT.
034363*--------------------------------------------------------------
034364* FIND WS-LOOKUP-ID AMONG THE LINEAGE PARCELS. WS-MEMBER-IX IS
034365* LEFT AT ZERO WHEN THE PARCEL TOOK PART IN NO SPLIT OR MERGE.
034366*--------------------------------------------------------------
034367 5800-FIND-MEMBER.
034368     MOVE ZERO TO WS-MEMBER-IX
034369     PERFORM 5810-SCAN-MEMBERS THRU 5810-EXIT
034370         VARYING WS-LM-IX FROM 1 BY 1
034371         UNTIL WS-LM-IX > WS-MEMBER-COUNT
034372            OR WS-MEMBER-IX > ZERO.
034373 5800-EXIT.
034374     EXIT.
034375 5810-SCAN-MEMBERS.
034376     IF WS-LM-PARCEL(WS-LM-IX) = WS-LOOKUP-ID
034377         MOVE WS-LM-IX TO WS-MEMBER-IX
034378     END-IF.
034379 5810-EXIT.
034380     EXIT.
034400 6000-LOAD-PRIOR-ROLL.
034500     OPEN INPUT PRIOR-ROLL-FILE
034600     IF NOT WS-PRIOR-OK
035900 6100-EXIT.
036000     EXIT.
036100 6200-NOTE-ONE-PRIOR.
036110     MOVE PL-PARCEL-ID TO WS-LOOKUP-ID
036120     PERFORM 5800-FIND-MEMBER THRU 5800-EXIT
036130     IF WS-MEMBER-IX > ZERO
036140         AND WS-LM-ROLE(WS-MEMBER-IX) = 'P'
036150         MOVE WS-LM-TXN-IX(WS-MEMBER-IX) TO WS-TX-IX
036160         ADD PL-ACREAGE TO WS-TX-PRIOR-ACRES(WS-TX-IX)
036170         PERFORM 6100-READ-PRIOR THRU 6100-EXIT
036180         GO TO 6200-EXIT
036190     END-IF
036200     MOVE ZERO TO WS-MATCH-IX
036300     PERFORM 6210-SCAN-PRIOR THRU 6210-EXIT
036400         VARYING WS-PC-IX FROM 1 BY 1
036600            OR WS-MATCH-IX > ZERO
036700     IF WS-MATCH-IX > ZERO
036800         MOVE PL-ACREAGE TO WS-PC-PRIOR(WS-MATCH-IX)
036810     ELSE
036820         MOVE PL-PARCEL-ID TO WS-XC-ID
036830         MOVE "VANISHED - NOT ON PARCELIN" TO WS-XC-TEXT
036840         WRITE AX-RECORD FROM WS-ROLL-CHANGE-LINE
036900     END-IF
037000     PERFORM 6100-READ-PRIOR THRU 6100-EXIT.
037100 6200-EXIT.
038300 7000-EXIT.
038400     EXIT.
038500 7100-ASSESS-ONE-PARCEL.
038510     IF NOT WS-PC-REPORTED(WS-PC-IX)
038520         MOVE WS-PC-ID(WS-PC-IX) TO WS-XC-ID
038530         MOVE "NOT ON PARCRPT - NOT ASSESSED" TO WS-XC-TEXT
038540         WRITE AX-RECORD FROM WS-ROLL-CHANGE-LINE
038550         GO TO 7100-EXIT
038560     END-IF
038600     PERFORM 7200-FIND-RATE-BAND THRU 7200-EXIT
038700     PERFORM 7300-FIND-EXEMPTION THRU 7300-EXIT
038800     COMPUTE WS-THIS-TAX ROUNDED =
039700     MOVE WS-THIS-TAX TO WS-RL-TAX
039800     MOVE SPACES TO ROLL-RECORD
039900     WRITE ROLL-RECORD FROM WS-ROLL-LINE
039910     PERFORM 7900-HASH-ROLL-LINE THRU 7900-EXIT
040000     PERFORM 7400-POST-DISTRICT THRU 7400-EXIT
040100     PERFORM 7500-CHECK-MOVEMENT THRU 7500-EXIT.
040200 7100-EXIT.
046300 7410-EXIT.
046400     EXIT.
046500*--------------------------------------------------------------
046510* A LINEAGE CHILD'S ACREAGE IS POOLED INTO ITS SPLIT OR MERGE
046520* AND CHECKED THERE. ANY OTHER PARCEL WITH NO PRIOR-ROLL
046530* ENTRY (PRIOR HELD AT -1) CANNOT MOVE AND IS REPORTED AS NEW;
046540* EVERYTHING ELSE COMPARES COMPUTED AGAINST LAST CYCLE'S ROLL
046550* FIGURE.
046900*--------------------------------------------------------------
047000 7500-CHECK-MOVEMENT.
047010     MOVE WS-PC-ID(WS-PC-IX) TO WS-LOOKUP-ID
047020     PERFORM 5800-FIND-MEMBER THRU 5800-EXIT
047030     IF WS-MEMBER-IX > ZERO
047040         AND WS-LM-ROLE(WS-MEMBER-IX) = 'C'
047050         MOVE WS-LM-TXN-IX(WS-MEMBER-IX) TO WS-TX-IX
047060         ADD WS-PC-ACREAGE(WS-PC-IX)
047070             TO WS-TX-NOW-ACRES(WS-TX-IX)
047200         GO TO 7500-EXIT
047300     END-IF
047310     IF WS-PC-PRIOR(WS-PC-IX) < ZERO
047320         MOVE WS-PC-ID(WS-PC-IX) TO WS-XC-ID
047330         MOVE "NEW - NOT ON PRIOR ROLL" TO WS-XC-TEXT
047340         WRITE AX-RECORD FROM WS-ROLL-CHANGE-LINE
047350         GO TO 7500-EXIT
047360     END-IF
047400     COMPUTE WS-ACREAGE-MOVE =
047500         WS-PC-ACREAGE(WS-PC-IX) - WS-PC-PRIOR(WS-PC-IX)
047600     IF FUNCTION ABS(WS-ACREAGE-MOVE) > AC-MOVE-TOLERANCE
047700         MOVE WS-PC-ID(WS-PC-IX) TO WS-XL-ID
047800         MOVE WS-ACREAGE-MOVE TO WS-XL-MOVE
047900         WRITE AX-RECORD FROM WS-EXCEPTION-LINE
047910         MOVE "ACREAGE MOVED" TO SQ-REASON
047920         MOVE WS-PC-ID(WS-PC-IX) TO SQ-REASON(15:10)
047930         MOVE SPACES TO SQ-IMAGE
047940         WRITE AX-RECORD FROM SUSPENSE-LINE
048000     END-IF.
048100 7500-EXIT.
048200     EXIT.
048203*--------------------------------------------------------------
048206* ONE LINE PER SPLIT OR MERGE: THE PARENTS' PRIOR-ROLL ACREAGE
048209* AGAINST THE CHILDREN'S COMPUTED ACREAGE THIS CYCLE.
048212*--------------------------------------------------------------
048215 7600-WRITE-LINEAGE-LINES.
048218     PERFORM 7610-WRITE-ONE-TXN THRU 7610-EXIT
048221         VARYING WS-TX-IX FROM 1 BY 1
048224         UNTIL WS-TX-IX > WS-TXN-COUNT.
048227 7600-EXIT.
048230     EXIT.
048233 7610-WRITE-ONE-TXN.
048236     IF WS-TX-TYPE(WS-TX-IX) = 'S'
048239         MOVE "SPLIT" TO WS-XN-TYPE
048242     ELSE
048245         MOVE "MERGE" TO WS-XN-TYPE
048248     END-IF
048251     MOVE WS-TX-ID(WS-TX-IX) TO WS-XN-ID
048254     MOVE WS-TX-PARENTS(WS-TX-IX) TO WS-XN-PARENTS
048257     MOVE WS-TX-CHILDREN(WS-TX-IX) TO WS-XN-CHILDREN
048260     MOVE WS-TX-PRIOR-ACRES(WS-TX-IX) TO WS-XN-PRIOR
048263     MOVE WS-TX-NOW-ACRES(WS-TX-IX) TO WS-XN-NOW
048266     COMPUTE WS-ACREAGE-MOVE = WS-TX-NOW-ACRES(WS-TX-IX)
048269         - WS-TX-PRIOR-ACRES(WS-TX-IX)
048272     MOVE WS-ACREAGE-MOVE TO WS-XN-MOVE
048275     WRITE AX-RECORD FROM WS-LINEAGE-LINE.
048278 7610-EXIT.
048281     EXIT.
048282 7900-HASH-ROLL-LINE.
048283     ADD 1 TO WS-ROLL-WRITTEN
048284     COMPUTE WS-ROLL-HASH = FUNCTION MOD(
048285         WS-ROLL-HASH + WS-ROLL-WRITTEN
048286             * FUNCTION ORD(ROLL-RECORD(1:1))
048287         1000000000000).
048288 7900-EXIT.
048289     EXIT.
048300 8000-WRITE-DISTRICT-TOTALS.
048400     PERFORM 8100-WRITE-ONE-DISTRICT THRU 8100-EXIT
048500         VARYING WS-DS-IX FROM 1 BY 1
049200     MOVE WS-DS-ACREAGE(WS-DS-IX) TO WS-DT-ACREAGE
049300     MOVE WS-DS-TAX(WS-DS-IX) TO WS-DT-TAX
049400     MOVE SPACES TO ROLL-RECORD
049410     WRITE ROLL-RECORD FROM WS-DISTRICT-LINE
049420     PERFORM 7900-HASH-ROLL-LINE THRU 7900-EXIT.
049600 8100-EXIT.
049700     EXIT.
049800 9000-TERMINATE.
049900     CLOSE ASSESSMENT-ROLL-FILE
049909     CLOSE ASSESSMENT-EXCEPTION-FILE
049918     MOVE "BUS040  " TO STEP-STATUS-STEP-NAME
049927     MOVE "PARCELAS" TO STEP-STATUS-PROGRAM-ID
049936     MOVE WS-ROLL-WRITTEN TO STEP-STATUS-RECORD-COUNT
049945     CALL "STEP-STATUS-RECORDER" USING STEP-STATUS-ENTRY
049954     MOVE "PARCRPT " TO CHN-FILE-NAME
049963     MOVE "CONS" TO CHN-ROLE
049972     MOVE "PARCELAS" TO CHN-PROGRAM-ID
049981     MOVE WS-ACREAGE-READ TO CHN-RECORD-COUNT
049990     MOVE WS-ACREAGE-HASH TO CHN-HASH-TOTAL
049999     CALL "CHAIN-TRAILER" USING CHAIN-TRAILER-REQUEST
050008     MOVE "PARCELIN" TO CHN-FILE-NAME
050017     MOVE WS-PARCELS-READ TO CHN-RECORD-COUNT
050026     MOVE ZERO TO CHN-HASH-TOTAL
050035     CALL "CHAIN-TRAILER" USING CHAIN-TRAILER-REQUEST
050044     MOVE "ASMTROLL" TO CHN-FILE-NAME
050053     MOVE "PROD" TO CHN-ROLE
050062     MOVE WS-ROLL-WRITTEN TO CHN-RECORD-COUNT
050071     MOVE WS-ROLL-HASH TO CHN-HASH-TOTAL
050080     CALL "CHAIN-TRAILER" USING CHAIN-TRAILER-REQUEST.
050100 9000-EXIT.
050200     EXIT.
050300 END PROGRAM PARCEL-ASSESSMENT-BATCH.
