007200*                    REFUSES WITH RETURN CODE 8 RATHER THAN
007300*                    TRUNCATING OR DUPLICATING RECORDS ALREADY
007400*                    ON FILE.
007405*   2026-09-02  PCS  HONORS OPERATOR DRAIN REQUESTS: WHEN THE
007410*                    CHECKPOINT WRITE COMES BACK STATUS 20 THE
007415*                    RUN FINISHES ITS IN-FLIGHT RECORD, WRITES
007420*                    STEP STATUS DRAINED, LEAVES THE CHECKPOINT
007425*                    IN PLACE FOR RESUME, AND ENDS WITH RETURN
007430*                    CODE 6 INSTEAD OF BEING CANCELLED.
007435*   2026-10-01  PCS  APPLIES THE ABBRDICT DICTIONARY OF APPROVED
007440*                    ABBREVIATIONS AHEAD OF THE DEFAULT VOWEL
007445*                    RULE. AN ENTRY WHOSE SHORT FORM IS NOT THE
007450*                    ORIGINAL WITH CHARACTERS TAKEN OUT IS
007455*                    REFUSED AT LOAD, SO THE SIDECAR DIFF AND
007460*                    SHORTCUT-RESTORE STAY EXACT. A COMPLETED RUN
007465*                    CALLS ABBREV-COLLISION-CHECK OVER SHORTOUT
007470*                    AND ENDS WITH RETURN CODE 8 ON ANY NEW
007475*                    SHORT-FORM COLLISION, 4 IF THE CHECK COULD
007480*                    NOT COVER THE WHOLE FILE.
007485*   2026-10-15  PCS  PARTITION RUNS: WITH A PARTNUM CARD THE
007490*                    STEP ABBREVIATES ONE PARTITION CUT BY
007495*                    PARTITION-SPLITTER. IT CHECKPOINTS UNDER
007500*                    ITS OWN JOB NAME (SHRTCPNN) SO A FAILED
007505*                    PARTITION RESTARTS ALONE, RECORDS STEP
007510*                    STATUS UNDER S050PNN, AND LEAVES LINEAGE,
007515*                    CHAINBAL TRAILERS AND THE COLLISION CHECK
007520*                    TO PARTITION-MERGER, WHICH RUNS THEM OVER
007525*                    THE MERGED FILE. NO CARD, SAME SINGLE RUN
007530*                    AS BEFORE.
007535*--------------------------------------------------------------
007600 ENVIRONMENT DIVISION.
007700 CONFIGURATION SECTION.
007800 INPUT-OUTPUT SECTION.
008600     SELECT SIDECAR-OUTPUT-FILE ASSIGN TO "SHORTSID"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-SIDECAR-STATUS.
008810     SELECT ABBREV-DICTIONARY-FILE ASSIGN TO "ABBRDICT"
008820         ORGANIZATION IS LINE SEQUENTIAL
008830         FILE STATUS IS WS-DICT-STATUS.
008840     SELECT PARTITION-CONTROL-FILE ASSIGN TO "PARTNUM"
008850         ORGANIZATION IS LINE SEQUENTIAL
008860         FILE STATUS IS WS-PARTNUM-STATUS.
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  DESCRIPTION-INPUT-FILE.
009900     05  SD-REMOVED-ENTRY OCCURS 80.
010000         10  SD-REMOVED-POS     PIC 9(02).
010100         10  SD-REMOVED-CHAR    PIC X(01).
010110*--------------------------------------------------------------
010120* ABBRDICT: ONE APPROVED ABBREVIATION PER LINE - THE FULL
010130* DESCRIPTION AND THE SHORT FORM THE CATALOGUE TEAM WANTS FOR
010140* IT IN PLACE OF THE DEFAULT RULE.
010150*--------------------------------------------------------------
010160 FD  ABBREV-DICTIONARY-FILE.
010170 01  ABBREV-DICTIONARY-RECORD.
010180     05  AD-ORIGINAL            PIC X(80).
010190     05  AD-SHORT               PIC X(80).
010192 FD  PARTITION-CONTROL-FILE.
010194 01  PN-CONTROL-CARD.
010196     05  PN-PARTITION           PIC X(02).
010200 WORKING-STORAGE SECTION.
010300 77  WS-EOF-SWITCH              PIC X(01)    VALUE 'N'.
010400     88  WS-EOF                              VALUE 'Y'.
012900 77  WS-OUTPUT-HASH             PIC 9(12)    VALUE ZERO COMP.
012910 77  WS-DRAIN-SW                PIC X(01)    VALUE 'N'.
012920     88  WS-DRAINING                         VALUE 'Y'.
012924 77  WS-DICT-STATUS             PIC X(02)    VALUE SPACES.
012928     88  WS-DICT-OK                          VALUE '00'.
012932 77  WS-DICT-COUNT              PIC 9(04)    VALUE ZERO COMP.
012936 77  WS-DICT-MAX                PIC 9(04)    VALUE 500 COMP.
012940 77  WS-DICT-IX                 PIC 9(04)    VALUE ZERO COMP.
012944 77  WS-DICT-MATCH-IX           PIC 9(04)    VALUE ZERO COMP.
012948 77  WS-DICT-REJECTED           PIC 9(04)    VALUE ZERO COMP.
012952 77  WS-OVERRIDES-APPLIED       PIC 9(09)    VALUE ZERO COMP.
012956 77  WS-DICT-ORIG-LEN           PIC 9(02)    VALUE ZERO COMP.
012960 77  WS-DICT-SHORT-LEN          PIC 9(02)    VALUE ZERO COMP.
012964 77  WS-DICT-SHORT-IX           PIC 9(02)    VALUE ZERO COMP.
012968 77  WS-DICT-ORIG-IX            PIC 9(02)    VALUE ZERO COMP.
012972 77  WS-COLLISION-RC            PIC 9(02)    VALUE ZERO.
012976 01  WS-DICT-TABLE.
012980     05  WS-DICT-ENTRY OCCURS 500.
012984         10  WS-DICT-ORIGINAL   PIC X(80).
012988         10  WS-DICT-SHORT      PIC X(80).
012992         10  WS-DICT-LEN        PIC 9(02).
012996 COPY ABBRCOL.
013000 COPY STEPSTAT.
013100 COPY CHKPOINT.
013200 COPY CYCSTAMP.
013300 COPY CHNTRLR.
013400 COPY RUNOPTS.
013410 77  WS-PARTNUM-STATUS          PIC X(02)    VALUE SPACES.
013420     88  WS-PARTNUM-OK                       VALUE '00'.
013430 77  WS-PARTITION-SW            PIC X(01)    VALUE 'N'.
013440     88  WS-PARTITION-RUN                    VALUE 'Y'.
013450 77  WS-PARTITION               PIC X(02)    VALUE SPACES.
013460 77  WS-CKPT-JOB-NAME           PIC X(08)    VALUE "SHORTCUT".
013500 PROCEDURE DIVISION.
013600 0000-MAINLINE.
013700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014200 0000-EXIT.
014300     EXIT.
014400 1000-INITIALIZE.
014410     PERFORM 1850-READ-PARTITION-CARD THRU 1850-EXIT
014500     MOVE "SHORTCUT" TO OPT-PROGRAM-ID
014600     MOVE "CKPT-INTERVAL   " TO OPT-KEY
014700     MOVE WS-CKPT-INTERVAL TO OPT-DEFAULT-VALUE
015100     END-IF
015200     DISPLAY "SHORTCUT OPTIONS CKPT-INTERVAL="
015300         WS-CKPT-INTERVAL
015400     IF NOT WS-PARTITION-RUN
015500         MOVE "SHORTOUT" TO CYC-FILE-NAME
015510         MOVE "SHORTCUT" TO CYC-PROGRAM-ID
015600         CALL "CYCLE-STAMP" USING CYCLE-STAMP-REQUEST
015605     END-IF
015610     PERFORM 1800-LOAD-DICTIONARY THRU 1800-EXIT
015700     OPEN INPUT DESCRIPTION-INPUT-FILE
015800     SET CHECKPOINT-FUNC-READ TO TRUE
015900     MOVE WS-CKPT-JOB-NAME TO CHECKPOINT-JOB-NAME
016000     CALL "CHECKPOINT-MANAGER" USING CHECKPOINT-REQUEST
016100     IF CHECKPOINT-FOUND
016200         AND CHECKPOINT-RECORDS-DONE > ZERO
028000     PERFORM 2500-WRITE-SIDECAR THRU 2500-EXIT.
028100 1250-EXIT.
028200     EXIT.
028201*--------------------------------------------------------------
028202* THE DICTIONARY IS OPTIONAL; WITHOUT ONE EVERY RECORD TAKES THE
028203* DEFAULT RULE. A SHORT FORM MUST BE THE ORIGINAL WITH SOME
028204* CHARACTERS TAKEN OUT AND NOTHING ADDED OR REORDERED, BECAUSE
028205* THE SIDECAR RECORDS ONLY REMOVALS.
028206*--------------------------------------------------------------
028207 1800-LOAD-DICTIONARY.
028208     OPEN INPUT ABBREV-DICTIONARY-FILE
028209     IF NOT WS-DICT-OK
028210         DISPLAY "SHORTCUT NO ABBRDICT - DEFAULT RULE ONLY"
028211         GO TO 1800-EXIT
028212     END-IF
028213     PERFORM 1810-LOAD-ONE-ENTRY THRU 1810-EXIT
028214         UNTIL NOT WS-DICT-OK
028215     CLOSE ABBREV-DICTIONARY-FILE
028216     DISPLAY "SHORTCUT ABBRDICT ENTRIES LOADED=" WS-DICT-COUNT
028217         " REJECTED=" WS-DICT-REJECTED.
028218 1800-EXIT.
028219     EXIT.
028220 1810-LOAD-ONE-ENTRY.
028221     READ ABBREV-DICTIONARY-FILE
028222         AT END GO TO 1810-EXIT
028223     END-READ
028224     IF AD-ORIGINAL = SPACES OR AD-SHORT = SPACES
028225         GO TO 1810-EXIT
028226     END-IF
028227     IF WS-DICT-COUNT >= WS-DICT-MAX
028228         DISPLAY "SHORTCUT MORE THAN " WS-DICT-MAX
028229             " ABBRDICT ENTRIES - REST IGNORED"
028230         ADD 1 TO WS-DICT-REJECTED
028231         GO TO 1810-EXIT
028232     END-IF
028233     COMPUTE WS-DICT-ORIG-LEN =
028234         FUNCTION LENGTH(FUNCTION TRIM(AD-ORIGINAL))
028235     COMPUTE WS-DICT-SHORT-LEN =
028236         FUNCTION LENGTH(FUNCTION TRIM(AD-SHORT))
028237     MOVE 1 TO WS-DICT-SHORT-IX
028238     PERFORM 1820-MATCH-ONE-CHAR THRU 1820-EXIT
028239         VARYING WS-DICT-ORIG-IX FROM 1 BY 1
028240         UNTIL WS-DICT-ORIG-IX > WS-DICT-ORIG-LEN
028241            OR WS-DICT-SHORT-IX > WS-DICT-SHORT-LEN
028242     IF WS-DICT-SHORT-IX <= WS-DICT-SHORT-LEN
028243         DISPLAY "SHORTCUT ABBRDICT ENTRY REFUSED - NOT A "
028244             "SHORTENING: " FUNCTION TRIM(AD-ORIGINAL)
028245         ADD 1 TO WS-DICT-REJECTED
028246         GO TO 1810-EXIT
028247     END-IF
028248     ADD 1 TO WS-DICT-COUNT
028249     MOVE FUNCTION TRIM(AD-ORIGINAL)
028250         TO WS-DICT-ORIGINAL(WS-DICT-COUNT)
028251     MOVE FUNCTION TRIM(AD-SHORT)
028252         TO WS-DICT-SHORT(WS-DICT-COUNT)
028253     MOVE WS-DICT-SHORT-LEN TO WS-DICT-LEN(WS-DICT-COUNT).
028254 1810-EXIT.
028255     EXIT.
028256 1820-MATCH-ONE-CHAR.
028257     IF FUNCTION TRIM(AD-ORIGINAL)(WS-DICT-ORIG-IX:1)
028258         = FUNCTION TRIM(AD-SHORT)(WS-DICT-SHORT-IX:1)
028259         ADD 1 TO WS-DICT-SHORT-IX
028260     END-IF.
028261 1820-EXIT.
028262     EXIT.
028263*--------------------------------------------------------------
028264* A PARTNUM CARD (PARTITION NUMBER 01-99 IN COLUMNS 1-2) IS
028265* PRESENT ONLY ON THE PARTITION JOBS; THE WHOLE-FILE STEP RUNS
028266* WITHOUT THE DD AND IS UNCHANGED.
028267*--------------------------------------------------------------
028268 1850-READ-PARTITION-CARD.
028269     OPEN INPUT PARTITION-CONTROL-FILE
028270     IF NOT WS-PARTNUM-OK
028271         GO TO 1850-EXIT
028272     END-IF
028273     READ PARTITION-CONTROL-FILE
028274         AT END MOVE SPACES TO PN-CONTROL-CARD
028275     END-READ
028276     CLOSE PARTITION-CONTROL-FILE
028277     IF PN-PARTITION IS NUMERIC
028278         AND PN-PARTITION NOT = "00"
028279         SET WS-PARTITION-RUN TO TRUE
028280         MOVE PN-PARTITION TO WS-PARTITION
028281         MOVE SPACES TO WS-CKPT-JOB-NAME
028282         STRING "SHRTCP" WS-PARTITION
028283             DELIMITED BY SIZE INTO WS-CKPT-JOB-NAME
028284         DISPLAY "SHORTCUT PARTITION RUN " WS-PARTITION
028285     END-IF.
028286 1850-EXIT.
028287     EXIT.
028300 1900-RUN-SHORTCUT-ENGINE.
028400     MOVE SPACES TO WS-STR-CHR
028500     COMPUTE WS-STR-LEN =
028600         FUNCTION LENGTH(FUNCTION TRIM(DESCRIPTION-INPUT-RECORD))
028700     MOVE FUNCTION TRIM(DESCRIPTION-INPUT-RECORD) TO WS-STR-CHR
028800     INITIALIZE WS-RESULT
028810     MOVE ZERO TO WS-DICT-MATCH-IX
028820     PERFORM 1910-MATCH-DICTIONARY THRU 1910-EXIT
028830         VARYING WS-DICT-IX FROM 1 BY 1
028840         UNTIL WS-DICT-IX > WS-DICT-COUNT
028850            OR WS-DICT-MATCH-IX > ZERO
028860     IF WS-DICT-MATCH-IX > ZERO
028870         MOVE WS-DICT-SHORT(WS-DICT-MATCH-IX) TO WS-RESULT-CHR
028880         MOVE WS-DICT-LEN(WS-DICT-MATCH-IX) TO WS-RESULT-LEN
028890         ADD 1 TO WS-OVERRIDES-APPLIED
028900     ELSE
028910         CALL "shortcut" USING WS-STR WS-RESULT
028920     END-IF.
029000 1900-EXIT.
029100     EXIT.
029110 1910-MATCH-DICTIONARY.
029120     IF WS-DICT-ORIGINAL(WS-DICT-IX) = WS-STR-CHR
029130         MOVE WS-DICT-IX TO WS-DICT-MATCH-IX
029140     END-IF.
029150 1910-EXIT.
029160     EXIT.
029200 2000-ABBREVIATE-RECORD.
029300     PERFORM 1900-RUN-SHORTCUT-ENGINE THRU 1900-EXIT
029400     MOVE SPACES TO DESCRIPTION-OUTPUT-RECORD
034300     EXIT.
034400 2900-TAKE-CHECKPOINT.
034500     SET CHECKPOINT-FUNC-WRITE TO TRUE
034600     MOVE WS-CKPT-JOB-NAME TO CHECKPOINT-JOB-NAME
034700     MOVE WS-RECORDS-WRITTEN TO CHECKPOINT-RECORDS-DONE
034800     MOVE WS-RECORDS-WRITTEN TO CHECKPOINT-LAST-KEY
034900     CALL "CHECKPOINT-MANAGER" USING CHECKPOINT-REQUEST
035300     CLOSE DESCRIPTION-INPUT-FILE DESCRIPTION-OUTPUT-FILE
035400     CLOSE SIDECAR-OUTPUT-FILE
035500     MOVE "STEP050 " TO STEP-STATUS-STEP-NAME
035510     IF WS-PARTITION-RUN
035520         MOVE SPACES TO STEP-STATUS-STEP-NAME
035530         STRING "S050P" WS-PARTITION
035540             DELIMITED BY SIZE INTO STEP-STATUS-STEP-NAME
035550     END-IF
035600     MOVE "SHORTCUT" TO STEP-STATUS-PROGRAM-ID
035700     MOVE WS-RECORDS-WRITTEN TO STEP-STATUS-RECORD-COUNT
035710     IF WS-DRAINING
035800     CALL "STEP-STATUS-RECORDER" USING STEP-STATUS-ENTRY
035810     IF NOT WS-DRAINING
035900         SET CHECKPOINT-FUNC-RETIRE TO TRUE
036000         MOVE WS-CKPT-JOB-NAME TO CHECKPOINT-JOB-NAME
036100         CALL "CHECKPOINT-MANAGER" USING CHECKPOINT-REQUEST
036110     END-IF
036120     IF WS-PARTITION-RUN
036130         IF WS-DRAINING
036140             MOVE 6 TO RETURN-CODE
036150         END-IF
036160         GO TO 9000-EXIT
036170     END-IF
036200     MOVE "DESCIN  " TO CHN-FILE-NAME
036300     MOVE "CONS" TO CHN-ROLE
036400     MOVE "SHORTCUT" TO CHN-PROGRAM-ID
037000     MOVE WS-RECORDS-WRITTEN TO CHN-RECORD-COUNT
037100     MOVE WS-OUTPUT-HASH TO CHN-HASH-TOTAL
037200     CALL "CHAIN-TRAILER" USING CHAIN-TRAILER-REQUEST
037201     DISPLAY "SHORTCUT ABBRDICT OVERRIDES APPLIED="
037202         WS-OVERRIDES-APPLIED
037203     IF NOT WS-DRAINING
037204         PERFORM 9100-CHECK-COLLISIONS THRU 9100-EXIT
037205     END-IF
037210     IF WS-DRAINING
037220         MOVE 6 TO RETURN-CODE
037223     ELSE
037226         MOVE WS-COLLISION-RC TO RETURN-CODE
037230     END-IF.
037300 9000-EXIT.
037304     EXIT.
037308*--------------------------------------------------------------
037312* SHORTOUT, SHORTSID AND DESCIN ARE CLOSED BY NOW; THE CHECK
037316* READS THEM BACK. A NEW COLLISION STOPS THE STREAM HERE SO TWO
037320* DIFFERENT ITEMS ARE NOT MERGED UNDER ONE SHORT FORM.
037324*--------------------------------------------------------------
037328 9100-CHECK-COLLISIONS.
037332     CALL "ABBREV-COLLISION-CHECK"
037336         USING ABBREV-COLLISION-REQUEST
037340     DISPLAY "SHORTCUT COLLISION CHECK RECORDS="
037344         ACR-RECORDS-CHECKED " COLLISIONS="
037348         ACR-COLLISION-GROUPS " NEW=" ACR-NEW-COLLISIONS
037352     IF ACR-NEW-COLLISIONS > ZERO
037356         DISPLAY "SHORTCUT: NEW SHORT-FORM COLLISIONS - SEE "
037360             "ABBRCOLL"
037364         MOVE 8 TO WS-COLLISION-RC
037368         GO TO 9100-EXIT
037372     END-IF
037376     IF ACR-CHECK-INCOMPLETE
037380         DISPLAY "SHORTCUT: COLLISION CHECK INCOMPLETE"
037384         MOVE 4 TO WS-COLLISION-RC
037388     END-IF.
037392 9100-EXIT.
037400     EXIT.
037500 END PROGRAM SHORTCUT-BATCH.
037600
