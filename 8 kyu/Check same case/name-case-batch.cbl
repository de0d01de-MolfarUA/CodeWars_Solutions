000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NAME-CASE-BATCH.
000300 AUTHOR. NAME-MATCHING.
000400 INSTALLATION. PARTNER-FEED-VALIDATION.
000500 DATE-WRITTEN. 2026-10-01.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-01  NMV  INITIAL VERSION - MAILING PREP FOR THE
001000*                    OUTBOUND LETTERS. READS THE MAILIN ADDRESS
001100*                    EXTRACT (MAILADR.CPY) AND PUTS THE NAME,
001200*                    BOTH ADDRESS LINES, AND THE CITY INTO
001300*                    PROPER CASE, WORD BY WORD, USING
001400*                    SAME-CASE-LOCALE TO TELL LETTERS AND THEIR
001500*                    CASE - ASCII-ONLY FOR EN ADDRESSEES,
001600*                    EXTENDED LATIN-1 FOR EVERY OTHER LOCALE.
001700*                    THE NAMEXCPT TABLE HOLDS THE EXCEPTIONS BY
001800*                    LOCALE: PREFIXES (MC, O') THAT KEEP THE
001900*                    NEXT LETTER CAPITAL, PARTICLES (VAN, DE)
002000*                    KEPT LOWER CASE AFTER THE FIRST WORD, AND
002100*                    FIXED FORMS (PO). A WORD ALREADY CAPITAL-
002200*                    LED AND MIXED (DELUCA AS DeLuca) WAS CASED
002300*                    BY HAND AND IS LEFT ALONE. MAILOUT CARRIES
002400*                    THE RESULT FOR THE MAIL HOUSE AND NAMECHG
002500*                    LISTS EVERY FIELD ALTERED, BEFORE AND
002600*                    AFTER, WITH ITS ORIGINAL CASING.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT MAIL-INPUT-FILE ASSIGN TO "MAILIN"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-INPUT-STATUS.
003500     SELECT EXCEPTION-TABLE-FILE ASSIGN TO "NAMEXCPT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-TABLE-STATUS.
003800     SELECT MAIL-OUTPUT-FILE ASSIGN TO "MAILOUT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-OUTPUT-STATUS.
004100     SELECT CHANGE-REPORT-FILE ASSIGN TO "NAMECHG"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-REPORT-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  MAIL-INPUT-FILE.
004700 COPY MAILADR.
004800 FD  EXCEPTION-TABLE-FILE.
004900 01  EXCEPTION-TABLE-RECORD.
005000     05  NX-LOCALE               PIC X(02).
005100     05  FILLER                  PIC X(01).
005200     05  NX-TYPE                 PIC X(01).
005300     05  FILLER                  PIC X(01).
005400     05  NX-MATCH                PIC X(12).
005500     05  FILLER                  PIC X(01).
005600     05  NX-RENDER               PIC X(12).
005700 FD  MAIL-OUTPUT-FILE.
005800 01  MAIL-OUTPUT-RECORD          PIC X(147).
005900 FD  CHANGE-REPORT-FILE.
006000 01  NC-RECORD                   PIC X(80).
006100 WORKING-STORAGE SECTION.
006200 77  WS-INPUT-STATUS             PIC X(02)       VALUE SPACES.
006300     88  WS-INPUT-OK                             VALUE '00'.
006400     88  WS-INPUT-EOF                            VALUE '10'.
006500 77  WS-TABLE-STATUS             PIC X(02)       VALUE SPACES.
006600     88  WS-TABLE-OK                             VALUE '00'.
006700     88  WS-TABLE-EOF                            VALUE '10'.
006800 77  WS-OUTPUT-STATUS            PIC X(02)       VALUE SPACES.
006900 77  WS-REPORT-STATUS            PIC X(02)       VALUE SPACES.
007000 77  WS-EXCEPTION-MAX            PIC 9(03)       VALUE 200 COMP.
007100 77  WS-EX-IX                    PIC 9(03)       VALUE ZERO COMP.
007200 77  WS-MATCH-IX                 PIC 9(03)       VALUE ZERO COMP.
007300 77  WS-POS                      PIC 9(03)       VALUE ZERO COMP.
007400 77  WS-WORD-START               PIC 9(03)       VALUE ZERO COMP.
007500 77  WS-WORD-LEN                 PIC 9(03)       VALUE ZERO COMP.
007600 77  WS-WORD-NUMBER              PIC 9(03)       VALUE ZERO COMP.
007700 77  WS-CHAR-IX                  PIC 9(03)       VALUE ZERO COMP.
007800 77  WS-SET-LEN                  PIC 9(03)       VALUE ZERO COMP.
007900 77  WS-MATCH-LEN                PIC 9(03)       VALUE ZERO COMP.
008000 77  WS-FIELD-LEN                PIC 9(03)       VALUE ZERO COMP.
008100 77  WS-RECORDS-READ             PIC 9(07)       VALUE ZERO.
008200 77  WS-RECORDS-CHANGED          PIC 9(07)       VALUE ZERO.
008300 77  WS-FIELDS-CHANGED           PIC 9(07)       VALUE ZERO.
008400 77  WS-ENTRIES-REFUSED          PIC 9(05)       VALUE ZERO.
008500 77  WS-RECORD-CHANGED-SW        PIC X(01)       VALUE 'N'.
008600     88  WS-RECORD-CHANGED                       VALUE 'Y'.
008700 77  WS-HAS-UPPER-SW             PIC X(01)       VALUE 'N'.
008800     88  WS-HAS-UPPER                            VALUE 'Y'.
008900 77  WS-HAS-LOWER-SW             PIC X(01)       VALUE 'N'.
009000     88  WS-HAS-LOWER                            VALUE 'Y'.
009100 77  WS-WORD-LEAD                PIC X(01)       VALUE SPACE.
009200     88  WS-LEAD-UPPER                           VALUE 'U'.
009300     88  WS-LEAD-LOWER                           VALUE 'L'.
009400     88  WS-LEAD-OTHER                           VALUE 'O'.
009500 77  WS-WORD-END-SW              PIC X(01)       VALUE 'N'.
009600     88  WS-WORD-ENDED                           VALUE 'Y'.
009700*--------------------------------------------------------------
009800* SAME-CASE-LOCALE PARAMETERS. A CHARACTER IS CLASSED AGAINST
009900* CAPITAL A: 1 IS A CAPITAL, 0 A SMALL LETTER, -1 NO LETTER IN
010000* THE MODE IN USE.
010100*--------------------------------------------------------------
010200 01  WS-CASE-MODE                PIC X(01)       VALUE 'A'.
010300     88  WS-CASE-ASCII                           VALUE 'A'.
010400     88  WS-CASE-EXTENDED                        VALUE 'E'.
010500 01  WS-CASE-CHAR                PIC X(01)       VALUE SPACE.
010600 01  WS-CASE-REFERENCE           PIC X(01)       VALUE 'A'.
010700 01  WS-CASE-RESULT              PIC S9(01)      VALUE ZERO.
010800     88  WS-CHAR-UPPER                           VALUE 1.
010900     88  WS-CHAR-LOWER                           VALUE 0.
011000     88  WS-CHAR-NOT-LETTER                      VALUE -1.
011100*--------------------------------------------------------------
011200* CASE PAIRS FOR INSPECT CONVERTING. THE FIRST 26 ARE ASCII;
011300* THE REST ARE THE LATIN-1 LETTERS THAT HAVE BOTH CASES
011400* (X"DF" AND X"FF" HAVE NO CAPITAL AND ARE NEVER CONVERTED).
011500*--------------------------------------------------------------
011600 01  WS-LOWER-SET.
011700     05  FILLER                  PIC X(26)       VALUE
011800             "abcdefghijklmnopqrstuvwxyz".
011900     05  FILLER                  PIC X(15)       VALUE
012000             X"E0E1E2E3E4E5E6E7E8E9EAEBECEDEE".
012100     05  FILLER                  PIC X(15)       VALUE
012200             X"EFF0F1F2F3F4F5F6F8F9FAFBFCFDFE".
012300 01  WS-UPPER-SET.
012400     05  FILLER                  PIC X(26)       VALUE
012500             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
012600     05  FILLER                  PIC X(15)       VALUE
012700             X"C0C1C2C3C4C5C6C7C8C9CACBCCCDCE".
012800     05  FILLER                  PIC X(15)       VALUE
012900             X"CFD0D1D2D3D4D5D6D8D9DADBDCDDDE".
013000 01  WS-FIELD-LABEL              PIC X(08)       VALUE SPACES.
013100 01  WS-FIELD-TEXT               PIC X(30)       VALUE SPACES.
013200 01  WS-FIELD-BEFORE             PIC X(30)       VALUE SPACES.
013300 01  WS-WORD                     PIC X(30)       VALUE SPACES.
013400 01  WS-WORD-UPPER               PIC X(30)       VALUE SPACES.
013500 01  WS-CASING-CLASS             PIC X(06)       VALUE SPACES.
013600 01  WS-EXCEPTION-COUNT          PIC 9(03)       VALUE ZERO COMP.
013700 01  WS-EXCEPTION-TABLE.
013800     05  WS-EX-ENTRY OCCURS 200.
013900         10  WS-EX-LOCALE        PIC X(02).
014000         10  WS-EX-TYPE          PIC X(01).
014100             88  WS-EX-PREFIX                    VALUE 'P'.
014200             88  WS-EX-PARTICLE                  VALUE 'W'.
014300             88  WS-EX-FIXED                     VALUE 'F'.
014400         10  WS-EX-MATCH         PIC X(12).
014500         10  WS-EX-RENDER        PIC X(12).
014600         10  WS-EX-LENGTH        PIC 9(03) COMP.
014700 01  WS-CHANGE-HEADER.
014800     05  WS-CH-SOURCE            PIC X(08).
014900     05  FILLER                  PIC X(01)       VALUE SPACE.
015000     05  WS-CH-KEY               PIC X(10).
015100     05  FILLER                  PIC X(01)       VALUE SPACE.
015200     05  WS-CH-LOCALE            PIC X(02).
015300     05  FILLER                  PIC X(01)       VALUE SPACE.
015400     05  WS-CH-FIELD             PIC X(08).
015500     05  FILLER                  PIC X(09)       VALUE
015600             " CASING: ".
015700     05  WS-CH-CASING            PIC X(06).
015800 01  WS-CHANGE-DETAIL.
015900     05  FILLER                  PIC X(04)       VALUE SPACES.
016000     05  WS-CD-LABEL             PIC X(06).
016100     05  WS-CD-TEXT              PIC X(30).
016200 01  WS-REFUSED-LINE.
016300     05  FILLER                  PIC X(24)       VALUE
016400             "NAMEXCPT ENTRY REFUSED: ".
016500     05  WS-RF-ENTRY             PIC X(30).
016600 01  WS-COUNT-LINE.
016700     05  WS-CL-LABEL             PIC X(28).
016800     05  WS-CL-COUNT             PIC Z(06)9.
016900 PROCEDURE DIVISION.
017000 0000-MAINLINE.
017100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017200     PERFORM 2000-PREPARE-ONE-RECORD THRU 2000-EXIT
017300         UNTIL WS-INPUT-EOF.
017400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017500     STOP RUN.
017600 0000-EXIT.
017700     EXIT.
017800 1000-INITIALIZE.
017900     OPEN OUTPUT CHANGE-REPORT-FILE
018000     MOVE "NAME AND ADDRESS CASING CHANGES" TO NC-RECORD
018100     WRITE NC-RECORD
018200     MOVE SPACES TO NC-RECORD
018300     WRITE NC-RECORD
018400     PERFORM 1100-LOAD-EXCEPTIONS THRU 1100-EXIT
018500     OPEN OUTPUT MAIL-OUTPUT-FILE
018600     OPEN INPUT MAIL-INPUT-FILE
018700     IF NOT WS-INPUT-OK
018800         MOVE "MAILIN NOT AVAILABLE - NOTHING PREPARED"
018900             TO NC-RECORD
019000         WRITE NC-RECORD
019100         DISPLAY "NAME-CASE-BATCH: MAILIN NOT AVAILABLE"
019200         MOVE 8 TO RETURN-CODE
019300         SET WS-INPUT-EOF TO TRUE
019400         GO TO 1000-EXIT
019500     END-IF
019600     PERFORM 1900-READ-MAILING THRU 1900-EXIT.
019700 1000-EXIT.
019800     EXIT.
019900*--------------------------------------------------------------
020000* AN ENTRY IS REFUSED WHEN ITS TYPE IS UNKNOWN, ITS MATCH IS
020100* NOT IN CAPITALS, OR ITS RENDERING IS NOT THE SAME LETTERS AS
020200* THE MATCH - A FIELD MUST KEEP ITS LENGTH AND ITS LETTERS.
020300*--------------------------------------------------------------
020400 1100-LOAD-EXCEPTIONS.
020500     OPEN INPUT EXCEPTION-TABLE-FILE
020600     IF NOT WS-TABLE-OK
020700         MOVE "NAMEXCPT NOT AVAILABLE - NO PREFIX EXCEPTIONS"
020800             TO NC-RECORD
020900         WRITE NC-RECORD
021000         GO TO 1100-EXIT
021100     END-IF
021200     PERFORM 1110-LOAD-ONE-EXCEPTION THRU 1110-EXIT
021300         UNTIL WS-TABLE-EOF
021400     CLOSE EXCEPTION-TABLE-FILE.
021500 1100-EXIT.
021600     EXIT.
021700 1110-LOAD-ONE-EXCEPTION.
021800     READ EXCEPTION-TABLE-FILE
021900         AT END GO TO 1110-EXIT
022000     END-READ
022100     IF EXCEPTION-TABLE-RECORD = SPACES
022200         GO TO 1110-EXIT
022300     END-IF
022400     MOVE NX-RENDER TO WS-WORD-UPPER
022500     SET WS-CASE-EXTENDED TO TRUE
022600     MOVE 56 TO WS-SET-LEN
022700     INSPECT WS-WORD-UPPER CONVERTING
022800         WS-LOWER-SET(1:WS-SET-LEN) TO WS-UPPER-SET(1:WS-SET-LEN)
022900     IF (NX-TYPE NOT = 'P' AND NX-TYPE NOT = 'W'
023000             AND NX-TYPE NOT = 'F')
023100         OR NX-MATCH = SPACES
023200         OR NX-MATCH(1:1) = SPACE
023300         OR WS-WORD-UPPER(1:12) NOT = NX-MATCH
023400         OR WS-EXCEPTION-COUNT >= WS-EXCEPTION-MAX
023500         MOVE EXCEPTION-TABLE-RECORD TO WS-RF-ENTRY
023600         WRITE NC-RECORD FROM WS-REFUSED-LINE
023700         ADD 1 TO WS-ENTRIES-REFUSED
023800         GO TO 1110-EXIT
023900     END-IF
024000     ADD 1 TO WS-EXCEPTION-COUNT
024100     MOVE NX-LOCALE TO WS-EX-LOCALE(WS-EXCEPTION-COUNT)
024200     MOVE NX-TYPE TO WS-EX-TYPE(WS-EXCEPTION-COUNT)
024300     MOVE NX-MATCH TO WS-EX-MATCH(WS-EXCEPTION-COUNT)
024400     MOVE NX-RENDER TO WS-EX-RENDER(WS-EXCEPTION-COUNT)
024500     MOVE ZERO TO WS-MATCH-LEN
024600     INSPECT NX-MATCH TALLYING WS-MATCH-LEN
024700         FOR CHARACTERS BEFORE INITIAL SPACE
024800     MOVE WS-MATCH-LEN TO WS-EX-LENGTH(WS-EXCEPTION-COUNT).
024900 1110-EXIT.
025000     EXIT.
025100 1900-READ-MAILING.
025200     READ MAIL-INPUT-FILE
025300         AT END SET WS-INPUT-EOF TO TRUE
025400     END-READ
025500     IF NOT WS-INPUT-EOF
025600         ADD 1 TO WS-RECORDS-READ
025700     END-IF.
025800 1900-EXIT.
025900     EXIT.
026000*--------------------------------------------------------------
026100* ONE ADDRESSEE. EN (OR NO LOCALE) IS CASED ASCII-ONLY, SO A
026200* STRAY ACCENTED BYTE IN AN ENGLISH ADDRESS IS NEVER TOUCHED;
026300* ANY OTHER LOCALE GETS THE EXTENDED LATIN-1 LETTERS AS WELL.
026400*--------------------------------------------------------------
026500 2000-PREPARE-ONE-RECORD.
026600     MOVE 'N' TO WS-RECORD-CHANGED-SW
026700     IF MA-LOCALE = "EN" OR MA-LOCALE = SPACES
026800         SET WS-CASE-ASCII TO TRUE
026900         MOVE 26 TO WS-SET-LEN
027000     ELSE
027100         SET WS-CASE-EXTENDED TO TRUE
027200         MOVE 56 TO WS-SET-LEN
027300     END-IF
027400     MOVE "NAME" TO WS-FIELD-LABEL
027500     MOVE 30 TO WS-FIELD-LEN
027600     MOVE MA-NAME TO WS-FIELD-TEXT
027700     PERFORM 2100-NORMALIZE-FIELD THRU 2100-EXIT
027800     MOVE WS-FIELD-TEXT TO MA-NAME
027900     MOVE "ADDRESS1" TO WS-FIELD-LABEL
028000     MOVE MA-ADDRESS-1 TO WS-FIELD-TEXT
028100     PERFORM 2100-NORMALIZE-FIELD THRU 2100-EXIT
028200     MOVE WS-FIELD-TEXT TO MA-ADDRESS-1
028300     MOVE "ADDRESS2" TO WS-FIELD-LABEL
028400     MOVE MA-ADDRESS-2 TO WS-FIELD-TEXT
028500     PERFORM 2100-NORMALIZE-FIELD THRU 2100-EXIT
028600     MOVE WS-FIELD-TEXT TO MA-ADDRESS-2
028700     MOVE "CITY" TO WS-FIELD-LABEL
028800     MOVE 20 TO WS-FIELD-LEN
028900     MOVE MA-CITY TO WS-FIELD-TEXT
029000     PERFORM 2100-NORMALIZE-FIELD THRU 2100-EXIT
029100     MOVE WS-FIELD-TEXT TO MA-CITY
029200     IF WS-RECORD-CHANGED
029300         ADD 1 TO WS-RECORDS-CHANGED
029400     END-IF
029500     WRITE MAIL-OUTPUT-RECORD FROM MAILING-ADDRESS-RECORD
029600     PERFORM 1900-READ-MAILING THRU 1900-EXIT.
029700 2000-EXIT.
029800     EXIT.
029900*--------------------------------------------------------------
030000* CLASS THE FIELD'S CASING AS RECEIVED, THEN RE-CASE IT WORD
030100* BY WORD. SPACES, HYPHENS, COMMAS, STOPS, AND SLASHES SEPARATE
030200* WORDS, SO SMITH-JONES BECOMES Smith-Jones.
030300*--------------------------------------------------------------
030400 2100-NORMALIZE-FIELD.
030500     IF WS-FIELD-TEXT = SPACES
030600         GO TO 2100-EXIT
030700     END-IF
030800     MOVE WS-FIELD-TEXT TO WS-FIELD-BEFORE
030900     MOVE 'N' TO WS-HAS-UPPER-SW WS-HAS-LOWER-SW
031000     PERFORM 2200-CLASS-ONE-CHARACTER THRU 2200-EXIT
031100         VARYING WS-CHAR-IX FROM 1 BY 1
031200         UNTIL WS-CHAR-IX > WS-FIELD-LEN
031300     EVALUATE TRUE
031400         WHEN WS-HAS-UPPER AND WS-HAS-LOWER
031500             MOVE "MIXED" TO WS-CASING-CLASS
031600         WHEN WS-HAS-UPPER
031700             MOVE "UPPER" TO WS-CASING-CLASS
031800         WHEN WS-HAS-LOWER
031900             MOVE "LOWER" TO WS-CASING-CLASS
032000         WHEN OTHER
032100             MOVE "NONE" TO WS-CASING-CLASS
032200     END-EVALUATE
032300     MOVE 1 TO WS-POS
032400     MOVE ZERO TO WS-WORD-NUMBER
032500     PERFORM 2300-NEXT-WORD THRU 2300-EXIT
032600         UNTIL WS-POS > WS-FIELD-LEN
032700     IF WS-FIELD-TEXT NOT = WS-FIELD-BEFORE
032800         PERFORM 2900-REPORT-CHANGE THRU 2900-EXIT
032900     END-IF.
033000 2100-EXIT.
033100     EXIT.
033200 2200-CLASS-ONE-CHARACTER.
033300     MOVE WS-FIELD-TEXT(WS-CHAR-IX:1) TO WS-CASE-CHAR
033400     PERFORM 2250-CALL-SAME-CASE THRU 2250-EXIT
033500     IF WS-CHAR-UPPER
033600         SET WS-HAS-UPPER TO TRUE
033700     END-IF
033800     IF WS-CHAR-LOWER
033900         SET WS-HAS-LOWER TO TRUE
034000     END-IF.
034100 2200-EXIT.
034200     EXIT.
034300 2250-CALL-SAME-CASE.
034400     CALL "SAME-CASE-LOCALE" USING WS-CASE-MODE WS-CASE-CHAR
034500         WS-CASE-REFERENCE WS-CASE-RESULT.
034600 2250-EXIT.
034700     EXIT.
034800 2300-NEXT-WORD.
034900     IF WS-FIELD-TEXT(WS-POS:1) = SPACE OR "-" OR "," OR "."
035000         OR "/"
035100         ADD 1 TO WS-POS
035200         GO TO 2300-EXIT
035300     END-IF
035400     MOVE WS-POS TO WS-WORD-START
035500     MOVE 'N' TO WS-WORD-END-SW
035600     PERFORM 2310-EXTEND-WORD THRU 2310-EXIT
035700         UNTIL WS-POS > WS-FIELD-LEN
035800            OR WS-WORD-ENDED
035900     COMPUTE WS-WORD-LEN = WS-POS - WS-WORD-START
036000     ADD 1 TO WS-WORD-NUMBER
036100     PERFORM 2400-CASE-ONE-WORD THRU 2400-EXIT.
036200 2300-EXIT.
036300     EXIT.
036400 2310-EXTEND-WORD.
036500     IF WS-FIELD-TEXT(WS-POS:1) = SPACE OR "-" OR "," OR "."
036600         OR "/"
036700         SET WS-WORD-ENDED TO TRUE
036800     ELSE
036900         ADD 1 TO WS-POS
037000     END-IF.
037100 2310-EXIT.
037200     EXIT.
037300*--------------------------------------------------------------
037400* ONE WORD: AN EXCEPTION FOR THE ADDRESSEE'S LOCALE (OR FOR
037500* EVERY LOCALE, '**') WINS; OTHERWISE A CAPITAL-LED WORD THAT
037600* ALREADY HOLDS SMALL LETTERS WAS CASED DELIBERATELY AND STAYS,
037700* AND ANYTHING ELSE BECOMES CAPITAL THEN SMALL LETTERS. A WORD
037800* LED BY A DIGIT (2ND, 14B) GOES ALL SMALL.
037900*--------------------------------------------------------------
038000 2400-CASE-ONE-WORD.
038100     MOVE SPACES TO WS-WORD
038200     MOVE WS-FIELD-TEXT(WS-WORD-START:WS-WORD-LEN) TO WS-WORD
038300     MOVE WS-WORD TO WS-WORD-UPPER
038400     INSPECT WS-WORD-UPPER CONVERTING
038500         WS-LOWER-SET(1:WS-SET-LEN) TO WS-UPPER-SET(1:WS-SET-LEN)
038600     MOVE ZERO TO WS-MATCH-IX
038700     PERFORM 2410-SCAN-EXCEPTIONS THRU 2410-EXIT
038800         VARYING WS-EX-IX FROM 1 BY 1
038900         UNTIL WS-EX-IX > WS-EXCEPTION-COUNT
039000            OR WS-MATCH-IX > ZERO
039100     IF WS-MATCH-IX > ZERO
039200         PERFORM 2500-APPLY-EXCEPTION THRU 2500-EXIT
039300         GO TO 2490-STORE-WORD
039400     END-IF
039500     MOVE WS-WORD(1:1) TO WS-CASE-CHAR
039600     PERFORM 2250-CALL-SAME-CASE THRU 2250-EXIT
039610     EVALUATE TRUE
039620         WHEN WS-CHAR-UPPER
039630             SET WS-LEAD-UPPER TO TRUE
039640         WHEN WS-CHAR-LOWER
039650             SET WS-LEAD-LOWER TO TRUE
039660         WHEN OTHER
039670             SET WS-LEAD-OTHER TO TRUE
039680     END-EVALUATE
039690     IF WS-LEAD-UPPER
039800         MOVE 'N' TO WS-HAS-LOWER-SW
039900         PERFORM 2420-LOOK-FOR-LOWER THRU 2420-EXIT
040000             VARYING WS-CHAR-IX FROM 2 BY 1
040100             UNTIL WS-CHAR-IX > WS-WORD-LEN
040200                OR WS-HAS-LOWER
040300         IF WS-HAS-LOWER
040400             GO TO 2400-EXIT
040500         END-IF
040600     END-IF
040700     INSPECT WS-WORD(1:WS-WORD-LEN) CONVERTING
040800         WS-UPPER-SET(1:WS-SET-LEN) TO WS-LOWER-SET(1:WS-SET-LEN)
040900     IF NOT WS-LEAD-OTHER
041000         INSPECT WS-WORD(1:1) CONVERTING
041100             WS-LOWER-SET(1:WS-SET-LEN)
041200             TO WS-UPPER-SET(1:WS-SET-LEN)
041300     END-IF.
041400 2490-STORE-WORD.
041500     MOVE WS-WORD(1:WS-WORD-LEN)
041600         TO WS-FIELD-TEXT(WS-WORD-START:WS-WORD-LEN).
041700 2400-EXIT.
041800     EXIT.
041900 2410-SCAN-EXCEPTIONS.
042000     IF WS-EX-LOCALE(WS-EX-IX) NOT = MA-LOCALE
042100         AND WS-EX-LOCALE(WS-EX-IX) NOT = "**"
042200         GO TO 2410-EXIT
042300     END-IF
042400     MOVE WS-EX-LENGTH(WS-EX-IX) TO WS-MATCH-LEN
042500     IF WS-EX-PREFIX(WS-EX-IX)
042600         IF WS-WORD-LEN > WS-MATCH-LEN
042700             AND WS-WORD-UPPER(1:WS-MATCH-LEN)
042800                 = WS-EX-MATCH(WS-EX-IX)(1:WS-MATCH-LEN)
042900             MOVE WS-EX-IX TO WS-MATCH-IX
043000         END-IF
043100     ELSE
043200         IF WS-WORD-LEN = WS-MATCH-LEN
043300             AND WS-WORD-UPPER(1:WS-MATCH-LEN)
043400                 = WS-EX-MATCH(WS-EX-IX)(1:WS-MATCH-LEN)
043500             MOVE WS-EX-IX TO WS-MATCH-IX
043600         END-IF
043700     END-IF.
043800 2410-EXIT.
043900     EXIT.
044000 2420-LOOK-FOR-LOWER.
044100     MOVE WS-WORD(WS-CHAR-IX:1) TO WS-CASE-CHAR
044200     PERFORM 2250-CALL-SAME-CASE THRU 2250-EXIT
044300     IF WS-CHAR-LOWER
044400         SET WS-HAS-LOWER TO TRUE
044500     END-IF.
044600 2420-EXIT.
044700     EXIT.
044800*--------------------------------------------------------------
044900* PREFIX: THE PREFIX AS RENDERED, THEN A CAPITAL, THEN SMALL
045000* LETTERS (MCDONALD -> McDonald). PARTICLE: AS RENDERED, BUT
045100* CAPITAL-LED WHEN IT OPENS THE FIELD (Van Berg, YET Jan van
045200* Berg). FIXED: AS RENDERED.
045300*--------------------------------------------------------------
045400 2500-APPLY-EXCEPTION.
045500     MOVE WS-EX-LENGTH(WS-MATCH-IX) TO WS-MATCH-LEN
045600     MOVE WS-EX-RENDER(WS-MATCH-IX)(1:WS-MATCH-LEN)
045700         TO WS-WORD(1:WS-MATCH-LEN)
045800     IF WS-EX-PREFIX(WS-MATCH-IX)
045900         INSPECT WS-WORD(WS-MATCH-LEN + 1:
046000                 WS-WORD-LEN - WS-MATCH-LEN)
046100             CONVERTING WS-UPPER-SET(1:WS-SET-LEN)
046200             TO WS-LOWER-SET(1:WS-SET-LEN)
046300         INSPECT WS-WORD(WS-MATCH-LEN + 1:1)
046400             CONVERTING WS-LOWER-SET(1:WS-SET-LEN)
046500             TO WS-UPPER-SET(1:WS-SET-LEN)
046600     END-IF
046700     IF WS-EX-PARTICLE(WS-MATCH-IX)
046800         AND WS-WORD-NUMBER = 1
046900         INSPECT WS-WORD(1:1)
047000             CONVERTING WS-LOWER-SET(1:WS-SET-LEN)
047100             TO WS-UPPER-SET(1:WS-SET-LEN)
047200     END-IF.
047300 2500-EXIT.
047400     EXIT.
047500 2900-REPORT-CHANGE.
047600     ADD 1 TO WS-FIELDS-CHANGED
047700     SET WS-RECORD-CHANGED TO TRUE
047800     MOVE MA-SOURCE TO WS-CH-SOURCE
047900     MOVE MA-KEY TO WS-CH-KEY
048000     MOVE MA-LOCALE TO WS-CH-LOCALE
048100     MOVE WS-FIELD-LABEL TO WS-CH-FIELD
048200     MOVE WS-CASING-CLASS TO WS-CH-CASING
048300     WRITE NC-RECORD FROM WS-CHANGE-HEADER
048400     MOVE "FROM  " TO WS-CD-LABEL
048500     MOVE WS-FIELD-BEFORE TO WS-CD-TEXT
048600     WRITE NC-RECORD FROM WS-CHANGE-DETAIL
048700     MOVE "TO    " TO WS-CD-LABEL
048800     MOVE WS-FIELD-TEXT TO WS-CD-TEXT
048900     WRITE NC-RECORD FROM WS-CHANGE-DETAIL.
049000 2900-EXIT.
049100     EXIT.
049200 9000-TERMINATE.
049300     MOVE SPACES TO NC-RECORD
049400     WRITE NC-RECORD
049500     MOVE "ADDRESSEES READ" TO WS-CL-LABEL
049600     MOVE WS-RECORDS-READ TO WS-CL-COUNT
049700     WRITE NC-RECORD FROM WS-COUNT-LINE
049800     MOVE "ADDRESSEES CHANGED" TO WS-CL-LABEL
049900     MOVE WS-RECORDS-CHANGED TO WS-CL-COUNT
050000     WRITE NC-RECORD FROM WS-COUNT-LINE
050100     MOVE "FIELDS CHANGED" TO WS-CL-LABEL
050200     MOVE WS-FIELDS-CHANGED TO WS-CL-COUNT
050300     WRITE NC-RECORD FROM WS-COUNT-LINE
050400     MOVE "EXCEPTIONS LOADED" TO WS-CL-LABEL
050500     MOVE WS-EXCEPTION-COUNT TO WS-CL-COUNT
050600     WRITE NC-RECORD FROM WS-COUNT-LINE
050700     MOVE "EXCEPTIONS REFUSED" TO WS-CL-LABEL
050800     MOVE WS-ENTRIES-REFUSED TO WS-CL-COUNT
050900     WRITE NC-RECORD FROM WS-COUNT-LINE
051000     IF RETURN-CODE < 8
051100         CLOSE MAIL-INPUT-FILE
051200     END-IF
051300     CLOSE MAIL-OUTPUT-FILE
051400     CLOSE CHANGE-REPORT-FILE
051500     IF WS-ENTRIES-REFUSED > ZERO
051600         AND RETURN-CODE < 4
051700         MOVE 4 TO RETURN-CODE
051800     END-IF.
051900 9000-EXIT.
052000     EXIT.
052100 END PROGRAM NAME-CASE-BATCH.
