000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RESULT-AUDIT-SAMPLE.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  BJC  INITIAL VERSION - STATISTICAL AUDIT SAMPLE
001000*                    OF THE RESMASTR RESULT MASTER. THE REGRESSION
001100*                    BATTERY PROVES THE UTILITIES ON KNOWN CASES;
001200*                    THE EXTERNAL AUDITORS ALSO WANT EVIDENCE THAT
001300*                    THE ANSWERS GIVEN IN PRODUCTION WERE RIGHT.
001400*                    FOR THE AUDSCTL MONTH (THE PREVIOUS CALENDAR
001500*                    MONTH WHEN ABSENT) EVERY RESMASTR ENTRY IS
001600*                    PLACED IN A STRATUM BY PROGRAM ID AND RESULT
001700*                    LENGTH BAND (SEE AUDSAMP.CPY), AND UP TO THE
001800*                    CARD'S SAMPLE SIZE IS DRAWN FROM EACH STRATUM
001900*                    BY RESERVOIR SAMPLING OFF THE SAME SEEDED
002000*                    CONGRUENTIAL GENERATOR AS SYNTH-EXTRACT-GEN,
002100*                    SO THE SAME SEED OVER THE SAME MASTER DRAWS
002200*                    THE SAME SAMPLE. THE SAMPLE IS WRITTEN TO
002300*                    AUDSAMP (KEPT FOR THE AUDITORS) AND TO THE
002400*                    AUDWKS REVIEWER WORKSHEET, WHICH SHOWS EACH
002500*                    ENTRY'S KEY INPUT FROM RUNHIST AND ITS FULL
002600*                    REASSEMBLED RESULT. RESULT-AUDIT-FINDINGS
002700*                    TAKES THE REVIEWERS' SIGN-OFFS FROM THERE.
002800*--------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT SAMPLE-CONTROL-FILE ASSIGN TO "AUDSCTL"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-CONTROL-STATUS.
003600     SELECT RESULT-MASTER-FILE ASSIGN TO "RESMASTR"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS RX-KEY
004000         FILE STATUS IS WS-MASTER-STATUS.
004100     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-HIST-STATUS.
004400     SELECT AUDIT-SAMPLE-FILE ASSIGN TO "AUDSAMP"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-SAMPLE-STATUS.
004700     SELECT WORKSHEET-FILE ASSIGN TO "AUDWKS"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-WORKSHEET-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  SAMPLE-CONTROL-FILE.
005300 01  SAMPLE-CONTROL-CARD.
005400     05  SC-MONTH                PIC 9(06).
005500     05  SC-MONTH-X              REDEFINES SC-MONTH.
005600         10  SC-YEAR             PIC 9(04).
005700         10  SC-MM               PIC 9(02).
005800     05  FILLER                  PIC X(01).
005900     05  SC-SEED                 PIC 9(09).
006000     05  FILLER                  PIC X(01).
006100     05  SC-SAMPLE-SIZE          PIC 9(02).
006200 FD  RESULT-MASTER-FILE.
006300 01  RESULT-MASTER-RECORD.
006400     05  RX-KEY.
006500         10  RX-CYCLE-DATE       PIC 9(08).
006600         10  RX-PROGRAM-ID       PIC X(08).
006700         10  RX-RUN-SEQUENCE     PIC 9(06).
006800         10  RX-SEGMENT          PIC 9(03).
006900     05  RX-SEGMENT-LENGTH       PIC 9(02).
007000     05  RX-SEGMENT-TEXT         PIC X(80).
007100 FD  RUN-HISTORY-FILE.
007200 COPY RUNREC.
007300 FD  AUDIT-SAMPLE-FILE.
007400 COPY AUDSAMP.
007500 FD  WORKSHEET-FILE.
007600 01  WK-RECORD                   PIC X(132).
007700 WORKING-STORAGE SECTION.
007800 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
007900     88  WS-CONTROL-OK                           VALUE '00'.
008000 77  WS-MASTER-STATUS            PIC X(02)       VALUE SPACES.
008100     88  WS-MASTER-OK                            VALUE '00'.
008200 77  WS-HIST-STATUS              PIC X(02)       VALUE SPACES.
008300     88  WS-HIST-OK                              VALUE '00'.
008400     88  WS-HIST-EOF                             VALUE '10'.
008500 77  WS-SAMPLE-STATUS            PIC X(02)       VALUE SPACES.
008600 77  WS-WORKSHEET-STATUS         PIC X(02)       VALUE SPACES.
008700 77  WS-HIGHEST-RC               PIC 9(02)       VALUE ZERO.
008800 77  WS-MASTER-EOF-SW            PIC X(01)       VALUE 'N'.
008900     88  WS-MASTER-EOF                           VALUE 'Y'.
009000 77  WS-MASTER-OPEN-SW           PIC X(01)       VALUE 'N'.
009100     88  WS-MASTER-OPEN                          VALUE 'Y'.
009200 77  WS-ENTRY-OPEN-SW            PIC X(01)       VALUE 'N'.
009300     88  WS-ENTRY-OPEN                           VALUE 'Y'.
009400 77  WS-FETCH-DONE-SW            PIC X(01)       VALUE 'N'.
009500     88  WS-FETCH-DONE                           VALUE 'Y'.
009600 77  WS-MONTH-FIRST              PIC 9(08)       VALUE ZERO.
009700 77  WS-MONTH-LAST               PIC 9(08)       VALUE ZERO.
009800 77  WS-SAMPLE-SIZE              PIC 9(02)       VALUE ZERO COMP.
009900 77  WS-SAMPLE-MAX               PIC 9(02)       VALUE 30 COMP.
010000 77  WS-SAMPLE-DEFAULT           PIC 9(02)       VALUE 10 COMP.
010100 77  WS-RUN-SEED                 PIC 9(09)       VALUE ZERO.
010200 77  WS-SEED                     PIC 9(18)       VALUE ZERO COMP.
010300 77  WS-PICK                     PIC 9(07)       VALUE ZERO COMP.
010400 77  WS-ENTRY-CYCLE              PIC 9(08)       VALUE ZERO.
010500 77  WS-ENTRY-PROGRAM            PIC X(08)       VALUE SPACES.
010600 77  WS-ENTRY-SEQUENCE           PIC 9(06)       VALUE ZERO.
010700 77  WS-ENTRY-LENGTH             PIC 9(04)       VALUE ZERO.
010800 77  WS-ENTRY-BAND               PIC 9(01)       VALUE ZERO.
010900 77  WS-STRATUM-COUNT            PIC 9(03)       VALUE ZERO COMP.
011000 77  WS-STRATUM-MAX              PIC 9(03)       VALUE 400 COMP.
011100 77  WS-SG-IX                    PIC 9(03)       VALUE ZERO COMP.
011200 77  WS-MATCH-IX                 PIC 9(03)       VALUE ZERO COMP.
011300 77  WS-NEXT-IX                  PIC 9(03)       VALUE ZERO COMP.
011400 77  WS-SL-IX                    PIC 9(02)       VALUE ZERO COMP.
011500 77  WS-SL-JX                    PIC 9(02)       VALUE ZERO COMP.
011600 77  WS-CHAR-IX                  PIC 9(02)       VALUE ZERO COMP.
011700 77  WS-BAND-IX                  PIC 9(01)       VALUE ZERO COMP.
011800 77  WS-COUNTER-COUNT            PIC 9(04)       VALUE ZERO COMP.
011900 77  WS-COUNTER-MAX              PIC 9(04)       VALUE 4000 COMP.
012000 77  WS-CT-IX                    PIC 9(04)       VALUE ZERO COMP.
012100 77  WS-CT-MATCH                 PIC 9(04)       VALUE ZERO COMP.
012200 77  WS-LINE-CYCLE-X             PIC X(08)       VALUE SPACES.
012300 77  WS-LINE-CYCLE               PIC 9(08)       VALUE ZERO.
012400 77  WS-LINE-ORDINAL             PIC 9(06)       VALUE ZERO.
012500 77  WS-PROGRAM-SAMPLED-SW       PIC X(01)       VALUE 'N'.
012600     88  WS-PROGRAM-SAMPLED                      VALUE 'Y'.
012700 77  WS-SEGMENT-NUMBER           PIC 9(03)       VALUE ZERO.
012800 77  WS-FETCH-LEN                PIC 9(04)       VALUE ZERO.
012900 77  WS-TEXT-OFFSET              PIC 9(04)       VALUE ZERO.
013000 77  WS-ITEM-NUMBER              PIC 9(05)       VALUE ZERO COMP.
013100 77  WS-ENTRIES-SCANNED          PIC 9(07)       VALUE ZERO COMP.
013200 77  WS-ENTRIES-UNPLACED         PIC 9(07)       VALUE ZERO COMP.
013300 77  WS-KEYS-NOT-FOUND           PIC 9(05)       VALUE ZERO COMP.
013400 01  WS-FETCH-TEXT               PIC X(999)      VALUE SPACES.
013500 01  WS-BAND-LIMITS-X.
013600     05  FILLER                  PIC 9(04)       VALUE 0020.
013700     05  FILLER                  PIC 9(04)       VALUE 0080.
013800     05  FILLER                  PIC 9(04)       VALUE 0240.
013900     05  FILLER                  PIC 9(04)       VALUE 0999.
014000 01  WS-BAND-LIMITS              REDEFINES WS-BAND-LIMITS-X.
014100     05  WS-BAND-HIGH            PIC 9(04) OCCURS 4.
014200 01  WS-BAND-NAMES-X.
014300     05  FILLER                  PIC X(07)       VALUE "1-20   ".
014400     05  FILLER                  PIC X(07)       VALUE "21-80  ".
014500     05  FILLER                  PIC X(07)       VALUE "81-240 ".
014600     05  FILLER                  PIC X(07)       VALUE "241-999".
014700 01  WS-BAND-NAMES               REDEFINES WS-BAND-NAMES-X.
014800     05  WS-BAND-NAME            PIC X(07) OCCURS 4.
014900*--------------------------------------------------------------
015000* ONE ROW PER STRATUM, WITH ITS OWN GENERATOR STATE AND ITS
015100* RESERVOIR OF SAMPLED ENTRIES. EACH STRATUM'S GENERATOR IS
015200* SEEDED FROM THE RUN SEED, ITS PROGRAM ID AND ITS BAND, SO A
015300* PROGRAM ADDED TO OR DROPPED FROM THE MONTH DOES NOT DISTURB
015400* ANY OTHER STRATUM'S DRAW.
015500*--------------------------------------------------------------
015600 01  WS-STRATUM-TABLE.
015700     05  WS-SG-ENTRY OCCURS 400.
015800         10  WS-SG-PROGRAM       PIC X(08).
015900         10  WS-SG-BAND          PIC 9(01).
016000         10  WS-SG-POPULATION    PIC 9(07) COMP.
016100         10  WS-SG-SEED          PIC 9(18) COMP.
016200         10  WS-SG-SAMPLED       PIC 9(02) COMP.
016300         10  WS-SG-WRITTEN       PIC X(01).
016400         10  WS-SG-SLOT OCCURS 30.
016500             15  WS-SL-CYCLE     PIC 9(08).
016600             15  WS-SL-SEQUENCE  PIC 9(06).
016700             15  WS-SL-LENGTH    PIC 9(04).
016800             15  WS-SL-KEY-INPUT PIC X(20).
016900 01  WS-SLOT-HOLD.
017000     05  WS-SH-CYCLE             PIC 9(08).
017100     05  WS-SH-SEQUENCE          PIC 9(06).
017200     05  WS-SH-LENGTH            PIC 9(04).
017300     05  WS-SH-KEY-INPUT         PIC X(20).
017400 01  WS-COUNTER-TABLE.
017500     05  WS-CT-ENTRY OCCURS 4000.
017600         10  WS-CT-CYCLE         PIC 9(08).
017700         10  WS-CT-PROGRAM       PIC X(08).
017800         10  WS-CT-LINES         PIC 9(06) COMP.
017900 01  WS-WORKSHEET-HEADER.
018000     05  FILLER                  PIC X(30)       VALUE
018100             "RESULT AUDIT WORKSHEET  MONTH ".
018200     05  WS-WH-MONTH             PIC 9(06).
018300     05  FILLER                  PIC X(07)       VALUE "  SEED ".
018400     05  WS-WH-SEED              PIC 9(09).
018500     05  FILLER                  PIC X(22)       VALUE
018600             "  SAMPLE PER STRATUM  ".
018700     05  WS-WH-SAMPLE-SIZE       PIC Z9.
018800 01  WS-STRATUM-LINE.
018900     05  FILLER                  PIC X(08)       VALUE "STRATUM ".
019000     05  WS-SR-PROGRAM           PIC X(08).
019100     05  FILLER                  PIC X(19)       VALUE
019200             "  RESULT LENGTH    ".
019300     05  WS-SR-BAND-NAME         PIC X(07).
019400     05  FILLER                  PIC X(13)       VALUE
019500             "  POPULATION ".
019600     05  WS-SR-POPULATION        PIC Z(06)9.
019700     05  FILLER                  PIC X(10)       VALUE
019800             "  SAMPLED ".
019900     05  WS-SR-SAMPLED           PIC Z9.
020000 01  WS-ITEM-LINE.
020100     05  FILLER                  PIC X(07)       VALUE "  ITEM ".
020200     05  WS-IL-ITEM              PIC Z(04)9.
020300     05  FILLER                  PIC X(09)       VALUE
020400             "   CYCLE ".
020500     05  WS-IL-CYCLE             PIC 9(08).
020600     05  FILLER                  PIC X(11)       VALUE
020700             "   PROGRAM ".
020800     05  WS-IL-PROGRAM           PIC X(08).
020900     05  FILLER                  PIC X(11)       VALUE
021000             "   RUN SEQ ".
021100     05  WS-IL-SEQUENCE          PIC 9(06).
021200     05  FILLER                  PIC X(10)       VALUE
021300             "   LENGTH ".
021400     05  WS-IL-LENGTH            PIC Z(03)9.
021500 01  WS-KEY-INPUT-LINE.
021600     05  FILLER                  PIC X(15)       VALUE
021700             "    KEY INPUT  ".
021800     05  WS-KL-KEY-INPUT         PIC X(20).
021900 01  WS-TEXT-LINE.
022000     05  WS-TL-LABEL             PIC X(15).
022100     05  WS-TL-TEXT              PIC X(80).
022200 01  WS-SIGN-OFF-LINE.
022300     05  FILLER                  PIC X(41)       VALUE
022400             "    VERDICT (P/F) _   REVIEWER ___   DATE".
022500     05  FILLER                  PIC X(36)       VALUE
022600             " ________   NOTE __________________".
022700 01  WS-COUNT-LINE.
022800     05  WS-CL-TEXT              PIC X(24).
022900     05  WS-CL-COUNT             PIC Z(06)9.
023000 COPY LOCKSVC.
023100 PROCEDURE DIVISION.
023200 0000-MAINLINE.
023300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023400     IF WS-MASTER-OPEN
023500         PERFORM 2000-SCAN-MONTH THRU 2000-EXIT
023600         PERFORM 3000-LOAD-KEY-INPUTS THRU 3000-EXIT
023700         PERFORM 4000-WRITE-SAMPLE THRU 4000-EXIT
023800     END-IF
023900     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
024000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024100     STOP RUN.
024200 0000-EXIT.
024300     EXIT.
024400*--------------------------------------------------------------
024500* A MISSING SEED DEFAULTS TO THE MONTH ITSELF, SO EVEN AN
024600* UNSEEDED RUN CAN BE REPEATED.
024700*--------------------------------------------------------------
024800 1000-INITIALIZE.
024900     MOVE ZERO TO SAMPLE-CONTROL-CARD
025000     OPEN INPUT SAMPLE-CONTROL-FILE
025100     IF WS-CONTROL-OK
025200         READ SAMPLE-CONTROL-FILE
025300             AT END MOVE ZERO TO SAMPLE-CONTROL-CARD
025400         END-READ
025500         CLOSE SAMPLE-CONTROL-FILE
025600     END-IF
025700     IF SC-MONTH IS NOT NUMERIC
025800         OR SC-YEAR = ZERO
025900         OR SC-MM < 1 OR SC-MM > 12
026000         MOVE FUNCTION CURRENT-DATE(1:6) TO SC-MONTH
026100         IF SC-MM = 1
026200             SUBTRACT 1 FROM SC-YEAR
026300             MOVE 12 TO SC-MM
026400         ELSE
026500             SUBTRACT 1 FROM SC-MM
026600         END-IF
026700     END-IF
026800     IF SC-SEED IS NOT NUMERIC OR SC-SEED = ZERO
026900         MOVE SC-MONTH TO WS-RUN-SEED
027000     ELSE
027100         MOVE SC-SEED TO WS-RUN-SEED
027200     END-IF
027300     IF SC-SAMPLE-SIZE IS NOT NUMERIC OR SC-SAMPLE-SIZE = ZERO
027400         MOVE WS-SAMPLE-DEFAULT TO WS-SAMPLE-SIZE
027500     ELSE
027600         MOVE SC-SAMPLE-SIZE TO WS-SAMPLE-SIZE
027700     END-IF
027800     IF WS-SAMPLE-SIZE > WS-SAMPLE-MAX
027900         MOVE WS-SAMPLE-MAX TO WS-SAMPLE-SIZE
028000     END-IF
028100     COMPUTE WS-MONTH-FIRST = SC-MONTH * 100 + 1
028200     COMPUTE WS-MONTH-LAST = SC-MONTH * 100 + 31
028300     OPEN OUTPUT AUDIT-SAMPLE-FILE
028400     OPEN OUTPUT WORKSHEET-FILE
028500     MOVE SC-MONTH TO WS-WH-MONTH
028600     MOVE WS-RUN-SEED TO WS-WH-SEED
028700     MOVE WS-SAMPLE-SIZE TO WS-WH-SAMPLE-SIZE
028800     WRITE WK-RECORD FROM WS-WORKSHEET-HEADER
028900     SET LOCK-FUNC-ACQUIRE TO TRUE
029000     MOVE "RESMASTR" TO LOCK-NAME
029100     MOVE "RESAUDSM" TO LOCK-JOB-NAME
029200     MOVE 'R' TO LOCK-INTENT
029300     CALL "LOCK-SERVICE" USING LOCK-SERVICE-REQUEST
029400     IF LOCK-BUSY
029500         MOVE SPACES TO WK-RECORD
029600         STRING "RESMASTR HELD BY " LOCK-HOLDER-JOB
029700             " - NOTHING SAMPLED" DELIMITED BY SIZE
029800             INTO WK-RECORD
029900         WRITE WK-RECORD
030000         MOVE 8 TO WS-HIGHEST-RC
030100         GO TO 1000-EXIT
030200     END-IF
030300     OPEN INPUT RESULT-MASTER-FILE
030400     IF NOT WS-MASTER-OK
030500         MOVE "RESULT MASTER NOT AVAILABLE - NOTHING SAMPLED"
030600             TO WK-RECORD
030700         WRITE WK-RECORD
030800         MOVE 8 TO WS-HIGHEST-RC
030900         GO TO 1000-EXIT
031000     END-IF
031100     SET WS-MASTER-OPEN TO TRUE.
031200 1000-EXIT.
031300     EXIT.
031400*--------------------------------------------------------------
031500* THE MONTH'S SEGMENTS COME IN KEY ORDER, SO AN ENTRY IS
031600* COMPLETE WHEN THE CYCLE, PROGRAM OR RUN SEQUENCE CHANGES.
031700* RUN SEQUENCE ZERO IS THE WRITER'S SEQUENCE CONTROL RECORD.
031800*--------------------------------------------------------------
031900 2000-SCAN-MONTH.
032000     MOVE LOW-VALUES TO RX-KEY
032100     MOVE WS-MONTH-FIRST TO RX-CYCLE-DATE
032200     START RESULT-MASTER-FILE KEY IS NOT LESS THAN RX-KEY
032300         INVALID KEY SET WS-MASTER-EOF TO TRUE
032400     END-START
032500     IF NOT WS-MASTER-EOF
032600         PERFORM 2100-READ-SEGMENT THRU 2100-EXIT
032700     END-IF
032800     PERFORM 2200-TAKE-ONE-SEGMENT THRU 2200-EXIT
032900         UNTIL WS-MASTER-EOF
033000     IF WS-ENTRY-OPEN
033100         PERFORM 2300-CLOSE-ENTRY THRU 2300-EXIT
033200     END-IF.
033300 2000-EXIT.
033400     EXIT.
033500 2100-READ-SEGMENT.
033600     READ RESULT-MASTER-FILE NEXT RECORD
033700         AT END SET WS-MASTER-EOF TO TRUE
033800     END-READ
033900     IF NOT WS-MASTER-EOF
034000         AND RX-CYCLE-DATE > WS-MONTH-LAST
034100         SET WS-MASTER-EOF TO TRUE
034200     END-IF.
034300 2100-EXIT.
034400     EXIT.
034500 2200-TAKE-ONE-SEGMENT.
034600     IF RX-RUN-SEQUENCE = ZERO
034700         GO TO 2200-NEXT
034800     END-IF
034900     IF WS-ENTRY-OPEN
035000         AND (RX-CYCLE-DATE NOT = WS-ENTRY-CYCLE
035100           OR RX-PROGRAM-ID NOT = WS-ENTRY-PROGRAM
035200           OR RX-RUN-SEQUENCE NOT = WS-ENTRY-SEQUENCE)
035300         PERFORM 2300-CLOSE-ENTRY THRU 2300-EXIT
035400     END-IF
035500     IF NOT WS-ENTRY-OPEN
035600         SET WS-ENTRY-OPEN TO TRUE
035700         MOVE RX-CYCLE-DATE TO WS-ENTRY-CYCLE
035800         MOVE RX-PROGRAM-ID TO WS-ENTRY-PROGRAM
035900         MOVE RX-RUN-SEQUENCE TO WS-ENTRY-SEQUENCE
036000         MOVE ZERO TO WS-ENTRY-LENGTH
036100     END-IF
036200     IF RX-SEGMENT-LENGTH IS NUMERIC
036300         AND WS-ENTRY-LENGTH + RX-SEGMENT-LENGTH <= 999
036400         ADD RX-SEGMENT-LENGTH TO WS-ENTRY-LENGTH
036500     END-IF.
036600 2200-NEXT.
036700     PERFORM 2100-READ-SEGMENT THRU 2100-EXIT.
036800 2200-EXIT.
036900     EXIT.
037000*--------------------------------------------------------------
037100* RESERVOIR SAMPLING: THE FIRST N ENTRIES OF A STRATUM FILL
037200* ITS RESERVOIR; THE K-TH ENTRY AFTER THAT REPLACES A RANDOM
037300* SLOT WITH PROBABILITY N/K, WHICH LEAVES EVERY ENTRY OF THE
037400* STRATUM EQUALLY LIKELY TO BE IN THE FINAL SAMPLE.
037500*--------------------------------------------------------------
037600 2300-CLOSE-ENTRY.
037700     MOVE 'N' TO WS-ENTRY-OPEN-SW
037800     ADD 1 TO WS-ENTRIES-SCANNED
037900     MOVE 4 TO WS-ENTRY-BAND
038000     PERFORM 2310-FIND-BAND THRU 2310-EXIT
038100         VARYING WS-BAND-IX FROM 3 BY -1
038200         UNTIL WS-BAND-IX < 1
038300     MOVE ZERO TO WS-MATCH-IX
038400     PERFORM 2320-SCAN-STRATA THRU 2320-EXIT
038500         VARYING WS-SG-IX FROM 1 BY 1
038600         UNTIL WS-SG-IX > WS-STRATUM-COUNT
038700            OR WS-MATCH-IX > ZERO
038800     IF WS-MATCH-IX = ZERO
038900         IF WS-STRATUM-COUNT >= WS-STRATUM-MAX
039000             ADD 1 TO WS-ENTRIES-UNPLACED
039100             GO TO 2300-EXIT
039200         END-IF
039300         PERFORM 2330-NEW-STRATUM THRU 2330-EXIT
039400     END-IF
039500     ADD 1 TO WS-SG-POPULATION(WS-MATCH-IX)
039600     IF WS-SG-SAMPLED(WS-MATCH-IX) < WS-SAMPLE-SIZE
039700         ADD 1 TO WS-SG-SAMPLED(WS-MATCH-IX)
039800         MOVE WS-SG-SAMPLED(WS-MATCH-IX) TO WS-SL-IX
039900     ELSE
040000         MOVE WS-SG-SEED(WS-MATCH-IX) TO WS-SEED
040100         PERFORM 2400-NEXT-RANDOM THRU 2400-EXIT
040200         MOVE WS-SEED TO WS-SG-SEED(WS-MATCH-IX)
040300         COMPUTE WS-PICK = FUNCTION MOD(WS-SEED
040400             WS-SG-POPULATION(WS-MATCH-IX)) + 1
040500         IF WS-PICK > WS-SAMPLE-SIZE
040600             GO TO 2300-EXIT
040700         END-IF
040800         MOVE WS-PICK TO WS-SL-IX
040900     END-IF
041000     MOVE WS-ENTRY-CYCLE TO WS-SL-CYCLE(WS-MATCH-IX WS-SL-IX)
041100     MOVE WS-ENTRY-SEQUENCE
041200         TO WS-SL-SEQUENCE(WS-MATCH-IX WS-SL-IX)
041300     MOVE WS-ENTRY-LENGTH TO WS-SL-LENGTH(WS-MATCH-IX WS-SL-IX)
041400     MOVE SPACES TO WS-SL-KEY-INPUT(WS-MATCH-IX WS-SL-IX).
041500 2300-EXIT.
041600     EXIT.
041700 2310-FIND-BAND.
041800     IF WS-ENTRY-LENGTH <= WS-BAND-HIGH(WS-BAND-IX)
041900         MOVE WS-BAND-IX TO WS-ENTRY-BAND
042000     END-IF.
042100 2310-EXIT.
042200     EXIT.
042300 2320-SCAN-STRATA.
042400     IF WS-SG-PROGRAM(WS-SG-IX) = WS-ENTRY-PROGRAM
042500         AND WS-SG-BAND(WS-SG-IX) = WS-ENTRY-BAND
042600         MOVE WS-SG-IX TO WS-MATCH-IX
042700     END-IF.
042800 2320-EXIT.
042900     EXIT.
043000 2330-NEW-STRATUM.
043100     ADD 1 TO WS-STRATUM-COUNT
043200     MOVE WS-STRATUM-COUNT TO WS-MATCH-IX
043300     MOVE WS-ENTRY-PROGRAM TO WS-SG-PROGRAM(WS-MATCH-IX)
043400     MOVE WS-ENTRY-BAND TO WS-SG-BAND(WS-MATCH-IX)
043500     MOVE ZERO TO WS-SG-POPULATION(WS-MATCH-IX)
043600     MOVE ZERO TO WS-SG-SAMPLED(WS-MATCH-IX)
043700     MOVE 'N' TO WS-SG-WRITTEN(WS-MATCH-IX)
043800     MOVE WS-RUN-SEED TO WS-SEED
043900     PERFORM 2340-MIX-ONE-CHAR THRU 2340-EXIT
044000         VARYING WS-CHAR-IX FROM 1 BY 1
044100         UNTIL WS-CHAR-IX > 8
044200     COMPUTE WS-SEED = FUNCTION MOD(
044300         WS-SEED * 31 + WS-ENTRY-BAND 2147483648)
044400     MOVE WS-SEED TO WS-SG-SEED(WS-MATCH-IX).
044500 2330-EXIT.
044600     EXIT.
044700 2340-MIX-ONE-CHAR.
044800     COMPUTE WS-SEED = FUNCTION MOD(WS-SEED * 31
044900         + FUNCTION ORD(WS-ENTRY-PROGRAM(WS-CHAR-IX:1))
045000         2147483648).
045100 2340-EXIT.
045200     EXIT.
045300 2400-NEXT-RANDOM.
045400     COMPUTE WS-SEED = FUNCTION MOD(
045500         WS-SEED * 1103515245 + 12345 2147483648).
045600 2400-EXIT.
045700     EXIT.
045800*--------------------------------------------------------------
045900* THE N-TH RUNHIST LINE FOR A PROGRAM IN A CYCLE IS RESMASTR
046000* RUN SEQUENCE N (AS RESULT-DRIFT-REPORT PAIRS THEM), SO ONE
046100* PASS COUNTING LINES PER CYCLE AND PROGRAM FINDS THE KEY
046200* INPUT OF EVERY SAMPLED ENTRY.
046300*--------------------------------------------------------------
046400 3000-LOAD-KEY-INPUTS.
046500     OPEN INPUT RUN-HISTORY-FILE
046600     IF NOT WS-HIST-OK
046700         GO TO 3000-EXIT
046800     END-IF
046900     PERFORM 3100-READ-HISTORY THRU 3100-EXIT
047000     PERFORM 3200-NOTE-ONE-LINE THRU 3200-EXIT
047100         UNTIL WS-HIST-EOF
047200     CLOSE RUN-HISTORY-FILE.
047300 3000-EXIT.
047400     EXIT.
047500 3100-READ-HISTORY.
047600     READ RUN-HISTORY-FILE
047700         AT END SET WS-HIST-EOF TO TRUE
047800     END-READ.
047900 3100-EXIT.
048000     EXIT.
048100 3200-NOTE-ONE-LINE.
048200     MOVE RH-CYCLE-ID(1:8) TO WS-LINE-CYCLE-X
048300     IF WS-LINE-CYCLE-X IS NOT NUMERIC
048400         GO TO 3200-NEXT
048500     END-IF
048600     MOVE WS-LINE-CYCLE-X TO WS-LINE-CYCLE
048700     IF WS-LINE-CYCLE < WS-MONTH-FIRST
048800         OR WS-LINE-CYCLE > WS-MONTH-LAST
048900         GO TO 3200-NEXT
049000     END-IF
049100     MOVE 'N' TO WS-PROGRAM-SAMPLED-SW
049200     PERFORM 3210-CHECK-PROGRAM THRU 3210-EXIT
049300         VARYING WS-SG-IX FROM 1 BY 1
049400         UNTIL WS-SG-IX > WS-STRATUM-COUNT
049500            OR WS-PROGRAM-SAMPLED
049600     IF NOT WS-PROGRAM-SAMPLED
049700         GO TO 3200-NEXT
049800     END-IF
049900     MOVE ZERO TO WS-CT-MATCH
050000     PERFORM 3220-SCAN-COUNTERS THRU 3220-EXIT
050100         VARYING WS-CT-IX FROM 1 BY 1
050200         UNTIL WS-CT-IX > WS-COUNTER-COUNT
050300            OR WS-CT-MATCH > ZERO
050400     IF WS-CT-MATCH = ZERO
050500         IF WS-COUNTER-COUNT >= WS-COUNTER-MAX
050600             GO TO 3200-NEXT
050700         END-IF
050800         ADD 1 TO WS-COUNTER-COUNT
050900         MOVE WS-COUNTER-COUNT TO WS-CT-MATCH
051000         MOVE WS-LINE-CYCLE TO WS-CT-CYCLE(WS-CT-MATCH)
051100         MOVE RH-PROGRAM-ID TO WS-CT-PROGRAM(WS-CT-MATCH)
051200         MOVE ZERO TO WS-CT-LINES(WS-CT-MATCH)
051300     END-IF
051400     ADD 1 TO WS-CT-LINES(WS-CT-MATCH)
051500     MOVE WS-CT-LINES(WS-CT-MATCH) TO WS-LINE-ORDINAL
051600     PERFORM 3230-MATCH-STRATUM THRU 3230-EXIT
051700         VARYING WS-SG-IX FROM 1 BY 1
051800         UNTIL WS-SG-IX > WS-STRATUM-COUNT.
051900 3200-NEXT.
052000     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
052100 3200-EXIT.
052200     EXIT.
052300 3210-CHECK-PROGRAM.
052400     IF WS-SG-PROGRAM(WS-SG-IX) = RH-PROGRAM-ID
052500         SET WS-PROGRAM-SAMPLED TO TRUE
052600     END-IF.
052700 3210-EXIT.
052800     EXIT.
052900 3220-SCAN-COUNTERS.
053000     IF WS-CT-CYCLE(WS-CT-IX) = WS-LINE-CYCLE
053100         AND WS-CT-PROGRAM(WS-CT-IX) = RH-PROGRAM-ID
053200         MOVE WS-CT-IX TO WS-CT-MATCH
053300     END-IF.
053400 3220-EXIT.
053500     EXIT.
053600 3230-MATCH-STRATUM.
053700     IF WS-SG-PROGRAM(WS-SG-IX) NOT = RH-PROGRAM-ID
053800         GO TO 3230-EXIT
053900     END-IF
054000     PERFORM 3240-MATCH-SLOT THRU 3240-EXIT
054100         VARYING WS-SL-IX FROM 1 BY 1
054200         UNTIL WS-SL-IX > WS-SG-SAMPLED(WS-SG-IX).
054300 3230-EXIT.
054400     EXIT.
054500 3240-MATCH-SLOT.
054600     IF WS-SL-CYCLE(WS-SG-IX WS-SL-IX) = WS-LINE-CYCLE
054700         AND WS-SL-SEQUENCE(WS-SG-IX WS-SL-IX) = WS-LINE-ORDINAL
054800         MOVE RH-KEY-INPUT TO WS-SL-KEY-INPUT(WS-SG-IX WS-SL-IX)
054900     END-IF.
055000 3240-EXIT.
055100     EXIT.
055200*--------------------------------------------------------------
055300* STRATA GO OUT IN PROGRAM AND BAND ORDER, AND THE ENTRIES OF
055400* EACH IN KEY ORDER, SO THE WORKSHEET READS THE SAME WAY EVERY
055500* TIME THE SAME SAMPLE IS DRAWN.
055600*--------------------------------------------------------------
055700 4000-WRITE-SAMPLE.
055800     PERFORM 4100-WRITE-NEXT-STRATUM THRU 4100-EXIT
055900         WS-STRATUM-COUNT TIMES.
056000 4000-EXIT.
056100     EXIT.
056200 4100-WRITE-NEXT-STRATUM.
056300     MOVE ZERO TO WS-NEXT-IX
056400     PERFORM 4110-COMPARE-STRATUM THRU 4110-EXIT
056500         VARYING WS-SG-IX FROM 1 BY 1
056600         UNTIL WS-SG-IX > WS-STRATUM-COUNT
056700     IF WS-NEXT-IX = ZERO
056800         GO TO 4100-EXIT
056900     END-IF
057000     MOVE WS-NEXT-IX TO WS-SG-IX
057100     MOVE 'Y' TO WS-SG-WRITTEN(WS-SG-IX)
057200     IF WS-SG-SAMPLED(WS-SG-IX) > 1
057300         PERFORM 4200-ORDER-SLOTS THRU 4200-EXIT
057400             VARYING WS-SL-IX FROM 1 BY 1
057500             UNTIL WS-SL-IX >= WS-SG-SAMPLED(WS-SG-IX)
057600             AFTER WS-SL-JX FROM 1 BY 1
057700             UNTIL WS-SL-JX > WS-SG-SAMPLED(WS-SG-IX) - WS-SL-IX
057800     END-IF
057900     MOVE SPACES TO WK-RECORD
058000     WRITE WK-RECORD
058100     MOVE WS-SG-PROGRAM(WS-SG-IX) TO WS-SR-PROGRAM
058200     MOVE WS-BAND-NAME(WS-SG-BAND(WS-SG-IX)) TO WS-SR-BAND-NAME
058300     MOVE WS-SG-POPULATION(WS-SG-IX) TO WS-SR-POPULATION
058400     MOVE WS-SG-SAMPLED(WS-SG-IX) TO WS-SR-SAMPLED
058500     WRITE WK-RECORD FROM WS-STRATUM-LINE
058600     PERFORM 4300-WRITE-ONE-ITEM THRU 4300-EXIT
058700         VARYING WS-SL-IX FROM 1 BY 1
058800         UNTIL WS-SL-IX > WS-SG-SAMPLED(WS-SG-IX).
058900 4100-EXIT.
059000     EXIT.
059100 4110-COMPARE-STRATUM.
059200     IF WS-SG-WRITTEN(WS-SG-IX) = 'Y'
059300         GO TO 4110-EXIT
059400     END-IF
059500     IF WS-NEXT-IX = ZERO
059600         MOVE WS-SG-IX TO WS-NEXT-IX
059700         GO TO 4110-EXIT
059800     END-IF
059900     IF WS-SG-PROGRAM(WS-SG-IX) < WS-SG-PROGRAM(WS-NEXT-IX)
060000         OR (WS-SG-PROGRAM(WS-SG-IX) = WS-SG-PROGRAM(WS-NEXT-IX)
060100         AND WS-SG-BAND(WS-SG-IX) < WS-SG-BAND(WS-NEXT-IX))
060200         MOVE WS-SG-IX TO WS-NEXT-IX
060300     END-IF.
060400 4110-EXIT.
060500     EXIT.
060600 4200-ORDER-SLOTS.
060700     IF WS-SL-CYCLE(WS-SG-IX WS-SL-JX)
060800             < WS-SL-CYCLE(WS-SG-IX WS-SL-JX + 1)
060900         GO TO 4200-EXIT
061000     END-IF
061100     IF WS-SL-CYCLE(WS-SG-IX WS-SL-JX)
061200             = WS-SL-CYCLE(WS-SG-IX WS-SL-JX + 1)
061300         AND WS-SL-SEQUENCE(WS-SG-IX WS-SL-JX)
061400             < WS-SL-SEQUENCE(WS-SG-IX WS-SL-JX + 1)
061500         GO TO 4200-EXIT
061600     END-IF
061700     MOVE WS-SG-SLOT(WS-SG-IX WS-SL-JX) TO WS-SLOT-HOLD
061800     MOVE WS-SG-SLOT(WS-SG-IX WS-SL-JX + 1)
061900         TO WS-SG-SLOT(WS-SG-IX WS-SL-JX)
062000     MOVE WS-SLOT-HOLD TO WS-SG-SLOT(WS-SG-IX WS-SL-JX + 1).
062100 4200-EXIT.
062200     EXIT.
062300 4300-WRITE-ONE-ITEM.
062400     ADD 1 TO WS-ITEM-NUMBER
062500     MOVE SPACES TO AUDIT-SAMPLE-RECORD
062600     MOVE SC-MONTH TO AS-MONTH
062700     MOVE WS-RUN-SEED TO AS-SEED
062800     MOVE WS-SL-CYCLE(WS-SG-IX WS-SL-IX) TO AS-CYCLE-DATE
062900     MOVE WS-SG-PROGRAM(WS-SG-IX) TO AS-PROGRAM-ID
063000     MOVE WS-SL-SEQUENCE(WS-SG-IX WS-SL-IX) TO AS-RUN-SEQUENCE
063100     MOVE WS-SG-BAND(WS-SG-IX) TO AS-LENGTH-BAND
063200     MOVE WS-SL-LENGTH(WS-SG-IX WS-SL-IX) TO AS-RESULT-LENGTH
063300     MOVE WS-SG-POPULATION(WS-SG-IX) TO AS-STRATUM-POPULATION
063400     MOVE WS-SG-SAMPLED(WS-SG-IX) TO AS-STRATUM-SAMPLED
063500     MOVE WS-SL-KEY-INPUT(WS-SG-IX WS-SL-IX) TO AS-KEY-INPUT
063600     WRITE AUDIT-SAMPLE-RECORD
063700     MOVE WS-ITEM-NUMBER TO WS-IL-ITEM
063800     MOVE AS-CYCLE-DATE TO WS-IL-CYCLE
063900     MOVE AS-PROGRAM-ID TO WS-IL-PROGRAM
064000     MOVE AS-RUN-SEQUENCE TO WS-IL-SEQUENCE
064100     MOVE AS-RESULT-LENGTH TO WS-IL-LENGTH
064200     WRITE WK-RECORD FROM WS-ITEM-LINE
064300     MOVE AS-KEY-INPUT TO WS-KL-KEY-INPUT
064400     IF AS-KEY-INPUT = SPACES
064500         ADD 1 TO WS-KEYS-NOT-FOUND
064600         MOVE "(NOT ON RUNHIST)" TO WS-KL-KEY-INPUT
064700     END-IF
064800     WRITE WK-RECORD FROM WS-KEY-INPUT-LINE
064900     PERFORM 4400-REASSEMBLE-RESULT THRU 4400-EXIT
065000     MOVE "    RESULT     " TO WS-TL-LABEL
065100     MOVE 1 TO WS-TEXT-OFFSET
065200     PERFORM 4500-WRITE-TEXT-LINE THRU 4500-EXIT
065300     PERFORM 4500-WRITE-TEXT-LINE THRU 4500-EXIT
065400         UNTIL WS-TEXT-OFFSET > WS-FETCH-LEN
065500     WRITE WK-RECORD FROM WS-SIGN-OFF-LINE.
065600 4300-EXIT.
065700     EXIT.
065800*--------------------------------------------------------------
065900* READ THE SEGMENTS UNDER (CYCLE, PROGRAM, SEQUENCE) IN ORDER
066000* AND APPEND EACH INTO THE FETCH BUFFER, EXACTLY AS THE
066100* INQUIRY PROGRAM REASSEMBLES THEM.
066200*--------------------------------------------------------------
066300 4400-REASSEMBLE-RESULT.
066400     MOVE SPACES TO WS-FETCH-TEXT
066500     MOVE ZERO TO WS-FETCH-LEN
066600     MOVE 'N' TO WS-FETCH-DONE-SW
066700     MOVE AS-CYCLE-DATE TO RX-CYCLE-DATE
066800     MOVE AS-PROGRAM-ID TO RX-PROGRAM-ID
066900     MOVE AS-RUN-SEQUENCE TO RX-RUN-SEQUENCE
067000     PERFORM 4410-FETCH-ONE-SEGMENT THRU 4410-EXIT
067100         VARYING WS-SEGMENT-NUMBER FROM 1 BY 1
067200         UNTIL WS-FETCH-DONE.
067300 4400-EXIT.
067400     EXIT.
067500 4410-FETCH-ONE-SEGMENT.
067600     MOVE WS-SEGMENT-NUMBER TO RX-SEGMENT
067700     READ RESULT-MASTER-FILE
067800         KEY IS RX-KEY
067900         INVALID KEY
068000             SET WS-FETCH-DONE TO TRUE
068100         NOT INVALID KEY
068200             IF RX-SEGMENT-LENGTH > ZERO
068300                 AND WS-FETCH-LEN + RX-SEGMENT-LENGTH <= 999
068400                 MOVE RX-SEGMENT-TEXT(1:RX-SEGMENT-LENGTH)
068500                     TO WS-FETCH-TEXT(WS-FETCH-LEN + 1:
068600                         RX-SEGMENT-LENGTH)
068700                 ADD RX-SEGMENT-LENGTH TO WS-FETCH-LEN
068800             END-IF
068900     END-READ.
069000 4410-EXIT.
069100     EXIT.
069200 4500-WRITE-TEXT-LINE.
069300     MOVE WS-FETCH-TEXT(WS-TEXT-OFFSET:80) TO WS-TL-TEXT
069400     MOVE SPACES TO WK-RECORD
069500     WRITE WK-RECORD FROM WS-TEXT-LINE
069600     MOVE SPACES TO WS-TL-LABEL
069700     ADD 80 TO WS-TEXT-OFFSET.
069800 4500-EXIT.
069900     EXIT.
070000 8000-WRITE-TOTALS.
070100     MOVE SPACES TO WK-RECORD
070200     WRITE WK-RECORD
070300     MOVE "ENTRIES IN MONTH" TO WS-CL-TEXT
070400     MOVE WS-ENTRIES-SCANNED TO WS-CL-COUNT
070500     WRITE WK-RECORD FROM WS-COUNT-LINE
070600     MOVE "STRATA" TO WS-CL-TEXT
070700     MOVE WS-STRATUM-COUNT TO WS-CL-COUNT
070800     WRITE WK-RECORD FROM WS-COUNT-LINE
070900     MOVE "ENTRIES SAMPLED" TO WS-CL-TEXT
071000     MOVE WS-ITEM-NUMBER TO WS-CL-COUNT
071100     WRITE WK-RECORD FROM WS-COUNT-LINE
071200     MOVE "KEY INPUT NOT FOUND" TO WS-CL-TEXT
071300     MOVE WS-KEYS-NOT-FOUND TO WS-CL-COUNT
071400     WRITE WK-RECORD FROM WS-COUNT-LINE
071500     IF WS-ENTRIES-UNPLACED > ZERO
071600         MOVE "NOT SAMPLED - TABLE FULL" TO WS-CL-TEXT
071700         MOVE WS-ENTRIES-UNPLACED TO WS-CL-COUNT
071800         WRITE WK-RECORD FROM WS-COUNT-LINE
071900         IF WS-HIGHEST-RC < 4
072000             MOVE 4 TO WS-HIGHEST-RC
072100         END-IF
072200     END-IF
072300     MOVE SPACES TO WK-RECORD
072400     WRITE WK-RECORD
072500     MOVE "KEY ONE AUDREV CARD PER ITEM: CYCLE PROGRAM RUN-SEQ"
072600         TO WK-RECORD
072700     WRITE WK-RECORD
072800     MOVE "VERDICT(P/F) REVIEWER DATE(YYYYMMDD) NOTE, ONE SPACE"
072900         TO WK-RECORD
073000     WRITE WK-RECORD
073100     MOVE "BETWEEN FIELDS - E.G. 20260914 PRIMESVC 000012 P JQR"
073200         TO WK-RECORD
073300     WRITE WK-RECORD
073400     MOVE "20261003 CHECKED AGAINST REFERENCE TABLE" TO WK-RECORD
073500     WRITE WK-RECORD.
073600 8000-EXIT.
073700     EXIT.
073800 9000-TERMINATE.
073900     IF WS-MASTER-OPEN
074000         CLOSE RESULT-MASTER-FILE
074100     END-IF
074200     IF LOCK-GRANTED
074300         SET LOCK-FUNC-RELEASE TO TRUE
074400         MOVE "RESMASTR" TO LOCK-NAME
074500         MOVE "RESAUDSM" TO LOCK-JOB-NAME
074600         CALL "LOCK-SERVICE" USING LOCK-SERVICE-REQUEST
074700     END-IF
074800     CLOSE AUDIT-SAMPLE-FILE
074900     CLOSE WORKSHEET-FILE
075000     MOVE WS-HIGHEST-RC TO RETURN-CODE.
075100 9000-EXIT.
075200     EXIT.
075300 END PROGRAM RESULT-AUDIT-SAMPLE.
