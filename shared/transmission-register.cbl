000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TRANSMISSION-REGISTER.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  BJC  INITIAL VERSION - REGISTERS EACH OUTBOUND
001000*                    FILE SENT TO AN OUTSIDE PARTY ON THE
001100*                    XMITREG TRANSMISSION REGISTER (SEE
001200*                    XMITREG.CPY). THE TRANSFER STEP'S XMITSEND
001300*                    CARDS NAME THE FILES THAT WENT; EACH FILE
001400*                    IS REGISTERED ONCE PER PARTNER ROW FOR IT
001500*                    ON XMITPART (OR FOR THE ONE PARTNER THE
001600*                    CARD NAMES) WITH THE DESTINATION, THE
001700*                    RECORD COUNT AND ORDINAL HASH FROM THE
001800*                    FILE'S LATEST PRODUCER TRAILER ON
001900*                    CHAINBAL, THE SEND TIME AND THE TIME THE
002000*                    PARTNER'S ACKNOWLEDGEMENT FALLS DUE.
002100*                    TRANSMISSION-ACK-MATCH SETTLES THE
002200*                    REGISTRATIONS LATER. XMITLOG LISTS EVERY
002300*                    REGISTRATION. RETURN CODE 4 WHEN A CARD IS
002400*                    REFUSED (NO TRAILER, NO PARTNER ROW), 8
002500*                    WHEN THE REGISTER IS TOO LARGE - IT IS
002600*                    THEN CARRIED FORWARD UNCHANGED AND NOTHING
002700*                    IS REGISTERED.
002800*--------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT REGISTER-STORE-FILE ASSIGN TO "XMITREG"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-STORE-STATUS.
003600     SELECT NEW-STORE-FILE ASSIGN TO "XMITNEW"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-NEW-STATUS.
003900     SELECT SEND-CARD-FILE ASSIGN TO "XMITSEND"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-CARD-STATUS.
004200     SELECT PARTNER-FILE ASSIGN TO "XMITPART"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-PARTNER-STATUS.
004500     SELECT CHAIN-BALANCE-FILE ASSIGN TO "CHAINBAL"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-BALANCE-STATUS.
004800     SELECT CYCLE-ID-FILE ASSIGN TO "CYCLEID"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-CYCLE-STATUS.
005100     SELECT REGISTER-LOG-FILE ASSIGN TO "XMITLOG"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-LOG-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  REGISTER-STORE-FILE.
005700 01  RS-RECORD                   PIC X(210).
005800 FD  NEW-STORE-FILE.
005900 01  NR-RECORD                   PIC X(210).
006000*--------------------------------------------------------------
006100* XMITSEND: ONE CARD PER FILE THE TRANSFER STEP SENT - THE
006200* FILE NAME AS IT APPEARS ON CHAINBAL AND, WHEN IT WENT TO
006300* ONLY ONE OF ITS PARTNERS, THAT PARTNER. A BLANK PARTNER
006400* REGISTERS THE FILE TO EVERY PARTNER XMITPART LISTS FOR IT.
006500*   AWARDLTR VENDNET
006600* A CARD STARTING * IS A COMMENT.
006700*--------------------------------------------------------------
006800 FD  SEND-CARD-FILE.
006900 01  SEND-CARD-RECORD.
007000     05  SC-FILE-NAME            PIC X(08).
007100     05  FILLER                  PIC X(01).
007200     05  SC-PARTNER-ID           PIC X(08).
007300*--------------------------------------------------------------
007400* XMITPART: ONE ROW PER OUTBOUND FILE AND RECEIVING PARTNER -
007500* THE FILE NAME, THE PARTNER, THE HOURS THE PARTNER HAS AGREED
007600* TO ACKNOWLEDGE RECEIPT WITHIN, AND WHERE THE FILE GOES.
007700*   AWARDLTR VENDNET  0024 VENDNET SFTP /INBOUND/AWARDS
007800* A ROW STARTING * IS A COMMENT.
007900*--------------------------------------------------------------
008000 FD  PARTNER-FILE.
008100 01  PARTNER-RECORD.
008200     05  PR-FILE-NAME            PIC X(08).
008300     05  FILLER                  PIC X(01).
008400     05  PR-PARTNER-ID           PIC X(08).
008500     05  FILLER                  PIC X(01).
008600     05  PR-SLA-HOURS            PIC 9(04).
008700     05  FILLER                  PIC X(01).
008800     05  PR-DESTINATION          PIC X(40).
008900 FD  CHAIN-BALANCE-FILE.
009000 01  CHAIN-BALANCE-RECORD.
009100     05  CHB-FILE-NAME           PIC X(08).
009200     05  FILLER                  PIC X(01).
009300     05  CHB-ROLE                PIC X(04).
009400     05  FILLER                  PIC X(01).
009500     05  CHB-PROGRAM-ID          PIC X(08).
009600     05  FILLER                  PIC X(01).
009700     05  CHB-RECORD-COUNT        PIC 9(09).
009800     05  FILLER                  PIC X(01).
009900     05  CHB-HASH-TOTAL          PIC 9(12).
010000 FD  CYCLE-ID-FILE.
010100 01  CYCLE-ID-RECORD             PIC X(12).
010200 FD  REGISTER-LOG-FILE.
010300 01  RL-RECORD                   PIC X(132).
010400 WORKING-STORAGE SECTION.
010500 77  WS-STORE-STATUS             PIC X(02)       VALUE SPACES.
010600     88  WS-STORE-OK                             VALUE '00'.
010700     88  WS-STORE-EOF                            VALUE '10'.
010800 77  WS-NEW-STATUS               PIC X(02)       VALUE SPACES.
010900 77  WS-CARD-STATUS              PIC X(02)       VALUE SPACES.
011000     88  WS-CARD-OK                              VALUE '00'.
011100     88  WS-CARD-EOF                             VALUE '10'.
011200 77  WS-PARTNER-STATUS           PIC X(02)       VALUE SPACES.
011300     88  WS-PARTNER-OK                           VALUE '00'.
011400     88  WS-PARTNER-EOF                          VALUE '10'.
011500 77  WS-BALANCE-STATUS           PIC X(02)       VALUE SPACES.
011600     88  WS-BALANCE-OK                           VALUE '00'.
011700     88  WS-BALANCE-EOF                          VALUE '10'.
011800 77  WS-CYCLE-STATUS             PIC X(02)       VALUE SPACES.
011900     88  WS-CYCLE-OK                             VALUE '00'.
012000 77  WS-LOG-STATUS               PIC X(02)       VALUE SPACES.
012100 77  WS-REGISTER-STATE           PIC X(01)       VALUE 'N'.
012200     88  WS-REGISTER-HELD                        VALUE 'H'.
012300 77  WS-REGISTRATION-MAX         PIC 9(04)       VALUE 5000
012400                                                 COMP.
012500 77  WS-REGISTRATION-COUNT       PIC 9(04)       VALUE ZERO COMP.
012600 77  WS-PARTNER-MAX              PIC 9(03)       VALUE 200 COMP.
012700 77  WS-PARTNER-COUNT            PIC 9(03)       VALUE ZERO COMP.
012800 77  WS-TRAILER-COUNT            PIC 9(03)       VALUE ZERO COMP.
012900 77  WS-XR-IX                    PIC 9(04)       VALUE ZERO COMP.
013000 77  WS-PT-IX                    PIC 9(03)       VALUE ZERO COMP.
013100 77  WS-TR-IX                    PIC 9(03)       VALUE ZERO COMP.
013200 77  WS-MATCH-IX                 PIC 9(03)       VALUE ZERO COMP.
013300 77  WS-ROWS-FOR-CARD            PIC 9(03)       VALUE ZERO COMP.
013400 77  WS-RESEND-OF                PIC 9(12)       VALUE ZERO.
013500 77  WS-NEXT-SEQUENCE            PIC 9(05)       VALUE ZERO COMP.
013600 77  WS-CARDS-READ               PIC 9(06)       VALUE ZERO COMP.
013700 77  WS-CARDS-REFUSED            PIC 9(06)       VALUE ZERO COMP.
013800 77  WS-FILES-REGISTERED         PIC 9(06)       VALUE ZERO COMP.
013900 77  WS-HIGHEST-RC               PIC 9(02)       VALUE ZERO.
014000 77  WS-TODAY                    PIC 9(08)       VALUE ZERO.
014100 77  WS-NOW-TIME                 PIC 9(06)       VALUE ZERO.
014200 77  WS-CYCLE-ID                 PIC X(12)       VALUE SPACES.
014300 77  WS-HOUR-NUMBER              PIC 9(09)       VALUE ZERO COMP.
014400 77  WS-DUE-DAY-NUMBER           PIC 9(09)       VALUE ZERO COMP.
014500 77  WS-DUE-HOUR                 PIC 9(02)       VALUE ZERO.
014600 77  WS-REASON                   PIC X(40)       VALUE SPACES.
014700 01  WS-REGISTER-TABLE.
014800     05  WS-XR-IMAGE OCCURS 5000 PIC X(210).
014900 01  WS-PARTNER-TABLE.
015000     05  WS-PT-ENTRY OCCURS 200.
015100         10  WS-PT-FILE-NAME     PIC X(08).
015200         10  WS-PT-PARTNER-ID    PIC X(08).
015300         10  WS-PT-SLA-HOURS     PIC 9(04).
015400         10  WS-PT-DESTINATION   PIC X(40).
015500*--------------------------------------------------------------
015600* THE LATEST PRODUCER TRAILER FOR EACH FILE XMITPART NAMES.
015700* CHAINBAL IS APPENDED TO IN RUN ORDER, SO A LATER PROD LINE
015800* FOR THE SAME FILE REPLACES AN EARLIER ONE.
015900*--------------------------------------------------------------
016000 01  WS-TRAILER-TABLE.
016100     05  WS-TR-ENTRY OCCURS 200.
016200         10  WS-TR-FILE-NAME     PIC X(08).
016300         10  WS-TR-PROGRAM-ID    PIC X(08).
016400         10  WS-TR-RECORD-COUNT  PIC 9(09).
016500         10  WS-TR-HASH-TOTAL    PIC 9(12).
016600         10  WS-TR-FOUND-SW      PIC X(01).
016700             88  WS-TR-FOUND                 VALUE 'Y'.
016800 01  WS-SEND-DATE-TIME.
016900     05  WS-SEND-DATE            PIC 9(08).
017000     05  WS-SEND-TIME.
017100         10  WS-SEND-HOUR        PIC 9(02).
017200         10  WS-SEND-MMSS        PIC 9(04).
017300 COPY XMITREG.
017400 01  WS-LOG-HEADER.
017500     05  FILLER                  PIC X(34)       VALUE
017600             "TRANSMISSION REGISTER  CYCLE ID   ".
017700     05  WS-LH-CYCLE             PIC X(12).
017800     05  FILLER                  PIC X(12)       VALUE
017900             "  RUN DATE  ".
018000     05  WS-LH-DATE              PIC 9(08).
018100 01  WS-COLUMN-LINE.
018200     05  FILLER                  PIC X(40)       VALUE
018300             "EVENT     TRANS ID     FILE     PARTNER ".
018400     05  FILLER                  PIC X(40)       VALUE
018500             "   RECORDS         HASH  DUE DATE TIME  ".
018600     05  FILLER                  PIC X(40)       VALUE
018700             " DETAIL                                 ".
018800 01  WS-LOG-LINE.
018900     05  WS-LL-EVENT             PIC X(09).
019000     05  FILLER                  PIC X(01)       VALUE SPACE.
019100     05  WS-LL-TRANSMISSION-ID   PIC X(12).
019200     05  FILLER                  PIC X(01)       VALUE SPACE.
019300     05  WS-LL-FILE-NAME         PIC X(08).
019400     05  FILLER                  PIC X(01)       VALUE SPACE.
019500     05  WS-LL-PARTNER-ID        PIC X(08).
019600     05  FILLER                  PIC X(01)       VALUE SPACE.
019700     05  WS-LL-RECORD-COUNT      PIC Z(08)9.
019800     05  FILLER                  PIC X(01)       VALUE SPACE.
019900     05  WS-LL-HASH-TOTAL        PIC Z(11)9.
020000     05  FILLER                  PIC X(02)       VALUE SPACES.
020100     05  WS-LL-DUE-DATE          PIC X(08).
020200     05  FILLER                  PIC X(01)       VALUE SPACE.
020300     05  WS-LL-DUE-TIME          PIC X(06).
020400     05  FILLER                  PIC X(01)       VALUE SPACE.
020500     05  WS-LL-DETAIL            PIC X(51).
020600 01  WS-NOTE-LINE.
020700     05  FILLER                  PIC X(02)       VALUE SPACES.
020800     05  WS-NL-TEXT              PIC X(60).
020900 01  WS-SUMMARY-LINE.
021000     05  FILLER                  PIC X(12)       VALUE
021100             "CARDS READ ".
021200     05  WS-SL-READ              PIC Z(05)9.
021300     05  FILLER                  PIC X(14)       VALUE
021400             "  REGISTERED ".
021500     05  WS-SL-REGISTERED        PIC Z(05)9.
021600     05  FILLER                  PIC X(11)       VALUE
021700             "  REFUSED ".
021800     05  WS-SL-REFUSED           PIC Z(05)9.
021900 PROCEDURE DIVISION.
022000 0000-MAINLINE.
022100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022200     IF WS-REGISTER-HELD
022300         PERFORM 8000-CARRY-STORE-FORWARD THRU 8000-EXIT
022400     ELSE
022500         PERFORM 2000-REGISTER-SENDS THRU 2000-EXIT
022600         PERFORM 4000-WRITE-NEW-STORE THRU 4000-EXIT
022700     END-IF
022800     PERFORM 9000-TERMINATE THRU 9000-EXIT
022900     STOP RUN.
023000 0000-EXIT.
023100     EXIT.
023200 1000-INITIALIZE.
023300     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
023400     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
023500     PERFORM 1100-LOAD-CYCLE-ID THRU 1100-EXIT
023600     OPEN OUTPUT REGISTER-LOG-FILE
023700     MOVE WS-CYCLE-ID TO WS-LH-CYCLE
023800     MOVE WS-TODAY TO WS-LH-DATE
023900     WRITE RL-RECORD FROM WS-LOG-HEADER
024000     WRITE RL-RECORD FROM WS-COLUMN-LINE
024100     PERFORM 1200-LOAD-STORE THRU 1200-EXIT
024200     IF WS-REGISTER-HELD
024300         DISPLAY "TRANSMISSION-REGISTER: XMITREG HOLDS MORE "
024400             "THAN THE TABLE LIMIT - NOTHING REGISTERED"
024500         MOVE 8 TO WS-HIGHEST-RC
024600         GO TO 1000-EXIT
024700     END-IF
024800     PERFORM 1400-LOAD-PARTNERS THRU 1400-EXIT
024900     PERFORM 1600-LOAD-TRAILERS THRU 1600-EXIT.
025000 1000-EXIT.
025100     EXIT.
025200 1100-LOAD-CYCLE-ID.
025300     OPEN INPUT CYCLE-ID-FILE
025400     IF NOT WS-CYCLE-OK
025500         GO TO 1100-EXIT
025600     END-IF
025700     READ CYCLE-ID-FILE
025800         AT END MOVE ZEROS TO CYCLE-ID-RECORD
025900     END-READ
026000     MOVE CYCLE-ID-RECORD TO WS-CYCLE-ID
026100     CLOSE CYCLE-ID-FILE.
026200 1100-EXIT.
026300     EXIT.
026400*--------------------------------------------------------------
026500* THE REGISTER AS IT STANDS. THE NEXT TRANSMISSION ID TODAY
026600* FOLLOWS THE HIGHEST SEQUENCE ALREADY ISSUED UNDER TODAY'S
026700* DATE, SO A SECOND SEND WINDOW IN A DAY CONTINUES THE RUN.
026800*--------------------------------------------------------------
026900 1200-LOAD-STORE.
027000     MOVE 1 TO WS-NEXT-SEQUENCE
027100     OPEN INPUT REGISTER-STORE-FILE
027200     IF NOT WS-STORE-OK
027300         GO TO 1200-EXIT
027400     END-IF
027500     PERFORM 1300-READ-STORE THRU 1300-EXIT
027600     PERFORM 1310-STORE-ONE-REGISTRATION THRU 1310-EXIT
027700         UNTIL WS-STORE-EOF
027800            OR WS-REGISTER-HELD
027900     CLOSE REGISTER-STORE-FILE.
028000 1200-EXIT.
028100     EXIT.
028200 1300-READ-STORE.
028300     READ REGISTER-STORE-FILE
028400         AT END SET WS-STORE-EOF TO TRUE
028500     END-READ.
028600 1300-EXIT.
028700     EXIT.
028800 1310-STORE-ONE-REGISTRATION.
028900     IF WS-REGISTRATION-COUNT >= WS-REGISTRATION-MAX
029000         SET WS-REGISTER-HELD TO TRUE
029100         GO TO 1310-EXIT
029200     END-IF
029300     ADD 1 TO WS-REGISTRATION-COUNT
029400     MOVE RS-RECORD TO WS-XR-IMAGE(WS-REGISTRATION-COUNT)
029500     MOVE RS-RECORD TO TRANSMISSION-RECORD
029600     IF XR-ID-DATE = WS-TODAY
029700         AND XR-ID-SEQUENCE >= WS-NEXT-SEQUENCE
029800         COMPUTE WS-NEXT-SEQUENCE = XR-ID-SEQUENCE + 1
029900     END-IF
030000     PERFORM 1300-READ-STORE THRU 1300-EXIT.
030100 1310-EXIT.
030200     EXIT.
030300 1400-LOAD-PARTNERS.
030400     OPEN INPUT PARTNER-FILE
030500     IF NOT WS-PARTNER-OK
030600         DISPLAY "TRANSMISSION-REGISTER: XMITPART NOT "
030700             "AVAILABLE - NO FILE CAN BE REGISTERED"
030800         GO TO 1400-EXIT
030900     END-IF
031000     PERFORM 1500-READ-PARTNER THRU 1500-EXIT
031100     PERFORM 1510-STORE-ONE-PARTNER THRU 1510-EXIT
031200         UNTIL WS-PARTNER-EOF
031300     CLOSE PARTNER-FILE.
031400 1400-EXIT.
031500     EXIT.
031600 1500-READ-PARTNER.
031700     READ PARTNER-FILE
031800         AT END SET WS-PARTNER-EOF TO TRUE
031900     END-READ.
032000 1500-EXIT.
032100     EXIT.
032200 1510-STORE-ONE-PARTNER.
032300     IF PARTNER-RECORD(1:1) = '*'
032400         OR PR-FILE-NAME = SPACES
032500         PERFORM 1500-READ-PARTNER THRU 1500-EXIT
032600         GO TO 1510-EXIT
032700     END-IF
032800     IF WS-PARTNER-COUNT >= WS-PARTNER-MAX
032900         DISPLAY "TRANSMISSION-REGISTER: XMITPART ROW FOR "
033000             PR-FILE-NAME " " PR-PARTNER-ID
033100             " PAST THE TABLE LIMIT - IGNORED"
033200         PERFORM 1500-READ-PARTNER THRU 1500-EXIT
033300         GO TO 1510-EXIT
033400     END-IF
033500     ADD 1 TO WS-PARTNER-COUNT
033600     MOVE PR-FILE-NAME TO WS-PT-FILE-NAME(WS-PARTNER-COUNT)
033700     MOVE PR-PARTNER-ID TO WS-PT-PARTNER-ID(WS-PARTNER-COUNT)
033800     IF PR-SLA-HOURS IS NUMERIC
033900         MOVE PR-SLA-HOURS TO WS-PT-SLA-HOURS(WS-PARTNER-COUNT)
034000     ELSE
034100         MOVE 24 TO WS-PT-SLA-HOURS(WS-PARTNER-COUNT)
034200     END-IF
034300     MOVE PR-DESTINATION TO WS-PT-DESTINATION(WS-PARTNER-COUNT)
034400     MOVE ZERO TO WS-MATCH-IX
034500     PERFORM 1520-FIND-TRAILER-SLOT THRU 1520-EXIT
034600         VARYING WS-TR-IX FROM 1 BY 1
034700         UNTIL WS-TR-IX > WS-TRAILER-COUNT
034800            OR WS-MATCH-IX > ZERO
034900     IF WS-MATCH-IX = ZERO
035000         ADD 1 TO WS-TRAILER-COUNT
035100         MOVE PR-FILE-NAME TO WS-TR-FILE-NAME(WS-TRAILER-COUNT)
035200         MOVE 'N' TO WS-TR-FOUND-SW(WS-TRAILER-COUNT)
035300     END-IF
035400     PERFORM 1500-READ-PARTNER THRU 1500-EXIT.
035500 1510-EXIT.
035600     EXIT.
035700 1520-FIND-TRAILER-SLOT.
035800     IF WS-TR-FILE-NAME(WS-TR-IX) = PR-FILE-NAME
035900         MOVE WS-TR-IX TO WS-MATCH-IX
036000     END-IF.
036100 1520-EXIT.
036200     EXIT.
036300 1600-LOAD-TRAILERS.
036400     IF WS-TRAILER-COUNT = ZERO
036500         GO TO 1600-EXIT
036600     END-IF
036700     OPEN INPUT CHAIN-BALANCE-FILE
036800     IF NOT WS-BALANCE-OK
036900         DISPLAY "TRANSMISSION-REGISTER: CHAINBAL NOT "
037000             "AVAILABLE - NO FILE CAN BE REGISTERED"
037100         GO TO 1600-EXIT
037200     END-IF
037300     PERFORM 1700-READ-TRAILER THRU 1700-EXIT
037400     PERFORM 1710-TAKE-ONE-TRAILER THRU 1710-EXIT
037500         UNTIL WS-BALANCE-EOF
037600     CLOSE CHAIN-BALANCE-FILE.
037700 1600-EXIT.
037800     EXIT.
037900 1700-READ-TRAILER.
038000     READ CHAIN-BALANCE-FILE
038100         AT END SET WS-BALANCE-EOF TO TRUE
038200     END-READ.
038300 1700-EXIT.
038400     EXIT.
038500 1710-TAKE-ONE-TRAILER.
038600     IF CHB-ROLE NOT = "PROD"
038700         PERFORM 1700-READ-TRAILER THRU 1700-EXIT
038800         GO TO 1710-EXIT
038900     END-IF
039000     PERFORM 1720-POST-ONE-TRAILER THRU 1720-EXIT
039100         VARYING WS-TR-IX FROM 1 BY 1
039200         UNTIL WS-TR-IX > WS-TRAILER-COUNT
039300     PERFORM 1700-READ-TRAILER THRU 1700-EXIT.
039400 1710-EXIT.
039500     EXIT.
039600 1720-POST-ONE-TRAILER.
039700     IF WS-TR-FILE-NAME(WS-TR-IX) = CHB-FILE-NAME
039800         MOVE CHB-PROGRAM-ID TO WS-TR-PROGRAM-ID(WS-TR-IX)
039900         MOVE CHB-RECORD-COUNT TO WS-TR-RECORD-COUNT(WS-TR-IX)
040000         MOVE CHB-HASH-TOTAL TO WS-TR-HASH-TOTAL(WS-TR-IX)
040100         SET WS-TR-FOUND(WS-TR-IX) TO TRUE
040200     END-IF.
040300 1720-EXIT.
040400     EXIT.
040500*--------------------------------------------------------------
040600* ONE XMITSEND CARD AT A TIME. A FILE WITH NO PRODUCER
040700* TRAILER HAS NOTHING TO PROVE WHAT WAS SENT, AND A FILE OR
040800* PARTNER WITH NO XMITPART ROW HAS NO DESTINATION OR SLA;
040900* EITHER CARD IS REFUSED.
041000*--------------------------------------------------------------
041100 2000-REGISTER-SENDS.
041200     MOVE WS-TODAY TO WS-SEND-DATE
041300     MOVE WS-NOW-TIME TO WS-SEND-TIME
041400     OPEN INPUT SEND-CARD-FILE
041500     IF NOT WS-CARD-OK
041600         MOVE "XMITSEND NOT AVAILABLE - NOTHING REGISTERED"
041700             TO WS-NL-TEXT
041800         WRITE RL-RECORD FROM WS-NOTE-LINE
041900         GO TO 2000-EXIT
042000     END-IF
042100     PERFORM 2100-READ-CARD THRU 2100-EXIT
042200     PERFORM 2200-TAKE-ONE-CARD THRU 2200-EXIT
042300         UNTIL WS-CARD-EOF
042400     CLOSE SEND-CARD-FILE.
042500 2000-EXIT.
042600     EXIT.
042700 2100-READ-CARD.
042800     READ SEND-CARD-FILE
042900         AT END SET WS-CARD-EOF TO TRUE
043000     END-READ.
043100 2100-EXIT.
043200     EXIT.
043300 2200-TAKE-ONE-CARD.
043400     IF SEND-CARD-RECORD(1:1) = '*'
043500         OR SC-FILE-NAME = SPACES
043600         PERFORM 2100-READ-CARD THRU 2100-EXIT
043700         GO TO 2200-EXIT
043800     END-IF
043900     ADD 1 TO WS-CARDS-READ
044000     MOVE SPACES TO WS-LOG-LINE
044100     MOVE "SEND CARD" TO WS-LL-EVENT
044200     MOVE SC-FILE-NAME TO WS-LL-FILE-NAME
044300     MOVE SC-PARTNER-ID TO WS-LL-PARTNER-ID
044400     MOVE ZERO TO WS-MATCH-IX
044500     PERFORM 2210-FIND-TRAILER THRU 2210-EXIT
044600         VARYING WS-TR-IX FROM 1 BY 1
044700         UNTIL WS-TR-IX > WS-TRAILER-COUNT
044800            OR WS-MATCH-IX > ZERO
044900     IF WS-MATCH-IX = ZERO
045000         MOVE "NO PARTNER ROW ON XMITPART FOR THIS FILE"
045100             TO WS-REASON
045200         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
045300         PERFORM 2100-READ-CARD THRU 2100-EXIT
045400         GO TO 2200-EXIT
045500     END-IF
045600     IF NOT WS-TR-FOUND(WS-MATCH-IX)
045700         MOVE "NO PRODUCER TRAILER ON CHAINBAL" TO WS-REASON
045800         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
045900         PERFORM 2100-READ-CARD THRU 2100-EXIT
046000         GO TO 2200-EXIT
046100     END-IF
046200     MOVE WS-MATCH-IX TO WS-TR-IX
046300     MOVE ZERO TO WS-ROWS-FOR-CARD
046400     PERFORM 2300-REGISTER-ONE-PARTNER THRU 2300-EXIT
046500         VARYING WS-PT-IX FROM 1 BY 1
046600         UNTIL WS-PT-IX > WS-PARTNER-COUNT
046700     IF WS-ROWS-FOR-CARD = ZERO
046800         MOVE "PARTNER HAS NO XMITPART ROW FOR THE FILE"
046900             TO WS-REASON
047000         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
047100     END-IF
047200     PERFORM 2100-READ-CARD THRU 2100-EXIT.
047300 2200-EXIT.
047400     EXIT.
047500 2210-FIND-TRAILER.
047600     IF WS-TR-FILE-NAME(WS-TR-IX) = SC-FILE-NAME
047700         MOVE WS-TR-IX TO WS-MATCH-IX
047800     END-IF.
047900 2210-EXIT.
048000     EXIT.
048100*--------------------------------------------------------------
048200* THE ACKNOWLEDGEMENT FALLS DUE THE PARTNER'S SLA HOURS AFTER
048300* THE SEND, COUNTED ON AN HOUR NUMBER (DAY NUMBER TIMES 24
048400* PLUS HOUR) SO IT CARRIES ACROSS MIDNIGHT AND MONTH END.
048500*--------------------------------------------------------------
048600 2300-REGISTER-ONE-PARTNER.
048700     IF WS-PT-FILE-NAME(WS-PT-IX) NOT = SC-FILE-NAME
048800         GO TO 2300-EXIT
048900     END-IF
049000     IF SC-PARTNER-ID NOT = SPACES
049100         AND WS-PT-PARTNER-ID(WS-PT-IX) NOT = SC-PARTNER-ID
049200         GO TO 2300-EXIT
049300     END-IF
049400     ADD 1 TO WS-ROWS-FOR-CARD
049500     MOVE WS-PT-PARTNER-ID(WS-PT-IX) TO WS-LL-PARTNER-ID
049600     IF WS-REGISTRATION-COUNT >= WS-REGISTRATION-MAX
049700         OR WS-NEXT-SEQUENCE > 9999
049800         MOVE "TRANSMISSION REGISTER FULL" TO WS-REASON
049900         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
050000         MOVE 8 TO WS-HIGHEST-RC
050100         GO TO 2300-EXIT
050200     END-IF
050300     MOVE ZERO TO WS-RESEND-OF
050400     PERFORM 2310-CHECK-ONE-RESEND THRU 2310-EXIT
050500         VARYING WS-XR-IX FROM 1 BY 1
050600         UNTIL WS-XR-IX > WS-REGISTRATION-COUNT
050700     MOVE SPACES TO TRANSMISSION-RECORD
050800     MOVE WS-TODAY TO XR-ID-DATE
050900     MOVE WS-NEXT-SEQUENCE TO XR-ID-SEQUENCE
051000     ADD 1 TO WS-NEXT-SEQUENCE
051100     SET XR-AWAITING TO TRUE
051200     MOVE SC-FILE-NAME TO XR-FILE-NAME
051300     MOVE WS-PT-PARTNER-ID(WS-PT-IX) TO XR-PARTNER-ID
051400     MOVE WS-PT-DESTINATION(WS-PT-IX) TO XR-DESTINATION
051500     MOVE WS-CYCLE-ID TO XR-CYCLE-ID
051600     MOVE WS-TR-PROGRAM-ID(WS-TR-IX) TO XR-PRODUCER-ID
051700     MOVE WS-TR-RECORD-COUNT(WS-TR-IX) TO XR-RECORD-COUNT
051800     MOVE WS-TR-HASH-TOTAL(WS-TR-IX) TO XR-HASH-TOTAL
051900     MOVE WS-SEND-DATE TO XR-SEND-DATE
052000     MOVE WS-SEND-TIME TO XR-SEND-TIME
052100     MOVE WS-PT-SLA-HOURS(WS-PT-IX) TO XR-SLA-HOURS
052200     COMPUTE WS-HOUR-NUMBER =
052300         FUNCTION INTEGER-OF-DATE(WS-SEND-DATE) * 24
052400         + WS-SEND-HOUR + XR-SLA-HOURS
052500     DIVIDE WS-HOUR-NUMBER BY 24 GIVING WS-DUE-DAY-NUMBER
052600         REMAINDER WS-DUE-HOUR
052700     COMPUTE XR-DUE-DATE =
052800         FUNCTION DATE-OF-INTEGER(WS-DUE-DAY-NUMBER)
052900     COMPUTE XR-DUE-TIME = WS-DUE-HOUR * 10000 + WS-SEND-MMSS
053000     MOVE ZERO TO XR-ACK-DATE XR-ACK-TIME XR-ACK-COUNT
053100     MOVE 'N' TO XR-ACK-LATE-SW XR-ALERTED-SW
053200     MOVE WS-RESEND-OF TO XR-RESEND-OF
053300     ADD 1 TO WS-REGISTRATION-COUNT
053400     MOVE TRANSMISSION-RECORD
053500         TO WS-XR-IMAGE(WS-REGISTRATION-COUNT)
053600     ADD 1 TO WS-FILES-REGISTERED
053700     MOVE "REGISTER" TO WS-LL-EVENT
053800     MOVE XR-TRANSMISSION-ID TO WS-LL-TRANSMISSION-ID
053900     MOVE XR-RECORD-COUNT TO WS-LL-RECORD-COUNT
054000     MOVE XR-HASH-TOTAL TO WS-LL-HASH-TOTAL
054100     MOVE XR-DUE-DATE TO WS-LL-DUE-DATE
054200     MOVE XR-DUE-TIME TO WS-LL-DUE-TIME
054300     IF XR-RESEND-OF > ZERO
054400         STRING "RESEND OF " DELIMITED BY SIZE
054500             XR-RESEND-OF DELIMITED BY SIZE
054600             " TO " DELIMITED BY SIZE
054700             XR-DESTINATION DELIMITED BY SIZE
054800             INTO WS-LL-DETAIL
054900     ELSE
055000         STRING "TO " DELIMITED BY SIZE
055100             XR-DESTINATION DELIMITED BY SIZE
055200             INTO WS-LL-DETAIL
055300     END-IF
055400     WRITE RL-RECORD FROM WS-LOG-LINE
055500     MOVE SPACES TO WS-LL-TRANSMISSION-ID WS-LL-DUE-DATE
055600         WS-LL-DUE-TIME WS-LL-DETAIL
055700     MOVE ZERO TO WS-LL-RECORD-COUNT WS-LL-HASH-TOTAL
055800     MOVE "SEND CARD" TO WS-LL-EVENT.
055900 2300-EXIT.
056000     EXIT.
056100*--------------------------------------------------------------
056200* THE SAME FILE IMAGE ALREADY REGISTERED TO THE SAME PARTNER
056300* (SAME COUNT AND HASH) IS BEING SENT AGAIN - THE LATEST SUCH
056400* REGISTRATION IS NAMED SO THE TWO ARE READ TOGETHER.
056500*--------------------------------------------------------------
056600 2310-CHECK-ONE-RESEND.
056700     MOVE WS-XR-IMAGE(WS-XR-IX) TO TRANSMISSION-RECORD
056800     IF XR-FILE-NAME = SC-FILE-NAME
056900         AND XR-PARTNER-ID = WS-PT-PARTNER-ID(WS-PT-IX)
057000         AND XR-RECORD-COUNT = WS-TR-RECORD-COUNT(WS-TR-IX)
057100         AND XR-HASH-TOTAL = WS-TR-HASH-TOTAL(WS-TR-IX)
057200         MOVE XR-TRANSMISSION-ID TO WS-RESEND-OF
057300     END-IF.
057400 2310-EXIT.
057500     EXIT.
057600 2900-REFUSE-CARD.
057700     MOVE "REFUSED" TO WS-LL-EVENT
057800     MOVE WS-REASON TO WS-LL-DETAIL
057900     WRITE RL-RECORD FROM WS-LOG-LINE
058000     MOVE SPACES TO WS-LL-DETAIL
058100     ADD 1 TO WS-CARDS-REFUSED
058200     IF WS-HIGHEST-RC < 4
058300         MOVE 4 TO WS-HIGHEST-RC
058400     END-IF.
058500 2900-EXIT.
058600     EXIT.
058700 4000-WRITE-NEW-STORE.
058800     OPEN OUTPUT NEW-STORE-FILE
058900     PERFORM 4100-WRITE-ONE-REGISTRATION THRU 4100-EXIT
059000         VARYING WS-XR-IX FROM 1 BY 1
059100         UNTIL WS-XR-IX > WS-REGISTRATION-COUNT
059200     CLOSE NEW-STORE-FILE.
059300 4000-EXIT.
059400     EXIT.
059500 4100-WRITE-ONE-REGISTRATION.
059600     WRITE NR-RECORD FROM WS-XR-IMAGE(WS-XR-IX).
059700 4100-EXIT.
059800     EXIT.
059900 8000-CARRY-STORE-FORWARD.
060000     OPEN OUTPUT NEW-STORE-FILE
060100     MOVE SPACES TO WS-STORE-STATUS
060200     OPEN INPUT REGISTER-STORE-FILE
060300     PERFORM 1300-READ-STORE THRU 1300-EXIT
060400     PERFORM 8100-COPY-ONE-REGISTRATION THRU 8100-EXIT
060500         UNTIL WS-STORE-EOF
060600     CLOSE REGISTER-STORE-FILE
060700     CLOSE NEW-STORE-FILE
060800     MOVE "REGISTER TOO LARGE - CARRIED FORWARD UNCHANGED"
060900         TO WS-NL-TEXT
061000     WRITE RL-RECORD FROM WS-NOTE-LINE.
061100 8000-EXIT.
061200     EXIT.
061300 8100-COPY-ONE-REGISTRATION.
061400     WRITE NR-RECORD FROM RS-RECORD
061500     PERFORM 1300-READ-STORE THRU 1300-EXIT.
061600 8100-EXIT.
061700     EXIT.
061800 9000-TERMINATE.
061900     MOVE SPACES TO RL-RECORD
062000     WRITE RL-RECORD
062100     MOVE WS-CARDS-READ TO WS-SL-READ
062200     MOVE WS-FILES-REGISTERED TO WS-SL-REGISTERED
062300     MOVE WS-CARDS-REFUSED TO WS-SL-REFUSED
062400     WRITE RL-RECORD FROM WS-SUMMARY-LINE
062500     CLOSE REGISTER-LOG-FILE
062600     MOVE WS-HIGHEST-RC TO RETURN-CODE.
062700 9000-EXIT.
062800     EXIT.
062900 END PROGRAM TRANSMISSION-REGISTER.
