000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTOMER-STATEMENT-BATCH.
000300 AUTHOR. BATCH-JOB-CONTROL.
000400 INSTALLATION. BATCH-UTILITIES.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  BJC  INITIAL VERSION - MONTHLY STATEMENTS OF
001000*                    ACCOUNT AND DUNNING ACROSS ALL THE
001100*                    RECEIVABLES. A CUSTOMER COULD OWE US FOR
001200*                    RENTALS, STORAGE AND FREIGHT AND HEAR ABOUT
001300*                    EACH SEPARATELY. EVERY INVOICE ON THE
001400*                    ARITEMS REGISTER (AND THE FRTCHG FREIGHT
001500*                    CHARGES BEHIND IT) DATED BY THE STMTCTL
001600*                    STATEMENT DATE (TODAY WHEN ABSENT) AND NOT
001700*                    PAID OFF BY THEN ON THE ARCASH CASH
001800*                    APPLICATION EXTRACT IS AN OPEN ITEM OF ITS
001900*                    MASTER CUSTOMER (CUSTOMER-XREF, FOLLOWING
002000*                    MERGES). DUE DATE IS THE DOCUMENT DATE PLUS
002100*                    THE STMTCTL PAYMENT TERMS (30 DAYS WHEN
002200*                    ABSENT). STMTRPT CARRIES ONE STATEMENT PER
002300*                    CUSTOMER - NAME AND ADDRESS FROM CUSTMAST,
002400*                    EVERY OPEN ITEM, THE BALANCE AGED CURRENT,
002500*                    1-30, 31-60, 61-90 AND OVER 90 DAYS PAST
002600*                    DUE, AND THE DUNNING LEVEL - THEN THE RUN'S
002700*                    TOTALS. THE LEVEL IS THE HIGHEST DUNRULES
002800*                    ROW WHOSE DAYS OVERDUE THE OLDEST OVERDUE
002900*                    ITEM HAS REACHED; IT GIVES THE LETTER TEXT
003000*                    ID FOR THE DUNLTR LETTER (ADDRESSED ON
003100*                    DUNMAIL, MAILADR LAYOUT, FOR THE MAIL
003200*                    HOUSE) AND WHETHER SERVICE IS STOPPED. THE
003300*                    STOPSVC LIST IS REWRITTEN WITH EVERY
003400*                    STOPPED CUSTOMER FOR RATE-QUOTE-BATCH.
003500*                    ITEMS WHOSE CUSTOMER IS NOT YET REGISTERED
003600*                    GO TO STMTEXC. RETURN CODE 4 WHEN AN ITEM
003700*                    IS UNREGISTERED OR DUNRULES IS NOT ON HAND
003800*                    (NO LETTERS, NO STOPS), 8 WHEN A TABLE IS
003900*                    FULL AND ITEMS WERE LEFT OFF.
003910*   2026-10-15  BJC  AN ARCASH THAT IS MISSING OR CANNOT BE
003920*                    READ TO THE END NO LONGER PASSES AS "NO
003930*                    PAYMENTS": THE STATEMENTS ARE PRINTED
003940*                    WITHOUT CASH UNDER A WARNING LINE, NO
003950*                    DUNLTR, DUNMAIL OR STOPSVC IS WRITTEN (THE
003960*                    LAST STOP LIST STANDS) AND THE RUN ENDS
003970*                    RC 8. THE SAME HOLDS WHEN THE STATEMENT
003980*                    DATE FALLS IN A HARD-CLOSED ACCOUNTING
003990*                    PERIOD (CALENDAR-SERVICE OVER PERIODCT) -
003991*                    A CLOSED MONTH CAN BE REPRINTED BUT NOBODY
003992*                    IS DUNNED OR STOPPED ON IT. AN ARITEMS
003993*                    LINE WHOSE SOURCE, DOCUMENT AND COMPANY
003994*                    WERE ALREADY TAKEN (A BILLING RUN APPENDED
003995*                    TWICE) IS SKIPPED ONTO STMTEXC AND COUNTED,
003996*                    RC 4.
004010*   2026-10-15  BJC  A MISSING DUNRULES NO LONGER OPENS DUNLTR,
004020*                    DUNMAIL OR STOPSVC, SO THE LAST STOP LIST
004030*                    STANDS. A CUSTOMER DUE A LETTER BUT NOT
004040*                    FOUND ON CUSTMAST GETS NO DUNLTR OR DUNMAIL
004050*                    RECORD - A NO ADDRESS LINE GOES TO STMTEXC
004060*                    AND THE RUN ENDS RC 4.
004070*--------------------------------------------------------------
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT STATEMENT-CONTROL-FILE ASSIGN TO "STMTCTL"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-CONTROL-STATUS.
004800     SELECT DUNNING-RULE-FILE ASSIGN TO "DUNRULES"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-RULE-STATUS.
005100     SELECT AR-ITEM-FILE ASSIGN TO "ARITEMS"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-ITEM-STATUS.
005400     SELECT CASH-APPLICATION-FILE ASSIGN TO "ARCASH"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-CASH-STATUS.
005700     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS CM-CUSTOMER-ID
006100         FILE STATUS IS WS-MASTER-STATUS.
006200     SELECT STATEMENT-FILE ASSIGN TO "STMTRPT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-STATEMENT-STATUS.
006500     SELECT DUNNING-LETTER-FILE ASSIGN TO "DUNLTR"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-LETTER-STATUS.
006800     SELECT MAIL-ADDRESS-FILE ASSIGN TO "DUNMAIL"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-MAIL-STATUS.
007100     SELECT STOP-SERVICE-FILE ASSIGN TO "STOPSVC"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-STOP-STATUS.
007400     SELECT STATEMENT-EXCEPTION-FILE ASSIGN TO "STMTEXC"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-EXCEPT-STATUS.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  STATEMENT-CONTROL-FILE.
008000 01  STATEMENT-CONTROL-CARD.
008100     05  SC-STATEMENT-DATE       PIC 9(08).
008200     05  FILLER                  PIC X(01).
008300     05  SC-TERMS-DAYS           PIC 9(03).
008400*--------------------------------------------------------------
008500* DUNRULES: ONE ROW PER ESCALATION LEVEL - THE LEVEL, THE DAYS
008600* PAST DUE THE OLDEST ITEM MUST HAVE REACHED, THE LETTER TEXT
008700* ID THE MAIL HOUSE PRINTS, AND Y WHERE THE LEVEL STOPS
008800* SERVICE TO THE CUSTOMER.
008900*--------------------------------------------------------------
009000 FD  DUNNING-RULE-FILE.
009100 01  DUNNING-RULE-RECORD.
009200     05  DR-LEVEL                PIC 9(02).
009300     05  FILLER                  PIC X(01).
009400     05  DR-DAYS-OVERDUE         PIC 9(04).
009500     05  FILLER                  PIC X(01).
009600     05  DR-LETTER-ID            PIC X(08).
009700     05  FILLER                  PIC X(01).
009800     05  DR-STOP-SERVICE         PIC X(01).
009900 FD  AR-ITEM-FILE.
010000 COPY ARITEM.
010100*--------------------------------------------------------------
010200* ARCASH: ONE LINE PER PAYMENT APPLIED TO A REGISTER ITEM -
010300* ITS SOURCE, DOCUMENT ID AND COMPANY, THE DATE THE CASH WAS
010400* APPLIED AND THE AMOUNT IN BASE. AN ITEM MAY BE PAID IN PART.
010500*--------------------------------------------------------------
010600 FD  CASH-APPLICATION-FILE.
010700 01  CASH-APPLICATION-RECORD.
010800     05  AC-SOURCE               PIC X(08).
010900     05  FILLER                  PIC X(01).
011000     05  AC-DOCUMENT-ID          PIC X(16).
011100     05  FILLER                  PIC X(01).
011200     05  AC-COMPANY              PIC X(02).
011300     05  FILLER                  PIC X(01).
011400     05  AC-APPLIED-DATE         PIC 9(08).
011500     05  FILLER                  PIC X(01).
011600     05  AC-AMOUNT               PIC 9(11)V99.
011700 FD  CUSTOMER-MASTER-FILE.
011800 COPY CUSTMST.
011900 FD  STATEMENT-FILE.
012000 01  ST-RECORD                   PIC X(100).
012100*--------------------------------------------------------------
012200* DUNLTR: ONE LETTER PER CUSTOMER AT A DUNNING LEVEL, KEYED BY
012300* MASTER CUSTOMER ID. THE MAIL HOUSE MERGES THE LETTER TEXT
012400* NAMED BY DN-LETTER-ID WITH THE FIGURES HERE.
012500*--------------------------------------------------------------
012600 FD  DUNNING-LETTER-FILE.
012700 01  DUNNING-LETTER-RECORD.
012800     05  DN-MASTER-ID            PIC X(10).
012900     05  FILLER                  PIC X(01).
013000     05  DN-LEVEL                PIC 9(02).
013100     05  FILLER                  PIC X(01).
013200     05  DN-LETTER-ID            PIC X(08).
013300     05  FILLER                  PIC X(01).
013400     05  DN-STATEMENT-DATE       PIC 9(08).
013500     05  FILLER                  PIC X(01).
013600     05  DN-BALANCE              PIC 9(11)V99.
013700     05  FILLER                  PIC X(01).
013800     05  DN-OVERDUE-AMOUNT       PIC 9(11)V99.
013900     05  FILLER                  PIC X(01).
014000     05  DN-DAYS-OVERDUE         PIC 9(05).
014100     05  FILLER                  PIC X(01).
014200     05  DN-STOP-SERVICE         PIC X(01).
014300 FD  MAIL-ADDRESS-FILE.
014400 COPY MAILADR.
014500 FD  STOP-SERVICE-FILE.
014600 COPY STOPSVC.
014700 FD  STATEMENT-EXCEPTION-FILE.
014800 01  SX-RECORD                   PIC X(80).
014900 WORKING-STORAGE SECTION.
015000 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
015100     88  WS-CONTROL-OK                           VALUE '00'.
015200 77  WS-RULE-STATUS              PIC X(02)       VALUE SPACES.
015300     88  WS-RULE-OK                              VALUE '00'.
015400     88  WS-RULE-EOF                             VALUE '10'.
015500 77  WS-ITEM-STATUS              PIC X(02)       VALUE SPACES.
015600     88  WS-ITEM-OK                              VALUE '00'.
015700     88  WS-ITEM-EOF                             VALUE '10'.
015800 77  WS-CASH-STATUS              PIC X(02)       VALUE SPACES.
015900     88  WS-CASH-OK                              VALUE '00'.
016000     88  WS-CASH-EOF                             VALUE '10'.
016100 77  WS-MASTER-STATUS            PIC X(02)       VALUE SPACES.
016200     88  WS-MASTER-OK                            VALUE '00'.
016300 77  WS-STATEMENT-STATUS         PIC X(02)       VALUE SPACES.
016400 77  WS-LETTER-STATUS            PIC X(02)       VALUE SPACES.
016500 77  WS-MAIL-STATUS              PIC X(02)       VALUE SPACES.
016600 77  WS-STOP-STATUS              PIC X(02)       VALUE SPACES.
016700 77  WS-EXCEPT-STATUS            PIC X(02)       VALUE SPACES.
016800 77  WS-MASTER-OPEN-SW           PIC X(01)       VALUE 'N'.
016900     88  WS-MASTER-OPEN                          VALUE 'Y'.
017000 77  WS-RULES-SW                 PIC X(01)       VALUE 'N'.
017100     88  WS-RULES-ON-HAND                        VALUE 'Y'.
017200 77  WS-GROUP-END-SW             PIC X(01)       VALUE 'N'.
017300     88  WS-GROUP-END                            VALUE 'Y'.
017310 77  WS-CASH-SW                  PIC X(01)       VALUE 'N'.
017320     88  WS-CASH-ON-HAND                         VALUE 'Y'.
017330 77  WS-PERIOD-SW                PIC X(01)       VALUE 'N'.
017340     88  WS-PERIOD-CLOSED                        VALUE 'Y'.
017350 77  WS-DUNNING-SW               PIC X(01)       VALUE 'N'.
017360     88  WS-DUNNING-OPEN                         VALUE 'Y'.
017370 77  WS-SEEN-SW                  PIC X(01)       VALUE 'N'.
017380     88  WS-ITEM-SEEN                            VALUE 'Y'.
017390 77  WS-ADDRESS-SW               PIC X(01)       VALUE 'N'.
017395     88  WS-ADDRESS-FOUND                        VALUE 'Y'.
017400 77  WS-HIGHEST-RC               PIC 9(02)       VALUE ZERO.
017500 77  WS-STATEMENT-DATE           PIC 9(08)       VALUE ZERO.
017600 77  WS-STATEMENT-INT            PIC 9(07)       VALUE ZERO.
017700 77  WS-TERMS-DAYS               PIC 9(03)       VALUE 30.
017800 77  WS-DUE-INT                  PIC 9(07)       VALUE ZERO.
017900 77  WS-CA-IX                    PIC 9(05)       VALUE ZERO COMP.
018000 77  WS-CASH-MAX                 PIC 9(05)       VALUE 20000 COMP.
018100 77  WS-RL-IX                    PIC 9(02)       VALUE ZERO COMP.
018200 77  WS-RULE-MAX                 PIC 9(02)       VALUE 20 COMP.
018300 77  WS-LEVEL-IX                 PIC 9(02)       VALUE ZERO COMP.
018400 77  WS-OI-IX                    PIC 9(04)       VALUE ZERO COMP.
018500 77  WS-ITEM-MAX                 PIC 9(04)       VALUE 5000 COMP.
018600 77  WS-ITEMS-READ               PIC 9(07)       VALUE ZERO COMP.
018700 77  WS-ITEMS-LATER              PIC 9(07)       VALUE ZERO COMP.
018800 77  WS-ITEMS-SETTLED            PIC 9(07)       VALUE ZERO COMP.
018900 77  WS-ITEMS-UNREGISTERED       PIC 9(07)       VALUE ZERO COMP.
019000 77  WS-ITEMS-LEFT-OFF           PIC 9(07)       VALUE ZERO COMP.
019100 77  WS-CASH-LEFT-OFF            PIC 9(07)       VALUE ZERO COMP.
019110 77  WS-ITEMS-DUPLICATE          PIC 9(07)       VALUE ZERO COMP.
019120 77  WS-ITEMS-UNCHECKED          PIC 9(07)       VALUE ZERO COMP.
019130 77  WS-SN-IX                    PIC 9(05)       VALUE ZERO COMP.
019140 77  WS-SEEN-MAX                 PIC 9(05)       VALUE 20000 COMP.
019200 77  WS-STATEMENTS-WRITTEN       PIC 9(07)       VALUE ZERO COMP.
019300 77  WS-LETTERS-WRITTEN          PIC 9(07)       VALUE ZERO COMP.
019310 77  WS-LETTERS-NO-ADDRESS       PIC 9(07)       VALUE ZERO COMP.
019400 77  WS-STOPS-WRITTEN            PIC 9(07)       VALUE ZERO COMP.
019500 77  WS-PAID                     PIC 9(11)V99    VALUE ZERO.
019600 77  WS-MASTER-ID                PIC X(10)       VALUE SPACES.
019700 77  WS-COMPANY                  PIC X(02)       VALUE SPACES.
019800 77  WS-CUST-MASTER-ID           PIC X(10)       VALUE SPACES.
019900 77  WS-CUST-OLDEST              PIC 9(05)       VALUE ZERO.
020000 77  WS-CUST-OVERDUE             PIC 9(11)V99    VALUE ZERO.
020100 01  WS-CASH-COUNT               PIC 9(05)       VALUE ZERO COMP.
020200 01  WS-CASH-TABLE.
020300     05  WS-CA-ENTRY OCCURS 1 TO 20000 TIMES
020400             DEPENDING ON WS-CASH-COUNT.
020500         10  WS-CA-SOURCE        PIC X(08).
020600         10  WS-CA-DOCUMENT-ID   PIC X(16).
020700         10  WS-CA-COMPANY       PIC X(02).
020800         10  WS-CA-AMOUNT        PIC 9(11)V99.
020810*--------------------------------------------------------------
020820* EVERY REGISTER ITEM TAKEN SO FAR (SOURCE, DOCUMENT, COMPANY),
020830* SO A LINE APPENDED TO ARITEMS TWICE IS STATED ONCE.
020840*--------------------------------------------------------------
020850 01  WS-SEEN-COUNT               PIC 9(05)       VALUE ZERO COMP.
020860 01  WS-SEEN-TABLE.
020870     05  WS-SN-ENTRY OCCURS 1 TO 20000 TIMES
020880             DEPENDING ON WS-SEEN-COUNT.
020890         10  WS-SN-SOURCE        PIC X(08).
020891         10  WS-SN-DOCUMENT-ID   PIC X(16).
020892         10  WS-SN-COMPANY       PIC X(02).
020900*--------------------------------------------------------------
021000* DUNNING RULES, IN ASCENDING ORDER OF DAYS OVERDUE ONCE LOADED.
021100*--------------------------------------------------------------
021200 01  WS-RULE-COUNT               PIC 9(02)       VALUE ZERO COMP.
021300 01  WS-RULE-TABLE.
021400     05  WS-RL-ENTRY OCCURS 1 TO 20 TIMES
021500             DEPENDING ON WS-RULE-COUNT.
021600         10  WS-RL-DAYS          PIC 9(04).
021700         10  WS-RL-LEVEL         PIC 9(02).
021800         10  WS-RL-LETTER-ID     PIC X(08).
021900         10  WS-RL-STOP-SW       PIC X(01).
022000             88  WS-RL-STOP                  VALUE 'Y'.
022100*--------------------------------------------------------------
022200* OPEN ITEMS, SORTED INTO MASTER CUSTOMER AND DUE DATE ORDER
022300* BEFORE THE STATEMENTS ARE WRITTEN.
022400*--------------------------------------------------------------
022500 01  WS-ITEM-COUNT               PIC 9(04)       VALUE ZERO COMP.
022600 01  WS-OPEN-ITEM-TABLE.
022700     05  WS-OI-ENTRY OCCURS 1 TO 5000 TIMES
022800             DEPENDING ON WS-ITEM-COUNT.
022900         10  WS-OI-MASTER-ID     PIC X(10).
023000         10  WS-OI-DUE-DATE      PIC 9(08).
023100         10  WS-OI-SOURCE        PIC X(08).
023200         10  WS-OI-DOCUMENT-ID   PIC X(16).
023300         10  WS-OI-COMPANY       PIC X(02).
023400         10  WS-OI-DOCUMENT-DATE PIC 9(08).
023500         10  WS-OI-AMOUNT        PIC 9(11)V99.
023600         10  WS-OI-PAID          PIC 9(11)V99.
023700         10  WS-OI-OPEN          PIC 9(11)V99.
023800         10  WS-OI-DAYS-OVERDUE  PIC 9(05).
023900*--------------------------------------------------------------
024000* AGING BUCKETS: ONE SET FOR THE CUSTOMER IN HAND, ONE FOR THE
024100* WHOLE RUN.
024200*--------------------------------------------------------------
024300 01  WS-CUSTOMER-AGING.
024400     05  WS-CA-BUCKET            PIC 9(11)V99 OCCURS 5.
024500     05  WS-CA-BALANCE           PIC 9(11)V99.
024600 01  WS-RUN-AGING.
024700     05  WS-RA-BUCKET            PIC 9(11)V99 OCCURS 5.
024800     05  WS-RA-BALANCE           PIC 9(11)V99.
024900 77  WS-BK-IX                    PIC 9(01)       VALUE ZERO COMP.
025000 01  WS-STATEMENT-HEADER.
025100     05  FILLER                  PIC X(31)       VALUE
025200             "STATEMENT OF ACCOUNT  CUSTOMER ".
025300     05  WS-SH-MASTER-ID         PIC X(10).
025400     05  FILLER                  PIC X(08)       VALUE
025500             "  AS OF ".
025600     05  WS-SH-DATE              PIC 9(08).
025700     05  FILLER                  PIC X(08)       VALUE
025800             "  TERMS ".
025900     05  WS-SH-TERMS             PIC ZZ9.
026000     05  FILLER                  PIC X(05)       VALUE " DAYS".
026100 01  WS-ADDRESS-LINE.
026200     05  FILLER                  PIC X(02)       VALUE SPACES.
026300     05  WS-AD-NAME              PIC X(30).
026400     05  FILLER                  PIC X(01)       VALUE SPACE.
026500     05  WS-AD-ADDRESS           PIC X(30).
026600     05  FILLER                  PIC X(01)       VALUE SPACE.
026700     05  WS-AD-POSTCODE          PIC X(10).
026800 01  WS-ITEM-HEADER.
026900     05  FILLER                  PIC X(38)       VALUE
027000             "SOURCE   DOCUMENT         CO DOC DATE ".
027100     05  FILLER                  PIC X(39)       VALUE
027200             "DUE DATE         AMOUNT           PAID ".
027300     05  FILLER                  PIC X(20)       VALUE
027400             "          OPEN  DAYS".
027500 01  WS-ITEM-LINE.
027600     05  WS-IL-SOURCE            PIC X(08).
027700     05  FILLER                  PIC X(01)       VALUE SPACE.
027800     05  WS-IL-DOCUMENT-ID       PIC X(16).
027900     05  FILLER                  PIC X(01)       VALUE SPACE.
028000     05  WS-IL-COMPANY           PIC X(02).
028100     05  FILLER                  PIC X(01)       VALUE SPACE.
028200     05  WS-IL-DOCUMENT-DATE     PIC 9(08).
028300     05  FILLER                  PIC X(01)       VALUE SPACE.
028400     05  WS-IL-DUE-DATE          PIC 9(08).
028500     05  FILLER                  PIC X(01)       VALUE SPACE.
028600     05  WS-IL-AMOUNT            PIC Z(10)9.99.
028700     05  FILLER                  PIC X(01)       VALUE SPACE.
028800     05  WS-IL-PAID              PIC Z(10)9.99.
028900     05  FILLER                  PIC X(01)       VALUE SPACE.
029000     05  WS-IL-OPEN              PIC Z(10)9.99.
029100     05  FILLER                  PIC X(01)       VALUE SPACE.
029200     05  WS-IL-DAYS              PIC ZZZZ9.
029300 01  WS-AGING-HEADER.
029400     05  FILLER                  PIC X(02)       VALUE SPACES.
029500     05  FILLER                  PIC X(15)       VALUE
029600             "       CURRENT ".
029700     05  FILLER                  PIC X(15)       VALUE
029800             "     1-30 DAYS ".
029900     05  FILLER                  PIC X(15)       VALUE
030000             "    31-60 DAYS ".
030100     05  FILLER                  PIC X(15)       VALUE
030200             "    61-90 DAYS ".
030300     05  FILLER                  PIC X(15)       VALUE
030400             "  OVER 90 DAYS ".
030500     05  FILLER                  PIC X(14)       VALUE
030600             "   BALANCE DUE".
030700 01  WS-AGING-LINE.
030800     05  FILLER                  PIC X(02)       VALUE SPACES.
030900     05  WS-AL-GROUP OCCURS 5.
031000         10  WS-AL-BUCKET        PIC Z(10)9.99.
031100         10  FILLER              PIC X(01).
031200     05  WS-AL-BALANCE           PIC Z(10)9.99.
031300 01  WS-DUNNING-LINE.
031400     05  FILLER                  PIC X(16)       VALUE
031500             "  DUNNING LEVEL ".
031600     05  WS-DL-LEVEL             PIC Z9.
031700     05  FILLER                  PIC X(09)       VALUE
031800             "  LETTER ".
031900     05  WS-DL-LETTER-ID         PIC X(08).
032000     05  FILLER                  PIC X(15)       VALUE
032100             "  OLDEST ITEM  ".
032200     05  WS-DL-DAYS              PIC ZZZZ9.
032300     05  FILLER                  PIC X(13)       VALUE
032400             " DAYS OVERDUE".
032500     05  WS-DL-STOP              PIC X(14).
032600 01  WS-NO-DUNNING-LINE.
032700     05  FILLER                  PIC X(02)       VALUE SPACES.
032800     05  WS-ND-TEXT              PIC X(40).
032900     05  WS-ND-DAYS              PIC ZZZZ9.
033000     05  WS-ND-DAYS-X            REDEFINES WS-ND-DAYS
033100                                 PIC X(05).
033200 01  WS-RUN-HEADER.
033300     05  FILLER                  PIC X(34)       VALUE
033400             "STATEMENT RUN TOTALS - ALL OPEN AS".
033500     05  FILLER                  PIC X(04)       VALUE " OF ".
033600     05  WS-RH-DATE              PIC 9(08).
033700 01  WS-COUNT-LINE.
033800     05  WS-CL-LABEL             PIC X(32).
033900     05  WS-CL-COUNT             PIC Z(06)9.
034000 01  WS-NO-RULES-LINE            PIC X(60)       VALUE
034100         "DUNRULES NOT ON HAND - NO LETTERS, NO STOP-SERVICE".
034110 01  WS-NO-CASH-LINE.
034120     05  FILLER                  PIC X(41)       VALUE
034130             "ARCASH NOT READ - PAYMENTS NOT TAKEN OFF,".
034140     05  FILLER                  PIC X(29)       VALUE
034150             " NO LETTERS, NO STOP-SERVICE".
034160 01  WS-CLOSED-PERIOD-LINE.
034170     05  FILLER                  PIC X(38)       VALUE
034180             "STATEMENT DATE IN HARD-CLOSED PERIOD -".
034190     05  FILLER                  PIC X(29)       VALUE
034195             " NO LETTERS, NO STOP-SERVICE".
034200 01  WS-EXCEPTION-LINE.
034300     05  WS-EX-REASON            PIC X(13).
034400     05  WS-EX-SOURCE            PIC X(08).
034500     05  FILLER                  PIC X(01)       VALUE SPACE.
034600     05  WS-EX-CUSTOMER-ID       PIC X(10).
034700     05  FILLER                  PIC X(01)       VALUE SPACE.
034800     05  WS-EX-DOCUMENT-ID       PIC X(16).
034900     05  FILLER                  PIC X(01)       VALUE SPACE.
035000     05  WS-EX-AMOUNT            PIC Z(10)9.99.
035100 COPY CUSTLKP.
035110 COPY CALSVC.
035200 COPY COMPANY.
035300 PROCEDURE DIVISION.
035400 0000-MAINLINE.
035500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035600     PERFORM 2000-LOAD-RULES THRU 2000-EXIT.
035700     PERFORM 3000-LOAD-CASH THRU 3000-EXIT.
035750     PERFORM 3900-OPEN-DUNNING-FILES THRU 3900-EXIT.
035800     PERFORM 4000-COLLECT-OPEN-ITEMS THRU 4000-EXIT.
035900     PERFORM 5000-WRITE-STATEMENTS THRU 5000-EXIT.
036000     PERFORM 6000-WRITE-RUN-TOTALS THRU 6000-EXIT.
036100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
036200     STOP RUN.
036300 0000-EXIT.
036400     EXIT.
036500 1000-INITIALIZE.
036600     MOVE ZERO TO STATEMENT-CONTROL-CARD
036700     OPEN INPUT STATEMENT-CONTROL-FILE
036800     IF WS-CONTROL-OK
036900         READ STATEMENT-CONTROL-FILE
037000             AT END MOVE ZERO TO STATEMENT-CONTROL-CARD
037100         END-READ
037200         CLOSE STATEMENT-CONTROL-FILE
037300     END-IF
037400     IF SC-STATEMENT-DATE IS NUMERIC
037500         AND SC-STATEMENT-DATE > ZERO
037600         MOVE SC-STATEMENT-DATE TO WS-STATEMENT-DATE
037700     ELSE
037800         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-STATEMENT-DATE
037900     END-IF
038000     IF SC-TERMS-DAYS IS NUMERIC
038100         AND SC-TERMS-DAYS > ZERO
038200         MOVE SC-TERMS-DAYS TO WS-TERMS-DAYS
038300     END-IF
038400     COMPUTE WS-STATEMENT-INT =
038500         FUNCTION INTEGER-OF-DATE(WS-STATEMENT-DATE)
038510     MOVE SPACE TO CAL-SVC-PERIOD-STATUS
038520     SET CAL-SVC-GET-PERIOD TO TRUE
038530     MOVE WS-STATEMENT-DATE TO CAL-SVC-ARGUMENT
038540     CALL "CALENDAR-SERVICE" USING CALENDAR-SERVICE-REQUEST
038550     IF CAL-SVC-PERIOD-HARD-CLOSED
038560         SET WS-PERIOD-CLOSED TO TRUE
038570         MOVE 8 TO WS-HIGHEST-RC
038580     END-IF
038600     MOVE ZERO TO WS-CUSTOMER-AGING
038700     MOVE ZERO TO WS-RUN-AGING
038800     OPEN INPUT CUSTOMER-MASTER-FILE
038900     IF WS-MASTER-OK
039000         SET WS-MASTER-OPEN TO TRUE
039100     END-IF
039200     OPEN OUTPUT STATEMENT-FILE
039600     OPEN OUTPUT STATEMENT-EXCEPTION-FILE.
039700 1000-EXIT.
039800     EXIT.
039900*--------------------------------------------------------------
040000* WITHOUT DUNRULES THE STATEMENTS ARE STILL PRINTED, BUT NO
040100* CUSTOMER IS DUNNED OR STOPPED.
040200*--------------------------------------------------------------
040300 2000-LOAD-RULES.
040400     OPEN INPUT DUNNING-RULE-FILE
040500     IF NOT WS-RULE-OK
040600         IF WS-HIGHEST-RC < 4
040650             MOVE 4 TO WS-HIGHEST-RC
040660         END-IF
040700         GO TO 2000-EXIT
040800     END-IF
040900     SET WS-RULES-ON-HAND TO TRUE
041000     PERFORM 2100-READ-RULE THRU 2100-EXIT
041100     PERFORM 2200-STORE-ONE-RULE THRU 2200-EXIT
041200         UNTIL WS-RULE-EOF
041300            OR WS-RULE-COUNT >= WS-RULE-MAX
041400     CLOSE DUNNING-RULE-FILE
041500     IF WS-RULE-COUNT > 1
041600         SORT WS-RL-ENTRY ON ASCENDING KEY WS-RL-DAYS
041700             WS-RL-LEVEL
041800     END-IF.
041900 2000-EXIT.
042000     EXIT.
042100 2100-READ-RULE.
042200     READ DUNNING-RULE-FILE
042300         AT END SET WS-RULE-EOF TO TRUE
042400     END-READ.
042500 2100-EXIT.
042600     EXIT.
042700 2200-STORE-ONE-RULE.
042800     IF DR-LEVEL IS NOT NUMERIC
042900         OR DR-DAYS-OVERDUE IS NOT NUMERIC
043000         OR DR-DAYS-OVERDUE = ZERO
043100         GO TO 2200-NEXT
043200     END-IF
043300     ADD 1 TO WS-RULE-COUNT
043400     MOVE DR-LEVEL TO WS-RL-LEVEL(WS-RULE-COUNT)
043500     MOVE DR-DAYS-OVERDUE TO WS-RL-DAYS(WS-RULE-COUNT)
043600     MOVE DR-LETTER-ID TO WS-RL-LETTER-ID(WS-RULE-COUNT)
043700     IF DR-STOP-SERVICE = 'Y'
043800         MOVE 'Y' TO WS-RL-STOP-SW(WS-RULE-COUNT)
043900     ELSE
044000         MOVE 'N' TO WS-RL-STOP-SW(WS-RULE-COUNT)
044100     END-IF.
044200 2200-NEXT.
044300     PERFORM 2100-READ-RULE THRU 2100-EXIT.
044400 2200-EXIT.
044500     EXIT.
044600*--------------------------------------------------------------
044700* CASH APPLIED AFTER THE STATEMENT DATE IS LEFT OUT, SO A LATE
044800* RE-RUN FOR THE SAME DATE GIVES THE SAME STATEMENTS. WITHOUT
044810* ARCASH, OR WHEN IT CANNOT BE READ TO THE END, NO PAYMENT IS
044820* TAKEN OFF AT ALL AND NOBODY IS DUNNED OR STOPPED ON THE
044830* GROSS BALANCES.
044900*--------------------------------------------------------------
045000 3000-LOAD-CASH.
045100     OPEN INPUT CASH-APPLICATION-FILE
045200     IF NOT WS-CASH-OK
045250         MOVE 8 TO WS-HIGHEST-RC
045300         GO TO 3000-EXIT
045400     END-IF
045450     SET WS-CASH-ON-HAND TO TRUE
045500     PERFORM 3100-READ-CASH THRU 3100-EXIT
045600     PERFORM 3200-STORE-ONE-CASH THRU 3200-EXIT
045700         UNTIL WS-CASH-EOF
045800     CLOSE CASH-APPLICATION-FILE
045810     IF NOT WS-CASH-ON-HAND
045820         MOVE ZERO TO WS-CASH-COUNT
045830         MOVE 8 TO WS-HIGHEST-RC
045840     END-IF.
045900 3000-EXIT.
046000     EXIT.
046100 3100-READ-CASH.
046200     READ CASH-APPLICATION-FILE
046300         AT END SET WS-CASH-EOF TO TRUE
046400     END-READ
046410     IF WS-CASH-STATUS(1:1) NOT = '0'
046420         AND NOT WS-CASH-EOF
046430         MOVE 'N' TO WS-CASH-SW
046440         SET WS-CASH-EOF TO TRUE
046450     END-IF.
046500 3100-EXIT.
046600     EXIT.
046700 3200-STORE-ONE-CASH.
046800     IF AC-AMOUNT IS NOT NUMERIC
046900         OR AC-APPLIED-DATE IS NOT NUMERIC
047000         OR AC-APPLIED-DATE > WS-STATEMENT-DATE
047100         GO TO 3200-NEXT
047200     END-IF
047300     IF WS-CASH-COUNT >= WS-CASH-MAX
047400         ADD 1 TO WS-CASH-LEFT-OFF
047500         MOVE 8 TO WS-HIGHEST-RC
047600         GO TO 3200-NEXT
047700     END-IF
047800     ADD 1 TO WS-CASH-COUNT
047900     MOVE AC-SOURCE TO WS-CA-SOURCE(WS-CASH-COUNT)
048000     MOVE AC-DOCUMENT-ID TO WS-CA-DOCUMENT-ID(WS-CASH-COUNT)
048100     IF AC-COMPANY = SPACES
048200         MOVE CMP-PARENT-COMPANY
048300             TO WS-CA-COMPANY(WS-CASH-COUNT)
048400     ELSE
048500         MOVE AC-COMPANY TO WS-CA-COMPANY(WS-CASH-COUNT)
048600     END-IF
048700     MOVE AC-AMOUNT TO WS-CA-AMOUNT(WS-CASH-COUNT).
048800 3200-NEXT.
048900     PERFORM 3100-READ-CASH THRU 3100-EXIT.
049000 3200-EXIT.
049100     EXIT.
049110*--------------------------------------------------------------
049120* DUNLTR, DUNMAIL AND STOPSVC ARE ONLY OPENED WHEN THE CASH AND
049130* THE DUNNING RULES ARE ON HAND AND THE STATEMENT PERIOD IS NOT
049140* HARD-CLOSED, SO A FAILED RUN LEAVES THE LAST STOP LIST IN
049145* PLACE.
049150*--------------------------------------------------------------
049160 3900-OPEN-DUNNING-FILES.
049170     IF NOT WS-CASH-ON-HAND
049180         OR WS-PERIOD-CLOSED
049185         OR NOT WS-RULES-ON-HAND
049190         GO TO 3900-EXIT
049191     END-IF
049192     OPEN OUTPUT DUNNING-LETTER-FILE
049193     OPEN OUTPUT MAIL-ADDRESS-FILE
049194     OPEN OUTPUT STOP-SERVICE-FILE
049195     SET WS-DUNNING-OPEN TO TRUE.
049196 3900-EXIT.
049197     EXIT.
049200*--------------------------------------------------------------
049300* AN ITEM IS OPEN WHEN IT IS DATED BY THE STATEMENT DATE AND
049400* THE CASH APPLIED TO IT IS SHORT OF ITS AMOUNT. ITS CUSTOMER
049500* IS THE SURVIVING MASTER OF ITS SOURCE CUSTOMER ID ON
049600* CUSTXREF, OR THE MASTER ID THE BILLING RUN STAMPED ON IT.
049700*--------------------------------------------------------------
049800 4000-COLLECT-OPEN-ITEMS.
049900     OPEN INPUT AR-ITEM-FILE
050000     IF NOT WS-ITEM-OK
050100         GO TO 4000-EXIT
050200     END-IF
050300     PERFORM 4100-READ-ITEM THRU 4100-EXIT
050400     PERFORM 4200-TAKE-ONE-ITEM THRU 4200-EXIT
050500         UNTIL WS-ITEM-EOF
050600     CLOSE AR-ITEM-FILE
050700     IF WS-ITEM-COUNT > 1
050800         SORT WS-OI-ENTRY ON ASCENDING KEY WS-OI-MASTER-ID
050900             WS-OI-DUE-DATE WS-OI-DOCUMENT-ID
051000     END-IF.
051100 4000-EXIT.
051200     EXIT.
051300 4100-READ-ITEM.
051400     READ AR-ITEM-FILE
051500         AT END SET WS-ITEM-EOF TO TRUE
051600         NOT AT END ADD 1 TO WS-ITEMS-READ
051700     END-READ.
051800 4100-EXIT.
051900     EXIT.
052000 4200-TAKE-ONE-ITEM.
052100     IF AR-AMOUNT IS NOT NUMERIC
052200         OR AR-DOCUMENT-DATE IS NOT NUMERIC
052300         OR AR-DOCUMENT-DATE = ZERO
052400         GO TO 4200-NEXT
052500     END-IF
052600     IF AR-DOCUMENT-DATE > WS-STATEMENT-DATE
052700         ADD 1 TO WS-ITEMS-LATER
052800         GO TO 4200-NEXT
052900     END-IF
053000     IF AR-COMPANY = SPACES
053100         MOVE CMP-PARENT-COMPANY TO WS-COMPANY
053200     ELSE
053300         MOVE AR-COMPANY TO WS-COMPANY
053400     END-IF
053410     IF WS-SEEN-COUNT >= WS-SEEN-MAX
053420         ADD 1 TO WS-ITEMS-UNCHECKED
053430         MOVE 8 TO WS-HIGHEST-RC
053440     ELSE
053450         MOVE 'N' TO WS-SEEN-SW
053460         PERFORM 4250-CHECK-ONE-SEEN THRU 4250-EXIT
053470             VARYING WS-SN-IX FROM 1 BY 1
053480             UNTIL WS-SN-IX > WS-SEEN-COUNT
053490                OR WS-ITEM-SEEN
053491         IF WS-ITEM-SEEN
053492             MOVE "DUPLICATE    " TO WS-EX-REASON
053493             PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
053494             ADD 1 TO WS-ITEMS-DUPLICATE
053495             IF WS-HIGHEST-RC < 4
053496                 MOVE 4 TO WS-HIGHEST-RC
053497             END-IF
053498             GO TO 4200-NEXT
053499         END-IF
053501         ADD 1 TO WS-SEEN-COUNT
053502         MOVE AR-SOURCE TO WS-SN-SOURCE(WS-SEEN-COUNT)
053503         MOVE AR-DOCUMENT-ID TO WS-SN-DOCUMENT-ID(WS-SEEN-COUNT)
053504         MOVE WS-COMPANY TO WS-SN-COMPANY(WS-SEEN-COUNT)
053505     END-IF
053515     MOVE ZERO TO WS-PAID
053600     PERFORM 4300-ADD-ONE-PAYMENT THRU 4300-EXIT
053700         VARYING WS-CA-IX FROM 1 BY 1
053800         UNTIL WS-CA-IX > WS-CASH-COUNT
053900     IF WS-PAID NOT < AR-AMOUNT
054000         ADD 1 TO WS-ITEMS-SETTLED
054100         GO TO 4200-NEXT
054200     END-IF
054300     MOVE AR-SOURCE TO CL-SOURCE
054400     MOVE AR-CUSTOMER-ID TO CL-SOURCE-ID
054500     CALL "CUSTOMER-XREF" USING CUSTOMER-LOOKUP-REQUEST
054600     IF CL-FOUND
054700         MOVE CL-CUSTOMER-ID TO WS-MASTER-ID
054800     ELSE
054900         MOVE AR-MASTER-ID TO WS-MASTER-ID
055000     END-IF
055100     IF WS-MASTER-ID = SPACES
055200         MOVE "UNREGISTERED " TO WS-EX-REASON
055300         PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
055400         ADD 1 TO WS-ITEMS-UNREGISTERED
055500         IF WS-HIGHEST-RC < 4
055600             MOVE 4 TO WS-HIGHEST-RC
055700         END-IF
055800         GO TO 4200-NEXT
055900     END-IF
056000     IF WS-ITEM-COUNT >= WS-ITEM-MAX
056100         MOVE "TABLE FULL   " TO WS-EX-REASON
056200         PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
056300         ADD 1 TO WS-ITEMS-LEFT-OFF
056400         MOVE 8 TO WS-HIGHEST-RC
056500         GO TO 4200-NEXT
056600     END-IF
056700     ADD 1 TO WS-ITEM-COUNT
056800     MOVE WS-MASTER-ID TO WS-OI-MASTER-ID(WS-ITEM-COUNT)
056900     MOVE AR-SOURCE TO WS-OI-SOURCE(WS-ITEM-COUNT)
057000     MOVE AR-DOCUMENT-ID TO WS-OI-DOCUMENT-ID(WS-ITEM-COUNT)
057100     MOVE WS-COMPANY TO WS-OI-COMPANY(WS-ITEM-COUNT)
057200     MOVE AR-DOCUMENT-DATE
057300         TO WS-OI-DOCUMENT-DATE(WS-ITEM-COUNT)
057400     MOVE AR-AMOUNT TO WS-OI-AMOUNT(WS-ITEM-COUNT)
057500     MOVE WS-PAID TO WS-OI-PAID(WS-ITEM-COUNT)
057600     COMPUTE WS-OI-OPEN(WS-ITEM-COUNT) = AR-AMOUNT - WS-PAID
057700     COMPUTE WS-DUE-INT =
057800         FUNCTION INTEGER-OF-DATE(AR-DOCUMENT-DATE)
057900         + WS-TERMS-DAYS
058000     COMPUTE WS-OI-DUE-DATE(WS-ITEM-COUNT) =
058100         FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
058200     IF WS-STATEMENT-INT > WS-DUE-INT
058300         COMPUTE WS-OI-DAYS-OVERDUE(WS-ITEM-COUNT) =
058400             WS-STATEMENT-INT - WS-DUE-INT
058500     ELSE
058600         MOVE ZERO TO WS-OI-DAYS-OVERDUE(WS-ITEM-COUNT)
058700     END-IF.
058800 4200-NEXT.
058900     PERFORM 4100-READ-ITEM THRU 4100-EXIT.
059000 4200-EXIT.
059100     EXIT.
059110 4250-CHECK-ONE-SEEN.
059120     IF WS-SN-SOURCE(WS-SN-IX) = AR-SOURCE
059130         AND WS-SN-DOCUMENT-ID(WS-SN-IX) = AR-DOCUMENT-ID
059140         AND WS-SN-COMPANY(WS-SN-IX) = WS-COMPANY
059150         SET WS-ITEM-SEEN TO TRUE
059160     END-IF.
059170 4250-EXIT.
059180     EXIT.
059200 4300-ADD-ONE-PAYMENT.
059300     IF WS-CA-SOURCE(WS-CA-IX) = AR-SOURCE
059400         AND WS-CA-DOCUMENT-ID(WS-CA-IX) = AR-DOCUMENT-ID
059500         AND WS-CA-COMPANY(WS-CA-IX) = WS-COMPANY
059600         ADD WS-CA-AMOUNT(WS-CA-IX) TO WS-PAID
059700     END-IF.
059800 4300-EXIT.
059900     EXIT.
060000 4900-WRITE-EXCEPTION.
060100     MOVE AR-SOURCE TO WS-EX-SOURCE
060200     MOVE AR-CUSTOMER-ID TO WS-EX-CUSTOMER-ID
060300     MOVE AR-DOCUMENT-ID TO WS-EX-DOCUMENT-ID
060400     MOVE AR-AMOUNT TO WS-EX-AMOUNT
060500     WRITE SX-RECORD FROM WS-EXCEPTION-LINE.
060600 4900-EXIT.
060700     EXIT.
060800*--------------------------------------------------------------
060900* ONE STATEMENT FOR EACH RUN OF ITEMS UNDER THE SAME MASTER
061000* CUSTOMER.
061100*--------------------------------------------------------------
061200 5000-WRITE-STATEMENTS.
061300     MOVE 1 TO WS-OI-IX
061400     PERFORM 5100-STATE-ONE-CUSTOMER THRU 5100-EXIT
061500         UNTIL WS-OI-IX > WS-ITEM-COUNT.
061600 5000-EXIT.
061700     EXIT.
061800 5100-STATE-ONE-CUSTOMER.
061900     MOVE WS-OI-MASTER-ID(WS-OI-IX) TO WS-CUST-MASTER-ID
062000     MOVE ZERO TO WS-CUSTOMER-AGING
062100     MOVE ZERO TO WS-CUST-OLDEST
062200     MOVE ZERO TO WS-CUST-OVERDUE
062300     PERFORM 5150-READ-CUSTOMER THRU 5150-EXIT
062400     MOVE WS-CUST-MASTER-ID TO WS-SH-MASTER-ID
062500     MOVE WS-STATEMENT-DATE TO WS-SH-DATE
062600     MOVE WS-TERMS-DAYS TO WS-SH-TERMS
062700     MOVE SPACES TO ST-RECORD
062800     WRITE ST-RECORD FROM WS-STATEMENT-HEADER
062900     MOVE SPACES TO ST-RECORD
063000     WRITE ST-RECORD FROM WS-ADDRESS-LINE
063100     MOVE SPACES TO ST-RECORD
063200     WRITE ST-RECORD FROM WS-ITEM-HEADER
063300     MOVE 'N' TO WS-GROUP-END-SW
063400     PERFORM 5200-STATE-ONE-ITEM THRU 5200-EXIT
063500         UNTIL WS-GROUP-END
063600     PERFORM 5300-CLOSE-STATEMENT THRU 5300-EXIT
063700     ADD 1 TO WS-STATEMENTS-WRITTEN.
063800 5100-EXIT.
063900     EXIT.
064000 5150-READ-CUSTOMER.
064050     MOVE 'N' TO WS-ADDRESS-SW
064100     MOVE SPACES TO WS-ADDRESS-LINE
064200     MOVE "NOT ON CUSTMAST" TO WS-AD-NAME
064300     MOVE SPACES TO CUSTOMER-MASTER-RECORD
064400     IF NOT WS-MASTER-OPEN
064500         GO TO 5150-EXIT
064600     END-IF
064700     MOVE WS-CUST-MASTER-ID TO CM-CUSTOMER-ID
064800     READ CUSTOMER-MASTER-FILE
064900         INVALID KEY
065000             MOVE SPACES TO CUSTOMER-MASTER-RECORD
065100             GO TO 5150-EXIT
065200     END-READ
065250     SET WS-ADDRESS-FOUND TO TRUE
065300     MOVE CM-NAME TO WS-AD-NAME
065400     MOVE CM-ADDRESS TO WS-AD-ADDRESS
065500     MOVE CM-POSTCODE TO WS-AD-POSTCODE.
065600 5150-EXIT.
065700     EXIT.
065800 5200-STATE-ONE-ITEM.
065900     MOVE WS-OI-SOURCE(WS-OI-IX) TO WS-IL-SOURCE
066000     MOVE WS-OI-DOCUMENT-ID(WS-OI-IX) TO WS-IL-DOCUMENT-ID
066100     MOVE WS-OI-COMPANY(WS-OI-IX) TO WS-IL-COMPANY
066200     MOVE WS-OI-DOCUMENT-DATE(WS-OI-IX) TO WS-IL-DOCUMENT-DATE
066300     MOVE WS-OI-DUE-DATE(WS-OI-IX) TO WS-IL-DUE-DATE
066400     MOVE WS-OI-AMOUNT(WS-OI-IX) TO WS-IL-AMOUNT
066500     MOVE WS-OI-PAID(WS-OI-IX) TO WS-IL-PAID
066600     MOVE WS-OI-OPEN(WS-OI-IX) TO WS-IL-OPEN
066700     MOVE WS-OI-DAYS-OVERDUE(WS-OI-IX) TO WS-IL-DAYS
066800     MOVE SPACES TO ST-RECORD
066900     WRITE ST-RECORD FROM WS-ITEM-LINE
067000     EVALUATE TRUE
067100         WHEN WS-OI-DAYS-OVERDUE(WS-OI-IX) = ZERO
067200             MOVE 1 TO WS-BK-IX
067300         WHEN WS-OI-DAYS-OVERDUE(WS-OI-IX) <= 30
067400             MOVE 2 TO WS-BK-IX
067500         WHEN WS-OI-DAYS-OVERDUE(WS-OI-IX) <= 60
067600             MOVE 3 TO WS-BK-IX
067700         WHEN WS-OI-DAYS-OVERDUE(WS-OI-IX) <= 90
067800             MOVE 4 TO WS-BK-IX
067900         WHEN OTHER
068000             MOVE 5 TO WS-BK-IX
068100     END-EVALUATE
068200     ADD WS-OI-OPEN(WS-OI-IX) TO WS-CA-BUCKET(WS-BK-IX)
068300     ADD WS-OI-OPEN(WS-OI-IX) TO WS-CA-BALANCE
068400     IF WS-OI-DAYS-OVERDUE(WS-OI-IX) > ZERO
068500         ADD WS-OI-OPEN(WS-OI-IX) TO WS-CUST-OVERDUE
068600         IF WS-OI-DAYS-OVERDUE(WS-OI-IX) > WS-CUST-OLDEST
068700             MOVE WS-OI-DAYS-OVERDUE(WS-OI-IX)
068800                 TO WS-CUST-OLDEST
068900         END-IF
069000     END-IF
069100     ADD 1 TO WS-OI-IX
069200     IF WS-OI-IX > WS-ITEM-COUNT
069300         SET WS-GROUP-END TO TRUE
069400         GO TO 5200-EXIT
069500     END-IF
069600     IF WS-OI-MASTER-ID(WS-OI-IX) NOT = WS-CUST-MASTER-ID
069700         SET WS-GROUP-END TO TRUE
069800     END-IF.
069900 5200-EXIT.
070000     EXIT.
070100*--------------------------------------------------------------
070200* THE CUSTOMER'S AGING, THEN THE DUNNING LEVEL THE OLDEST
070300* OVERDUE ITEM HAS REACHED - THE LAST RULE (IN DAYS ORDER)
070400* WHOSE DAYS IT IS PAST.
070500*--------------------------------------------------------------
070600 5300-CLOSE-STATEMENT.
070700     MOVE SPACES TO ST-RECORD
070800     WRITE ST-RECORD FROM WS-AGING-HEADER
070900     PERFORM 5310-MOVE-ONE-BUCKET THRU 5310-EXIT
071000         VARYING WS-BK-IX FROM 1 BY 1
071100         UNTIL WS-BK-IX > 5
071200     MOVE WS-CA-BALANCE TO WS-AL-BALANCE
071300     ADD WS-CA-BALANCE TO WS-RA-BALANCE
071400     MOVE SPACES TO ST-RECORD
071500     WRITE ST-RECORD FROM WS-AGING-LINE
071600     MOVE ZERO TO WS-LEVEL-IX
071700     IF WS-CUST-OLDEST > ZERO
071800         PERFORM 5320-CHECK-ONE-RULE THRU 5320-EXIT
071900             VARYING WS-RL-IX FROM 1 BY 1
072000             UNTIL WS-RL-IX > WS-RULE-COUNT
072100     END-IF
072200     IF WS-LEVEL-IX = ZERO
072300         PERFORM 5350-WRITE-NO-DUNNING THRU 5350-EXIT
072400         GO TO 5300-EXIT
072500     END-IF
072600     MOVE WS-RL-LEVEL(WS-LEVEL-IX) TO WS-DL-LEVEL
072700     MOVE WS-RL-LETTER-ID(WS-LEVEL-IX) TO WS-DL-LETTER-ID
072800     MOVE WS-CUST-OLDEST TO WS-DL-DAYS
072900     IF WS-RL-STOP(WS-LEVEL-IX)
073000         MOVE "  STOP SERVICE" TO WS-DL-STOP
073100     ELSE
073200         MOVE SPACES TO WS-DL-STOP
073300     END-IF
073400     MOVE SPACES TO ST-RECORD
073500     WRITE ST-RECORD FROM WS-DUNNING-LINE
073550     IF NOT WS-DUNNING-OPEN
073560         GO TO 5300-EXIT
073570     END-IF
073600     PERFORM 5400-WRITE-LETTER THRU 5400-EXIT
073700     IF WS-RL-STOP(WS-LEVEL-IX)
073800         PERFORM 5500-WRITE-STOP THRU 5500-EXIT
073900     END-IF.
074000 5300-EXIT.
074100     EXIT.
074200 5310-MOVE-ONE-BUCKET.
074300     MOVE WS-CA-BUCKET(WS-BK-IX) TO WS-AL-BUCKET(WS-BK-IX)
074400     ADD WS-CA-BUCKET(WS-BK-IX) TO WS-RA-BUCKET(WS-BK-IX).
074500 5310-EXIT.
074600     EXIT.
074700 5320-CHECK-ONE-RULE.
074800     IF WS-RL-DAYS(WS-RL-IX) <= WS-CUST-OLDEST
074900         MOVE WS-RL-IX TO WS-LEVEL-IX
075000     END-IF.
075100 5320-EXIT.
075200     EXIT.
075300 5350-WRITE-NO-DUNNING.
075400     MOVE SPACES TO WS-ND-DAYS-X
075500     EVALUATE TRUE
075600         WHEN WS-CUST-OLDEST = ZERO
075700             MOVE "ACCOUNT CURRENT - NO DUNNING"
075800                 TO WS-ND-TEXT
075900         WHEN NOT WS-RULES-ON-HAND
076000             MOVE "OVERDUE - NO DUNNING RULES, DAYS"
076100                 TO WS-ND-TEXT
076200             MOVE WS-CUST-OLDEST TO WS-ND-DAYS
076300         WHEN OTHER
076400             MOVE "OVERDUE BELOW FIRST DUNNING LEVEL, DAYS"
076500                 TO WS-ND-TEXT
076600             MOVE WS-CUST-OLDEST TO WS-ND-DAYS
076700     END-EVALUATE
076800     MOVE SPACES TO ST-RECORD
076900     WRITE ST-RECORD FROM WS-NO-DUNNING-LINE.
077000 5350-EXIT.
077100     EXIT.
077110*--------------------------------------------------------------
077120* NO LETTER CAN BE MAILED TO A CUSTOMER WITH NO CUSTMAST
077130* ADDRESS; IT IS LISTED ON STMTEXC INSTEAD. THE STOP-SERVICE
077140* DECISION DOES NOT NEED AN ADDRESS AND STILL STANDS.
077150*--------------------------------------------------------------
077200 5400-WRITE-LETTER.
077210     IF NOT WS-ADDRESS-FOUND
077220         MOVE SPACES TO WS-EXCEPTION-LINE
077230         MOVE "NO ADDRESS   " TO WS-EX-REASON
077240         MOVE "DUNLTR  " TO WS-EX-SOURCE
077250         MOVE WS-CUST-MASTER-ID TO WS-EX-CUSTOMER-ID
077260         MOVE WS-RL-LETTER-ID(WS-LEVEL-IX) TO WS-EX-DOCUMENT-ID
077270         MOVE WS-CUST-OVERDUE TO WS-EX-AMOUNT
077280         WRITE SX-RECORD FROM WS-EXCEPTION-LINE
077290         ADD 1 TO WS-LETTERS-NO-ADDRESS
077292         IF WS-HIGHEST-RC < 4
077294             MOVE 4 TO WS-HIGHEST-RC
077296         END-IF
077298         GO TO 5400-EXIT
077299     END-IF
077300     MOVE SPACES TO DUNNING-LETTER-RECORD
077400     MOVE WS-CUST-MASTER-ID TO DN-MASTER-ID
077500     MOVE WS-RL-LEVEL(WS-LEVEL-IX) TO DN-LEVEL
077600     MOVE WS-RL-LETTER-ID(WS-LEVEL-IX) TO DN-LETTER-ID
077700     MOVE WS-STATEMENT-DATE TO DN-STATEMENT-DATE
077800     MOVE WS-CA-BALANCE TO DN-BALANCE
077900     MOVE WS-CUST-OVERDUE TO DN-OVERDUE-AMOUNT
078000     MOVE WS-CUST-OLDEST TO DN-DAYS-OVERDUE
078100     MOVE WS-RL-STOP-SW(WS-LEVEL-IX) TO DN-STOP-SERVICE
078200     WRITE DUNNING-LETTER-RECORD
078300     ADD 1 TO WS-LETTERS-WRITTEN
078400     MOVE SPACES TO MAILING-ADDRESS-RECORD
078500     MOVE "DUNLTR  " TO MA-SOURCE
078600     MOVE WS-CUST-MASTER-ID TO MA-KEY
078700     MOVE CM-NAME TO MA-NAME
078800     MOVE CM-ADDRESS TO MA-ADDRESS-1
078900     MOVE CM-POSTCODE TO MA-POSTCODE
079000     WRITE MAILING-ADDRESS-RECORD.
079100 5400-EXIT.
079200     EXIT.
079300 5500-WRITE-STOP.
079400     MOVE SPACES TO STOP-SERVICE-RECORD
079500     MOVE WS-CUST-MASTER-ID TO SS-MASTER-ID
079600     MOVE WS-RL-LEVEL(WS-LEVEL-IX) TO SS-LEVEL
079700     MOVE WS-RL-LETTER-ID(WS-LEVEL-IX) TO SS-LETTER-ID
079800     MOVE WS-CUST-OVERDUE TO SS-OVERDUE-AMOUNT
079900     MOVE WS-CUST-OLDEST TO SS-DAYS-OVERDUE
080000     MOVE WS-STATEMENT-DATE TO SS-STATEMENT-DATE
080100     WRITE STOP-SERVICE-RECORD
080200     ADD 1 TO WS-STOPS-WRITTEN.
080300 5500-EXIT.
080400     EXIT.
080500 6000-WRITE-RUN-TOTALS.
080600     MOVE WS-STATEMENT-DATE TO WS-RH-DATE
080700     MOVE SPACES TO ST-RECORD
080800     WRITE ST-RECORD FROM WS-RUN-HEADER
080900     MOVE SPACES TO ST-RECORD
081000     WRITE ST-RECORD FROM WS-AGING-HEADER
081100     PERFORM 6100-MOVE-RUN-BUCKET THRU 6100-EXIT
081200         VARYING WS-BK-IX FROM 1 BY 1
081300         UNTIL WS-BK-IX > 5
081400     MOVE WS-RA-BALANCE TO WS-AL-BALANCE
081500     MOVE SPACES TO ST-RECORD
081600     WRITE ST-RECORD FROM WS-AGING-LINE
081700     MOVE "REGISTER ITEMS READ" TO WS-CL-LABEL
081800     MOVE WS-ITEMS-READ TO WS-CL-COUNT
081900     PERFORM 6200-WRITE-COUNT THRU 6200-EXIT
082000     MOVE "ITEMS DATED AFTER STATEMENT" TO WS-CL-LABEL
082100     MOVE WS-ITEMS-LATER TO WS-CL-COUNT
082200     PERFORM 6200-WRITE-COUNT THRU 6200-EXIT
082300     MOVE "ITEMS PAID IN FULL" TO WS-CL-LABEL
082400     MOVE WS-ITEMS-SETTLED TO WS-CL-COUNT
082500     PERFORM 6200-WRITE-COUNT THRU 6200-EXIT
082600     MOVE "OPEN ITEMS STATED" TO WS-CL-LABEL
082700     MOVE WS-ITEM-COUNT TO WS-CL-COUNT
082800     PERFORM 6200-WRITE-COUNT THRU 6200-EXIT
082900     MOVE "OPEN ITEMS UNREGISTERED" TO WS-CL-LABEL
083000     MOVE WS-ITEMS-UNREGISTERED TO WS-CL-COUNT
083100     PERFORM 6200-WRITE-COUNT THRU 6200-EXIT
083200     MOVE "STATEMENTS" TO WS-CL-LABEL
083300     MOVE WS-STATEMENTS-WRITTEN TO WS-CL-COUNT
083400     PERFORM 6200-WRITE-COUNT THRU 6200-EXIT
083500     MOVE "DUNNING LETTERS" TO WS-CL-LABEL
083600     MOVE WS-LETTERS-WRITTEN TO WS-CL-COUNT
083700     PERFORM 6200-WRITE-COUNT THRU 6200-EXIT
083800     MOVE "CUSTOMERS ON STOP-SERVICE" TO WS-CL-LABEL
083900     MOVE WS-STOPS-WRITTEN TO WS-CL-COUNT
084000     PERFORM 6200-WRITE-COUNT THRU 6200-EXIT
084100     IF WS-ITEMS-LEFT-OFF > ZERO
084200         MOVE "ITEMS LEFT OFF - TABLE FULL" TO WS-CL-LABEL
084300         MOVE WS-ITEMS-LEFT-OFF TO WS-CL-COUNT
084400         PERFORM 6200-WRITE-COUNT THRU 6200-EXIT
084500     END-IF
084510     IF WS-LETTERS-NO-ADDRESS > ZERO
084520         MOVE "LETTERS HELD - NOT ON CUSTMAST" TO WS-CL-LABEL
084530         MOVE WS-LETTERS-NO-ADDRESS TO WS-CL-COUNT
084540         PERFORM 6200-WRITE-COUNT THRU 6200-EXIT
084550     END-IF
084600     IF WS-CASH-LEFT-OFF > ZERO
084700         MOVE "PAYMENTS LEFT OFF - TABLE FULL" TO WS-CL-LABEL
084800         MOVE WS-CASH-LEFT-OFF TO WS-CL-COUNT
084900         PERFORM 6200-WRITE-COUNT THRU 6200-EXIT
085000     END-IF
085010     IF WS-ITEMS-DUPLICATE > ZERO
085020         MOVE "DUPLICATE ITEMS SKIPPED" TO WS-CL-LABEL
085030         MOVE WS-ITEMS-DUPLICATE TO WS-CL-COUNT
085040         PERFORM 6200-WRITE-COUNT THRU 6200-EXIT
085050     END-IF
085060     IF WS-ITEMS-UNCHECKED > ZERO
085070         MOVE "ITEMS NOT CHECKED FOR DUPLICATES" TO WS-CL-LABEL
085080         MOVE WS-ITEMS-UNCHECKED TO WS-CL-COUNT
085090         PERFORM 6200-WRITE-COUNT THRU 6200-EXIT
085095     END-IF
085100     IF NOT WS-RULES-ON-HAND
085200         MOVE SPACES TO ST-RECORD
085300         WRITE ST-RECORD FROM WS-NO-RULES-LINE
085400     END-IF
085410     IF NOT WS-CASH-ON-HAND
085420         MOVE SPACES TO ST-RECORD
085430         WRITE ST-RECORD FROM WS-NO-CASH-LINE
085440     END-IF
085450     IF WS-PERIOD-CLOSED
085460         MOVE SPACES TO ST-RECORD
085470         WRITE ST-RECORD FROM WS-CLOSED-PERIOD-LINE
085480     END-IF.
085500 6000-EXIT.
085600     EXIT.
085700 6100-MOVE-RUN-BUCKET.
085800     MOVE WS-RA-BUCKET(WS-BK-IX) TO WS-AL-BUCKET(WS-BK-IX).
085900 6100-EXIT.
086000     EXIT.
086100 6200-WRITE-COUNT.
086200     MOVE SPACES TO ST-RECORD
086300     WRITE ST-RECORD FROM WS-COUNT-LINE.
086400 6200-EXIT.
086500     EXIT.
086600 9000-TERMINATE.
086700     IF WS-MASTER-OPEN
086800         CLOSE CUSTOMER-MASTER-FILE
086900     END-IF
087000     CLOSE STATEMENT-FILE
087050     IF WS-DUNNING-OPEN
087100         CLOSE DUNNING-LETTER-FILE
087200         CLOSE MAIL-ADDRESS-FILE
087300         CLOSE STOP-SERVICE-FILE
087350     END-IF
087400     CLOSE STATEMENT-EXCEPTION-FILE
087500     MOVE WS-HIGHEST-RC TO RETURN-CODE.
087600 9000-EXIT.
087700     EXIT.
087800 END PROGRAM CUSTOMER-STATEMENT-BATCH.
