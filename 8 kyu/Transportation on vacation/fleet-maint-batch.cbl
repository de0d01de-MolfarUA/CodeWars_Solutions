000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FLEET-MAINT-BATCH.
000300 AUTHOR. RATE-DESK-MAINTENANCE.
000400 INSTALLATION. FLEET-BILLING.
000500 DATE-WRITTEN. 2026-09-17.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-09-17  RDM  INITIAL VERSION - SERVICE DUE-LIST AND
001000*                    SHOP HOLDS OVER THE FLEETUNT FLEET UNIT
001100*                    MASTER. WE KEPT QUOTING CARS THAT WERE
001200*                    SITTING IN THE SHOP BECAUSE FLEETAVL HAD
001300*                    NO IDEA A UNIT WAS OVERDUE. EACH CYCLE
001400*                    THIS JOB FIRST APPLIES THE SVCTRAN UNIT
001500*                    TRANSACTIONS ('N' REGISTERS A NEW UNIT,
001600*                    'S' POSTS A SERVICE COMPLETION AND PUTS
001700*                    THE UNIT BACK IN SERVICE), THEN WALKS THE
001800*                    MASTER: A UNIT AT OR PAST ITS SERVICE
001900*                    INTERVAL IS HELD ('H') AND LISTED OVERDUE
002000*                    ON THE MAINTDUE DUE-LIST, A UNIT WITHIN
002100*                    THE MAINTCTL MARGIN IS LISTED DUE SOON.
002200*                    FINALLY THE FLEET DESK'S GROSS FIGURES
002300*                    (FLEETGRS) ARE COPIED TO FLEETAVL WITH THE
002400*                    HELD UNITS OF EACH CLASS AND LOCATION
002500*                    TAKEN OUT, SO RATE-QUOTE-BATCH STOPS
002600*                    QUOTING THEM UNTIL THE SERVICE IS POSTED.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT MAINT-CONTROL-FILE ASSIGN TO "MAINTCTL"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-CONTROL-STATUS.
003500     SELECT SERVICE-TRAN-FILE ASSIGN TO "SVCTRAN"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-TRAN-STATUS.
003800     SELECT FLEET-UNIT-FILE ASSIGN TO "FLEETUNT"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS FU-UNIT-ID
004200         FILE STATUS IS WS-UNIT-STATUS.
004300     SELECT FLEET-GROSS-FILE ASSIGN TO "FLEETGRS"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-GROSS-STATUS.
004600     SELECT FLEET-AVAIL-FILE ASSIGN TO "FLEETAVL"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-FLEET-STATUS.
004900     SELECT DUE-LIST-FILE ASSIGN TO "MAINTDUE"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-DUE-STATUS.
005200     SELECT SERVICE-EXCEPTION-FILE ASSIGN TO "SVCEXC"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-EXCEPT-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  MAINT-CONTROL-FILE.
005800 01  MAINT-CONTROL-CARD.
005900     05  MC-CYCLE-DATE           PIC 9(08).
006000     05  FILLER                  PIC X(01).
006100     05  MC-MARGIN-DAYS          PIC 9(04).
006200 FD  SERVICE-TRAN-FILE.
006300 01  SERVICE-TRAN-RECORD.
006400     05  ST-TRAN-TYPE            PIC X(01).
006500         88  ST-NEW-UNIT                     VALUE 'N'.
006600         88  ST-SERVICE-DONE                 VALUE 'S'.
006700     05  FILLER                  PIC X(01).
006800     05  ST-UNIT-ID              PIC X(08).
006900     05  FILLER                  PIC X(01).
007000     05  ST-DATE                 PIC X(08).
007100     05  FILLER                  PIC X(01).
007200     05  ST-CLASS                PIC X(04).
007300     05  FILLER                  PIC X(01).
007400     05  ST-LOCATION             PIC X(04).
007500     05  FILLER                  PIC X(01).
007600     05  ST-INTERVAL             PIC X(05).
007700 FD  FLEET-UNIT-FILE.
007800 COPY FLTUNIT.
007900 FD  FLEET-GROSS-FILE.
008000 01  FLEET-GROSS-RECORD          PIC X(32).
008100 FD  FLEET-AVAIL-FILE.
008200 COPY FLTAVL.
008300 FD  DUE-LIST-FILE.
008400 01  DL-RECORD                   PIC X(80).
008500 FD  SERVICE-EXCEPTION-FILE.
008600 01  SX-RECORD                   PIC X(80).
008700 WORKING-STORAGE SECTION.
008800 77  WS-CONTROL-STATUS           PIC X(02)       VALUE SPACES.
008900     88  WS-CONTROL-OK                           VALUE '00'.
009000 77  WS-TRAN-STATUS              PIC X(02)       VALUE SPACES.
009100     88  WS-TRAN-OK                              VALUE '00'.
009200     88  WS-TRAN-EOF                             VALUE '10'.
009300 77  WS-UNIT-STATUS              PIC X(02)       VALUE SPACES.
009400     88  WS-UNIT-OK                              VALUE '00'.
009500 77  WS-GROSS-STATUS             PIC X(02)       VALUE SPACES.
009600     88  WS-GROSS-OK                             VALUE '00'.
009700     88  WS-GROSS-EOF                            VALUE '10'.
009800 77  WS-FLEET-STATUS             PIC X(02)       VALUE SPACES.
009900     88  WS-FLEET-OK                             VALUE '00'.
010000 77  WS-DUE-STATUS               PIC X(02)       VALUE SPACES.
010100     88  WS-DUE-OK                               VALUE '00'.
010200 77  WS-EXCEPT-STATUS            PIC X(02)       VALUE SPACES.
010300     88  WS-EXCEPT-OK                            VALUE '00'.
010400 77  WS-MASTER-OPEN-SW           PIC X(01)       VALUE 'N'.
010500     88  WS-MASTER-OPEN                          VALUE 'Y'.
010600 77  WS-WALK-DONE-SW             PIC X(01)       VALUE 'N'.
010700     88  WS-WALK-DONE                            VALUE 'Y'.
010800 77  WS-CYCLE-DATE               PIC 9(08)       VALUE ZERO.
010900 77  WS-MARGIN-DAYS              PIC 9(04)       VALUE 5.
011000 77  WS-DAYS-LEFT                PIC S9(06)      VALUE ZERO.
011100 77  WS-HELD-COUNT               PIC 9(03)       VALUE ZERO COMP.
011200 77  WS-HELD-MAX                 PIC 9(03)       VALUE 200 COMP.
011300 77  WS-HD-IX                    PIC 9(03)       VALUE ZERO COMP.
011400 77  WS-MATCH-IX                 PIC 9(03)       VALUE ZERO COMP.
011500 77  WS-REJECT-REASON            PIC X(20)       VALUE SPACES.
011600 77  WS-TRANS-READ               PIC 9(07)       VALUE ZERO.
011700 77  WS-UNITS-REGISTERED         PIC 9(07)       VALUE ZERO.
011800 77  WS-SERVICES-POSTED          PIC 9(07)       VALUE ZERO.
011900 77  WS-TRANS-REJECTED           PIC 9(07)       VALUE ZERO.
012000 77  WS-UNITS-WALKED             PIC 9(07)       VALUE ZERO.
012100 77  WS-UNITS-OVERDUE            PIC 9(07)       VALUE ZERO.
012200 77  WS-UNITS-DUE-SOON           PIC 9(07)       VALUE ZERO.
012300 77  WS-NEW-HOLDS                PIC 9(07)       VALUE ZERO.
012400 77  WS-ROWS-WRITTEN             PIC 9(07)       VALUE ZERO.
012500 77  WS-UNITS-WITHHELD           PIC 9(07)       VALUE ZERO.
012600 01  WS-HELD-TABLE.
012700     05  WS-HD-ENTRY OCCURS 200.
012800         10  WS-HD-CLASS         PIC X(04).
012900         10  WS-HD-LOCATION      PIC X(04).
013000         10  WS-HD-UNITS         PIC 9(04).
013100 01  WS-DUE-HEADER.
013200     05  FILLER                  PIC X(32)       VALUE
013300             "FLEET SERVICE DUE-LIST - CYCLE ".
013400     05  WS-DH-DATE              PIC 9(08).
013500     05  FILLER                  PIC X(09)       VALUE
013600             " MARGIN=".
013700     05  WS-DH-MARGIN            PIC Z(03)9.
013800 01  WS-DUE-LINE.
013900     05  WS-DU-TAG               PIC X(09).
014000     05  FILLER                  PIC X(05)       VALUE
014100             "UNIT ".
014200     05  WS-DU-UNIT-ID           PIC X(08).
014300     05  FILLER                  PIC X(01)       VALUE SPACE.
014400     05  WS-DU-CLASS             PIC X(04).
014500     05  FILLER                  PIC X(01)       VALUE "/".
014600     05  WS-DU-LOCATION          PIC X(04).
014700     05  FILLER                  PIC X(06)       VALUE
014800             " DAYS=".
014900     05  WS-DU-DAYS              PIC Z(04)9.
015000     05  FILLER                  PIC X(10)       VALUE
015100             " INTERVAL=".
015200     05  WS-DU-INTERVAL          PIC Z(04)9.
015300     05  FILLER                  PIC X(10)       VALUE
015400             " LAST SVC=".
015500     05  WS-DU-LAST-SERVICE      PIC 9(08).
015600 01  WS-EXCEPTION-LINE.
015700     05  FILLER                  PIC X(05)       VALUE
015800             "TRAN ".
015900     05  WS-EX-TYPE              PIC X(01).
016000     05  FILLER                  PIC X(06)       VALUE
016100             " UNIT=".
016200     05  WS-EX-UNIT-ID           PIC X(08).
016300     05  FILLER                  PIC X(08)       VALUE
016400             " REASON=".
016500     05  WS-EX-REASON            PIC X(20).
016600 01  WS-COUNT-LINE.
016700     05  WS-CL-LABEL             PIC X(24).
016800     05  WS-CL-COUNT             PIC Z(06)9.
016900 PROCEDURE DIVISION.
017000 0000-MAINLINE.
017100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017200     IF WS-MASTER-OPEN
017300         PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
017400         PERFORM 3000-WALK-MASTER THRU 3000-EXIT
017500     END-IF
017600     PERFORM 4000-WRITE-NET-AVAILABILITY THRU 4000-EXIT.
017700     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
017800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017900     STOP RUN.
018000 0000-EXIT.
018100     EXIT.
018200 1000-INITIALIZE.
018300     OPEN INPUT MAINT-CONTROL-FILE
018400     IF WS-CONTROL-OK
018500         READ MAINT-CONTROL-FILE
018600             AT END MOVE ZERO TO MC-CYCLE-DATE
018700         END-READ
018800         CLOSE MAINT-CONTROL-FILE
018900         IF MC-CYCLE-DATE IS NUMERIC
019000             MOVE MC-CYCLE-DATE TO WS-CYCLE-DATE
019100         END-IF
019200         IF MC-MARGIN-DAYS IS NUMERIC
019300             MOVE MC-MARGIN-DAYS TO WS-MARGIN-DAYS
019400         END-IF
019500     END-IF
019600     IF WS-CYCLE-DATE = ZERO
019700         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CYCLE-DATE
019800     END-IF
019900     MOVE ZERO TO WS-HELD-TABLE
020000     OPEN OUTPUT DUE-LIST-FILE
020100     OPEN OUTPUT SERVICE-EXCEPTION-FILE
020200     MOVE WS-CYCLE-DATE TO WS-DH-DATE
020300     MOVE WS-MARGIN-DAYS TO WS-DH-MARGIN
020400     WRITE DL-RECORD FROM WS-DUE-HEADER
020500     OPEN I-O FLEET-UNIT-FILE
020600     IF WS-UNIT-OK
020700         SET WS-MASTER-OPEN TO TRUE
020800     ELSE
020900         MOVE "FLEETUNT NOT AVAILABLE - NO HOLDS APPLIED"
021000             TO DL-RECORD
021100         WRITE DL-RECORD
021200     END-IF.
021300 1000-EXIT.
021400     EXIT.
021500*--------------------------------------------------------------
021600* UNIT TRANSACTIONS. A REGISTRATION MUST NOT ALREADY EXIST
021700* AND NEEDS A CLASS AND A NONZERO INTERVAL; A SERVICE
021800* COMPLETION MUST NAME A KNOWN UNIT AND A DATE. COMPLETION
021900* ZEROES THE DAYS SINCE SERVICE AND RELEASES ANY SHOP HOLD.
022000*--------------------------------------------------------------
022100 2000-APPLY-TRANSACTIONS.
022200     OPEN INPUT SERVICE-TRAN-FILE
022300     IF NOT WS-TRAN-OK
022400         GO TO 2000-EXIT
022500     END-IF
022600     PERFORM 2100-READ-TRAN THRU 2100-EXIT
022700     PERFORM 2200-APPLY-ONE-TRAN THRU 2200-EXIT
022800         UNTIL WS-TRAN-EOF
022900     CLOSE SERVICE-TRAN-FILE.
023000 2000-EXIT.
023100     EXIT.
023200 2100-READ-TRAN.
023300     READ SERVICE-TRAN-FILE
023400         AT END SET WS-TRAN-EOF TO TRUE
023500     END-READ
023600     IF NOT WS-TRAN-EOF
023700         ADD 1 TO WS-TRANS-READ
023800     END-IF.
023900 2100-EXIT.
024000     EXIT.
024100 2200-APPLY-ONE-TRAN.
024200     MOVE SPACES TO WS-REJECT-REASON
024300     EVALUATE TRUE
024400         WHEN ST-NEW-UNIT
024500             PERFORM 2300-REGISTER-UNIT THRU 2300-EXIT
024600         WHEN ST-SERVICE-DONE
024700             PERFORM 2400-POST-SERVICE THRU 2400-EXIT
024800         WHEN OTHER
024900             MOVE "UNKNOWN TRAN TYPE" TO WS-REJECT-REASON
025000     END-EVALUATE
025100     IF WS-REJECT-REASON NOT = SPACES
025200         MOVE ST-TRAN-TYPE TO WS-EX-TYPE
025300         MOVE ST-UNIT-ID TO WS-EX-UNIT-ID
025400         MOVE WS-REJECT-REASON TO WS-EX-REASON
025500         WRITE SX-RECORD FROM WS-EXCEPTION-LINE
025600         ADD 1 TO WS-TRANS-REJECTED
025700     END-IF
025800     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
025900 2200-EXIT.
026000     EXIT.
026100 2300-REGISTER-UNIT.
026200     IF ST-UNIT-ID = SPACES OR ST-CLASS = SPACES
026300         MOVE "UNIT OR CLASS BLANK" TO WS-REJECT-REASON
026400         GO TO 2300-EXIT
026500     END-IF
026600     IF ST-INTERVAL IS NOT NUMERIC
026700         MOVE "BAD INTERVAL" TO WS-REJECT-REASON
026800         GO TO 2300-EXIT
026900     END-IF
027000     MOVE SPACES TO FLEET-UNIT-RECORD
027100     MOVE ST-UNIT-ID TO FU-UNIT-ID
027200     MOVE ST-CLASS TO FU-CLASS
027300     MOVE ST-LOCATION TO FU-LOCATION
027400     MOVE ZERO TO FU-DAYS-SINCE-SERVICE
027500     MOVE ST-INTERVAL TO FU-SERVICE-INTERVAL
027600     IF FU-SERVICE-INTERVAL = ZERO
027700         MOVE "BAD INTERVAL" TO WS-REJECT-REASON
027800         GO TO 2300-EXIT
027900     END-IF
028000     IF ST-DATE IS NUMERIC
028100         MOVE ST-DATE TO FU-LAST-SERVICE-DATE
028200     ELSE
028300         MOVE WS-CYCLE-DATE TO FU-LAST-SERVICE-DATE
028400     END-IF
028500     MOVE ZERO TO FU-LAST-BOOKING-DATE
028600     MOVE ZERO TO FU-TOTAL-RENTAL-DAYS
028700     SET FU-AVAILABLE TO TRUE
028800     WRITE FLEET-UNIT-RECORD
028900         INVALID KEY
029000             MOVE "UNIT ALREADY EXISTS" TO WS-REJECT-REASON
029100             GO TO 2300-EXIT
029200     END-WRITE
029300     ADD 1 TO WS-UNITS-REGISTERED.
029400 2300-EXIT.
029500     EXIT.
029600 2400-POST-SERVICE.
029700     IF ST-DATE IS NOT NUMERIC
029800         MOVE "BAD SERVICE DATE" TO WS-REJECT-REASON
029900         GO TO 2400-EXIT
030000     END-IF
030100     MOVE ST-UNIT-ID TO FU-UNIT-ID
030200     READ FLEET-UNIT-FILE
030300         INVALID KEY
030400             MOVE "UNIT NOT ON MASTER" TO WS-REJECT-REASON
030500             GO TO 2400-EXIT
030600     END-READ
030700     MOVE ZERO TO FU-DAYS-SINCE-SERVICE
030800     MOVE ST-DATE TO FU-LAST-SERVICE-DATE
030900     SET FU-AVAILABLE TO TRUE
031000     REWRITE FLEET-UNIT-RECORD
031100     ADD 1 TO WS-SERVICES-POSTED.
031200 2400-EXIT.
031300     EXIT.
031400*--------------------------------------------------------------
031500* FULL WALK OF THE MASTER IN KEY ORDER FROM THE LOW KEY.
031600*--------------------------------------------------------------
031700 3000-WALK-MASTER.
031800     MOVE LOW-VALUES TO FU-UNIT-ID
031900     START FLEET-UNIT-FILE KEY IS NOT LESS THAN FU-UNIT-ID
032000         INVALID KEY SET WS-WALK-DONE TO TRUE
032100     END-START
032200     PERFORM 3100-CHECK-ONE-UNIT THRU 3100-EXIT
032300         UNTIL WS-WALK-DONE.
032400 3000-EXIT.
032500     EXIT.
032600 3100-CHECK-ONE-UNIT.
032700     READ FLEET-UNIT-FILE NEXT RECORD
032800         AT END SET WS-WALK-DONE TO TRUE
032900     END-READ
033000     IF WS-WALK-DONE
033100         GO TO 3100-EXIT
033200     END-IF
033300     ADD 1 TO WS-UNITS-WALKED
033400     COMPUTE WS-DAYS-LEFT =
033500         FU-SERVICE-INTERVAL - FU-DAYS-SINCE-SERVICE
033600     EVALUATE TRUE
033700         WHEN FU-HELD-IN-SHOP OR WS-DAYS-LEFT <= ZERO
033800             IF NOT FU-HELD-IN-SHOP
033900                 SET FU-HELD-IN-SHOP TO TRUE
034000                 REWRITE FLEET-UNIT-RECORD
034100                 ADD 1 TO WS-NEW-HOLDS
034200             END-IF
034300             MOVE "OVERDUE  " TO WS-DU-TAG
034400             PERFORM 3200-WRITE-DUE-LINE THRU 3200-EXIT
034500             PERFORM 3300-COUNT-HELD-UNIT THRU 3300-EXIT
034600             ADD 1 TO WS-UNITS-OVERDUE
034700         WHEN WS-DAYS-LEFT <= WS-MARGIN-DAYS
034800             MOVE "DUE SOON " TO WS-DU-TAG
034900             PERFORM 3200-WRITE-DUE-LINE THRU 3200-EXIT
035000             ADD 1 TO WS-UNITS-DUE-SOON
035100         WHEN OTHER
035200             CONTINUE
035300     END-EVALUATE.
035400 3100-EXIT.
035500     EXIT.
035600 3200-WRITE-DUE-LINE.
035700     MOVE FU-UNIT-ID TO WS-DU-UNIT-ID
035800     MOVE FU-CLASS TO WS-DU-CLASS
035900     MOVE FU-LOCATION TO WS-DU-LOCATION
036000     MOVE FU-DAYS-SINCE-SERVICE TO WS-DU-DAYS
036100     MOVE FU-SERVICE-INTERVAL TO WS-DU-INTERVAL
036200     MOVE FU-LAST-SERVICE-DATE TO WS-DU-LAST-SERVICE
036300     WRITE DL-RECORD FROM WS-DUE-LINE.
036400 3200-EXIT.
036500     EXIT.
036600 3300-COUNT-HELD-UNIT.
036700     MOVE ZERO TO WS-MATCH-IX
036800     PERFORM 3310-SCAN-HELD THRU 3310-EXIT
036900         VARYING WS-HD-IX FROM 1 BY 1
037000         UNTIL WS-HD-IX > WS-HELD-COUNT
037100            OR WS-MATCH-IX > ZERO
037200     IF WS-MATCH-IX = ZERO
037300         AND WS-HELD-COUNT < WS-HELD-MAX
037400         ADD 1 TO WS-HELD-COUNT
037500         MOVE WS-HELD-COUNT TO WS-MATCH-IX
037600         MOVE FU-CLASS TO WS-HD-CLASS(WS-MATCH-IX)
037700         MOVE FU-LOCATION TO WS-HD-LOCATION(WS-MATCH-IX)
037800     END-IF
037900     IF WS-MATCH-IX > ZERO
038000         ADD 1 TO WS-HD-UNITS(WS-MATCH-IX)
038100     END-IF.
038200 3300-EXIT.
038300     EXIT.
038400 3310-SCAN-HELD.
038500     IF WS-HD-CLASS(WS-HD-IX) = FU-CLASS
038600         AND WS-HD-LOCATION(WS-HD-IX) = FU-LOCATION
038700         MOVE WS-HD-IX TO WS-MATCH-IX
038800     END-IF.
038900 3310-EXIT.
039000     EXIT.
039100*--------------------------------------------------------------
039200* FLEETGRS ROWS PASS THROUGH TO FLEETAVL WITH THE HELD UNITS
039300* FOR THE ROW'S CLASS AND LOCATION SUBTRACTED, FLOORED AT
039400* ZERO. A ZERO ROW STILL GOES OUT: TO THE QUOTE ENGINE IT
039500* MEANS SOLD OUT AT THAT LOCATION, WHICH IS THE TRUTH.
039600*--------------------------------------------------------------
039700 4000-WRITE-NET-AVAILABILITY.
039800     OPEN INPUT FLEET-GROSS-FILE
039900     IF NOT WS-GROSS-OK
040000         MOVE "FLEETGRS NOT AVAILABLE - FLEETAVL NOT WRITTEN"
040100             TO DL-RECORD
040200         WRITE DL-RECORD
040300         GO TO 4000-EXIT
040400     END-IF
040500     OPEN OUTPUT FLEET-AVAIL-FILE
040600     PERFORM 4100-READ-GROSS THRU 4100-EXIT
040700     PERFORM 4200-NET-ONE-ROW THRU 4200-EXIT
040800         UNTIL WS-GROSS-EOF
040900     CLOSE FLEET-GROSS-FILE
041000     CLOSE FLEET-AVAIL-FILE.
041100 4000-EXIT.
041200     EXIT.
041300 4100-READ-GROSS.
041400     READ FLEET-GROSS-FILE INTO FLEET-AVAIL-RECORD
041500         AT END SET WS-GROSS-EOF TO TRUE
041600     END-READ.
041700 4100-EXIT.
041800     EXIT.
041900 4200-NET-ONE-ROW.
042000     MOVE ZERO TO WS-MATCH-IX
042100     PERFORM 4210-SCAN-ROW THRU 4210-EXIT
042200         VARYING WS-HD-IX FROM 1 BY 1
042300         UNTIL WS-HD-IX > WS-HELD-COUNT
042400            OR WS-MATCH-IX > ZERO
042500     IF WS-MATCH-IX > ZERO AND FA-UNITS IS NUMERIC
042600         IF WS-HD-UNITS(WS-MATCH-IX) >= FA-UNITS
042700             ADD FA-UNITS TO WS-UNITS-WITHHELD
042800             MOVE ZERO TO FA-UNITS
042900         ELSE
043000             ADD WS-HD-UNITS(WS-MATCH-IX) TO WS-UNITS-WITHHELD
043100             SUBTRACT WS-HD-UNITS(WS-MATCH-IX) FROM FA-UNITS
043200         END-IF
043300     END-IF
043400     WRITE FLEET-AVAIL-RECORD
043500     ADD 1 TO WS-ROWS-WRITTEN
043600     PERFORM 4100-READ-GROSS THRU 4100-EXIT.
043700 4200-EXIT.
043800     EXIT.
043900 4210-SCAN-ROW.
044000     IF WS-HD-CLASS(WS-HD-IX) = FA-CLASS
044100         AND WS-HD-LOCATION(WS-HD-IX) = FA-LOCATION
044200         MOVE WS-HD-IX TO WS-MATCH-IX
044300     END-IF.
044400 4210-EXIT.
044500     EXIT.
044600 8000-WRITE-TOTALS.
044700     MOVE "UNIT TRANSACTIONS READ" TO WS-CL-LABEL
044800     MOVE WS-TRANS-READ TO WS-CL-COUNT
044900     WRITE DL-RECORD FROM WS-COUNT-LINE
045000     MOVE "UNITS REGISTERED" TO WS-CL-LABEL
045100     MOVE WS-UNITS-REGISTERED TO WS-CL-COUNT
045200     WRITE DL-RECORD FROM WS-COUNT-LINE
045300     MOVE "SERVICES POSTED" TO WS-CL-LABEL
045400     MOVE WS-SERVICES-POSTED TO WS-CL-COUNT
045500     WRITE DL-RECORD FROM WS-COUNT-LINE
045600     MOVE "TRANSACTIONS REJECTED" TO WS-CL-LABEL
045700     MOVE WS-TRANS-REJECTED TO WS-CL-COUNT
045800     WRITE DL-RECORD FROM WS-COUNT-LINE
045900     MOVE "UNITS ON MASTER" TO WS-CL-LABEL
046000     MOVE WS-UNITS-WALKED TO WS-CL-COUNT
046100     WRITE DL-RECORD FROM WS-COUNT-LINE
046200     MOVE "UNITS OVERDUE (HELD)" TO WS-CL-LABEL
046300     MOVE WS-UNITS-OVERDUE TO WS-CL-COUNT
046400     WRITE DL-RECORD FROM WS-COUNT-LINE
046500     MOVE "NEW HOLDS THIS CYCLE" TO WS-CL-LABEL
046600     MOVE WS-NEW-HOLDS TO WS-CL-COUNT
046700     WRITE DL-RECORD FROM WS-COUNT-LINE
046800     MOVE "UNITS DUE SOON" TO WS-CL-LABEL
046900     MOVE WS-UNITS-DUE-SOON TO WS-CL-COUNT
047000     WRITE DL-RECORD FROM WS-COUNT-LINE
047100     MOVE "FLEETAVL ROWS WRITTEN" TO WS-CL-LABEL
047200     MOVE WS-ROWS-WRITTEN TO WS-CL-COUNT
047300     WRITE DL-RECORD FROM WS-COUNT-LINE
047400     MOVE "UNITS WITHHELD" TO WS-CL-LABEL
047500     MOVE WS-UNITS-WITHHELD TO WS-CL-COUNT
047600     WRITE DL-RECORD FROM WS-COUNT-LINE.
047700 8000-EXIT.
047800     EXIT.
047900 9000-TERMINATE.
048000     IF WS-MASTER-OPEN
048100         CLOSE FLEET-UNIT-FILE
048200     END-IF
048300     CLOSE DUE-LIST-FILE
048400     CLOSE SERVICE-EXCEPTION-FILE.
048500 9000-EXIT.
048600     EXIT.
048700 END PROGRAM FLEET-MAINT-BATCH.
