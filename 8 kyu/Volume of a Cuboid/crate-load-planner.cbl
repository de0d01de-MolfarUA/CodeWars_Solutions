002500*                    SKIPPED BY NAME; ITS STAMP DIGITS COULD
002600*                    SLIP PAST THE VOLUME EDIT AND LOAD AS A
002700*                    PHANTOM CRATE.
002710*   2026-10-15  CLP  CRATES OF THE TWO COMPANIES NEVER SHARE A
002720*                    CONTAINER. THE CRATE'S COMPANY COMES FROM
002730*                    CRATEOUT (BLANK IS THE PARENT COMPANY), THE
002740*                    SORT RUNS BY COMPANY THEN LARGEST FIRST,
002750*                    EACH CONTAINER BELONGS TO THE COMPANY OF
002760*                    ITS FIRST CRATE, AND EVERY LOADPLAN AND
002770*                    LOADOVER LINE ENDS WITH THE COMPANY (CO=).
002800*--------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
005100     05  CO-VOLUME-X         PIC X(08).
005200     05  FILLER              PIC X(02).
005300     05  CO-OVERFLOW-FLAG    PIC X(08).
005400     05  FILLER              PIC X(14).
005410     05  CO-COMPANY          PIC X(02).
005420     05  FILLER              PIC X(34).
005500 FD  LOAD-CONTROL-FILE.
005600 01  LOAD-CONTROL-CARD.
005700     05  LC-CAPACITY         PIC 9(09).
008300     88  WS-VOLUME-GOOD                      VALUE 'Y'.
008400 77  WS-CAPACITY             PIC 9(09)       VALUE ZERO.
008500 77  WS-HEADROOM             PIC 9(09)       VALUE ZERO.
008600 01  WS-SWAP-HOLD            PIC X(21).
008700 01  WS-CRATE-TABLE.
008800     05  WS-CRATE-ENTRY OCCURS 500.
008810         10  WS-CR-COMPANY   PIC X(02).
008900         10  WS-CR-CRATE-ID  PIC X(10).
009000         10  WS-CR-VOLUME    PIC 9(09).
009100 01  WS-CONTAINER-TABLE.
009200     05  WS-CONTAINER-ENTRY OCCURS 100.
009210         10  WS-CN-COMPANY   PIC X(02).
009300         10  WS-CN-USED      PIC 9(09).
009400         10  WS-CN-CRATES    PIC 9(04).
009500 01  WS-ASSIGNED-TABLE.
010300     05  WS-AL-CRATE-ID      PIC X(10).
010400     05  FILLER              PIC X(08)       VALUE " VOLUME=".
010500     05  WS-AL-VOLUME        PIC Z(08)9.
010510     05  FILLER              PIC X(04)       VALUE " CO=".
010520     05  WS-AL-COMPANY       PIC X(02).
010600 01  WS-CONTAINER-LINE.
010700     05  FILLER              PIC X(10)       VALUE
010800             "CONTAINER ".
011400     05  FILLER              PIC X(10)       VALUE
011500             " HEADROOM=".
011600     05  WS-CL-HEADROOM      PIC Z(08)9.
011610     05  FILLER              PIC X(04)       VALUE " CO=".
011620     05  WS-CL-COMPANY       PIC X(02).
011700 01  WS-OVERFLOW-LINE.
011800     05  FILLER              PIC X(18)       VALUE
011900             "FITS NO CONTAINER ".
012000     05  WS-OV-CRATE-ID      PIC X(10).
012100     05  FILLER              PIC X(08)       VALUE " VOLUME=".
012200     05  WS-OV-VOLUME        PIC Z(08)9.
012210     05  FILLER              PIC X(04)       VALUE " CO=".
012220     05  WS-OV-COMPANY       PIC X(02).
012230 COPY COMPANY.
012300 PROCEDURE DIVISION.
012400 0000-MAINLINE.
012500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017200             TO WS-CR-CRATE-ID(WS-CRATE-COUNT)
017300         COMPUTE WS-CR-VOLUME(WS-CRATE-COUNT) =
017400             FUNCTION NUMVAL(CO-VOLUME-X)
017410         IF CO-COMPANY = SPACES
017420             MOVE CMP-PARENT-COMPANY
017430                 TO WS-CR-COMPANY(WS-CRATE-COUNT)
017440         ELSE
017450             MOVE CO-COMPANY TO WS-CR-COMPANY(WS-CRATE-COUNT)
017460         END-IF
017500     END-IF.
017600 1200-NEXT.
017700     PERFORM 1100-READ-MANIFEST THRU 1100-EXIT.
019800 1220-EXIT.
019900     EXIT.
020000*--------------------------------------------------------------
020100* BY COMPANY, THEN LARGEST FIRST - SAME EXCHANGE SORT AS THE
020110* BID RANKER.
020200*--------------------------------------------------------------
020300 2000-SORT-CRATES.
020400     PERFORM 2100-SORT-ONE-PASS THRU 2100-EXIT
021300 2100-EXIT.
021400     EXIT.
021500 2110-COMPARE-ONE-PAIR.
021600     IF WS-CR-COMPANY(WS-INNER-SUB)
021610         > WS-CR-COMPANY(WS-INNER-SUB + 1)
021620        OR (WS-CR-COMPANY(WS-INNER-SUB)
021630             = WS-CR-COMPANY(WS-INNER-SUB + 1)
021640        AND WS-CR-VOLUME(WS-INNER-SUB)
021700             < WS-CR-VOLUME(WS-INNER-SUB + 1))
021800         MOVE WS-CRATE-ENTRY(WS-INNER-SUB) TO WS-SWAP-HOLD
021900         MOVE WS-CRATE-ENTRY(WS-INNER-SUB + 1)
022000             TO WS-CRATE-ENTRY(WS-INNER-SUB)
024400         ADD 1 TO WS-CONTAINER-COUNT
024500         MOVE WS-CONTAINER-COUNT TO WS-HOME-IX
024600         MOVE ZERO TO WS-CN-USED(WS-HOME-IX)
024610         MOVE WS-CR-COMPANY(WS-CR-IX)
024620             TO WS-CN-COMPANY(WS-HOME-IX)
024700         MOVE ZERO TO WS-CN-CRATES(WS-HOME-IX)
024800     END-IF
024900     IF WS-HOME-IX > ZERO
025700 3110-TRY-ONE-CONTAINER.
025800     IF WS-CN-USED(WS-CN-IX) + WS-CR-VOLUME(WS-CR-IX)
025900         <= WS-CAPACITY
025910         AND WS-CN-COMPANY(WS-CN-IX) = WS-CR-COMPANY(WS-CR-IX)
026000         MOVE WS-CN-IX TO WS-HOME-IX
026100     END-IF.
026200 3110-EXIT.
027500         MOVE WS-AS-CONTAINER(WS-CR-IX) TO WS-AL-CONTAINER
027600         MOVE WS-CR-CRATE-ID(WS-CR-IX) TO WS-AL-CRATE-ID
027700         MOVE WS-CR-VOLUME(WS-CR-IX) TO WS-AL-VOLUME
027710         MOVE WS-CR-COMPANY(WS-CR-IX) TO WS-AL-COMPANY
027800         WRITE LP-RECORD FROM WS-ASSIGN-LINE
027900     ELSE
028000         MOVE WS-CR-CRATE-ID(WS-CR-IX) TO WS-OV-CRATE-ID
028100         MOVE WS-CR-VOLUME(WS-CR-IX) TO WS-OV-VOLUME
028110         MOVE WS-CR-COMPANY(WS-CR-IX) TO WS-OV-COMPANY
028200         WRITE LO-RECORD FROM WS-OVERFLOW-LINE
028300     END-IF.
028400 4100-EXIT.
029000     COMPUTE WS-HEADROOM =
029100         WS-CAPACITY - WS-CN-USED(WS-CN-IX)
029200     MOVE WS-HEADROOM TO WS-CL-HEADROOM
029210     MOVE WS-CN-COMPANY(WS-CN-IX) TO WS-CL-COMPANY
029300     WRITE LP-RECORD FROM WS-CONTAINER-LINE.
029400 4200-EXIT.
029500     EXIT.
