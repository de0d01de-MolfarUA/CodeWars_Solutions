000100*--------------------------------------------------------------
000200* PCTRANK.CPY
000300*--------------------------------------------------------------
000400* LINKAGE LAYOUT FOR A CALL TO PERCENTILE-RANK-ENGINE, THE
000500* SMALLER-RANKED METHOD WIDENED TO MONEY AMOUNTS AND FILE-SIZED
000600* GROUPS. THE CALLER LOADS PCT-COUNT VALUES; ONE CALL RETURNS,
000700* FOR EVERY VALUE, HOW MANY OF THE GROUP ARE SMALLER THAN IT
000800* AND HOW MANY EQUAL IT (ITSELF INCLUDED), AND FOR EVERY RANK K
000900* THE ORIGINAL POSITION OF THE KTH-SMALLEST VALUE. EQUAL VALUES
001000* KEEP THEIR LOADED ORDER. PCT-STATUS 'Y' ANSWERED, 'X' THE
001100* COUNT WAS ZERO OR PAST THE TABLE.
001200*--------------------------------------------------------------
001300 01  PERCENTILE-RANK-REQUEST.
001400     05  PCT-COUNT               PIC 9(05).
001500     05  PCT-STATUS              PIC X(01).
001600         88  PCT-ANSWERED                    VALUE 'Y'.
001700         88  PCT-NOT-ANSWERED                VALUE 'X'.
001800     05  PCT-ENTRY OCCURS 5000.
001900         10  PCT-VALUE           PIC S9(11)V99.
002000         10  PCT-SMALLER-COUNT   PIC 9(05).
002100         10  PCT-EQUAL-COUNT     PIC 9(05).
002200         10  PCT-ORDER-INDEX     PIC 9(05).
