002300*                         CAL-SVC-ARGUMENT-2.
002400*   'M' IS-MONTH-END    - FLAG 'Y'/'N' FOR THE DATE.
002500*   'Q' IS-QUARTER-END  - FLAG 'Y'/'N' FOR THE DATE.
002505*   'H' IS-HOLIDAY      - FLAG 'Y' WHEN THE DATE'S CALMAST ROW
002506*                         NAMES A HOLIDAY, 'N' WHEN IT DOES NOT.
002510*   'S' PERIOD-STATUS   - CAL-SVC-PERIOD-STATUS OF THE
002520*                         ACCOUNTING PERIOD (YYYYMM) THE DATE
002530*                         FALLS IN, FROM THE PERIODCT PERIOD-
002540*                         CONTROL FILE, WITH CAL-SVC-CLOSED-BY
002550*                         AND THE DATE THE STATUS WAS SET IN
002560*                         CAL-SVC-ANSWER. FLAG 'Y' WHEN THE
002570*                         PERIOD IS ON PERIODCT, 'N' WHEN IT IS
002580*                         NOT - A PERIOD NEVER CLOSED IS OPEN.
002590*   'U' SET-PERIOD      - MOVES THE DATE'S PERIOD TO
002600*                         CAL-SVC-PERIOD-STATUS, RECORDING
002610*                         CAL-SVC-CLOSED-BY AND THE DATE IN
002620*                         CAL-SVC-ARGUMENT-2, AND REWRITES
002630*                         PERIODCT. OPEN GOES TO SOFT-CLOSED,
002640*                         SOFT-CLOSED TO HARD-CLOSED OR BACK TO
002650*                         OPEN; HARD-CLOSED IS FINAL. FLAG 'Y'
002660*                         DONE, 'N' REFUSED (ANY OTHER MOVE),
002670*                         'X' PERIODCT FULL OR NOT WRITTEN.
002680* THE PERIOD FUNCTIONS DO NOT NEED CALMAST.
002690*
002700* FLAG 'X' ON ANY OTHER FUNCTION MEANS THE REQUEST FELL OUTSIDE
002710* THE LOADED CALENDAR (OR NO CALMAST WAS ON HAND) AND THE
002800* CALLER SHOULD FALL BACK TO RAW CALENDAR ARITHMETIC
002810* DELIBERATELY.
002900*--------------------------------------------------------------
003000 01  CALENDAR-SERVICE-REQUEST.
003100     05  CAL-SVC-FUNCTION        PIC X(01).
003500         88  CAL-SVC-COUNT-BUSINESS          VALUE 'C'.
003600         88  CAL-SVC-IS-MONTH-END            VALUE 'M'.
003700         88  CAL-SVC-IS-QUARTER-END          VALUE 'Q'.
003705         88  CAL-SVC-IS-HOLIDAY              VALUE 'H'.
003710         88  CAL-SVC-GET-PERIOD              VALUE 'S'.
003720         88  CAL-SVC-SET-PERIOD              VALUE 'U'.
003800     05  CAL-SVC-ARGUMENT        PIC 9(08).
003900     05  CAL-SVC-ARGUMENT-2      PIC 9(08).
004000     05  CAL-SVC-ANSWER          PIC 9(08).
004300         88  CAL-SVC-YES                     VALUE 'Y'.
004400         88  CAL-SVC-NO                      VALUE 'N'.
004500         88  CAL-SVC-OUT-OF-RANGE            VALUE 'X'.
004600     05  CAL-SVC-PERIOD-STATUS   PIC X(01).
004700         88  CAL-SVC-PERIOD-OPEN             VALUE 'O'.
004800         88  CAL-SVC-PERIOD-SOFT-CLOSED      VALUE 'S'.
004900         88  CAL-SVC-PERIOD-HARD-CLOSED      VALUE 'H'.
005000     05  CAL-SVC-CLOSED-BY       PIC X(03).
