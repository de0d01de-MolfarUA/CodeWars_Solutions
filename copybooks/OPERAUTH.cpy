001500* (OR TOOL) IS NOT PERMITTED. 20 = OPERATOR ABSENT FROM THE
001600* PROFILE FILE, OR NO PROFILE FILE ON HAND - WHICH DENIES:
001700* A MISSING PROFILE MUST NOT REOPEN EVERY DOOR.
001710*
001720* A PROFILE MAY ALSO BE CONFINED TO ONE COMPANY'S DATA (THE
001730* OPERPROF COMPANY COLUMN; BLANK OR '*' IS EVERY COMPANY - SEE
001740* COMPANY.CPY). A CALLER THAT IS ABOUT TO SHOW OR CHANGE
001750* COMPANY DATA PUTS THE COMPANY IN AUTH-COMPANY, OR '**' WHEN
001760* IT SPANS EVERY COMPANY; A CONFINED OPERATOR ASKING FOR
001770* ANOTHER COMPANY, OR FOR ALL OF THEM, IS DENIED (10) EVEN
001780* WHEN THE FUNCTION ITSELF IS PERMITTED. LEFT AT SPACES, AS
001790* CALLERS THAT DO NOT HANDLE COMPANY DATA LEAVE IT, NO COMPANY
001791* CHECK IS MADE. AUTH-OPERATOR-COMPANY RETURNS THE COMPANY THE
001792* GRANTING PROFILE IS CONFINED TO, OR SPACES WHEN IT IS NOT.
001800*--------------------------------------------------------------
001900 01  OPERATOR-AUTH-REQUEST.
002000     05  AUTH-OPERATOR-ID        PIC X(03).
002400         88  AUTH-GRANTED                    VALUE 00.
002500         88  AUTH-DENIED                     VALUE 10.
002600         88  AUTH-UNKNOWN-OPERATOR           VALUE 20.
002700     05  AUTH-COMPANY            PIC X(02)       VALUE SPACES.
002800     05  AUTH-OPERATOR-COMPANY   PIC X(02)       VALUE SPACES.
