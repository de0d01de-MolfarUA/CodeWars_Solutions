000100*--------------------------------------------------------------
000200* REFTVER.CPY
000300*--------------------------------------------------------------
000400* LINKAGE LAYOUT FOR A CALL TO REFTAB-VERSION, WHICH TELLS A
000500* CONSUMING BATCH WHICH VERSION OF A BUSINESS REFERENCE TABLE
000600* REFTAB-PUBLISH LAST WROTE TO THE TABLE'S DD (FROM REFINUSE,
000700* LOADED ON THE FIRST CALL OF THE RUN UNIT). THE CALLER MOVES
000800* THE TABLE NAME IN AND WRITES RTV-HEADER-LINE UNDER ITS
000900* REPORT HEADING, SO EVERY REPORT SHOWS THE RATES IT RAN ON.
001000* FLAG 'N' (VERSION NOT RECORDED) MEANS NO REFINUSE WAS ON
001100* HAND, THE TABLE WAS ABSENT FROM IT, OR NO VERSION WAS IN
001200* FORCE WHEN IT WAS PUBLISHED - THE LINE SAYS SO RATHER THAN
001300* LEAVING THE REPORT SILENT.
001400*--------------------------------------------------------------
001500 01  REFTAB-VERSION-REQUEST.
001600     05  RTV-TABLE-NAME          PIC X(08).
001700     05  RTV-VERSION             PIC 9(04).
001800     05  RTV-EFFECTIVE-DATE      PIC 9(08).
001900     05  RTV-BUSINESS-DATE       PIC 9(08).
002000     05  RTV-FLAG                PIC X(01).
002100         88  RTV-RECORDED                    VALUE 'Y'.
002200         88  RTV-NOT-RECORDED                VALUE 'N'.
002300     05  RTV-HEADER-LINE         PIC X(80).
