000100*--------------------------------------------------------------
000200* FXRATE.CPY
000300*--------------------------------------------------------------
000400* RECORD LAYOUT OF ONE ROW OF THE FXRATE DAILY EXCHANGE-RATE
000500* TABLE TREASURY ADDS TO EACH BUSINESS DAY: THE CURRENCY CODE,
000600* THE DATE THE RATE WAS TAKEN, AND HOW MANY UNITS OF OUR BASE
000700* CURRENCY ONE UNIT OF THAT CURRENCY BUYS, TO SIX DECIMALS.
000800* ROWS MAY COME IN ANY ORDER; A LINE STARTING * IS A COMMENT.
000900* THE BASE CURRENCY ITSELF NEEDS NO ROW.
001000*--------------------------------------------------------------
001100 01  FX-RATE-RECORD.
001200     05  FX-CURRENCY             PIC X(03).
001300     05  FILLER                  PIC X(01).
001400     05  FX-RATE-DATE            PIC 9(08).
001500     05  FILLER                  PIC X(01).
001600     05  FX-BASE-PER-UNIT        PIC 9(05)V9(06).
