000100*--------------------------------------------------------------
000200* PARTEND.CPY
000300*--------------------------------------------------------------
000400* CLOSING LINE A PARTITION RUN OF FINDNEEDLE-BATCH WRITES AS
000500* THE LAST LINE OF ITS PARTITION REPORT: THE PARTITION NUMBER
000600* AND THE NUMBER OF HAYSTACK RECORDS IT READ. A MATCH REPORT
000700* SAYS NOTHING ABOUT THE RECORDS THAT DID NOT MATCH, SO THIS
000800* LINE IS PARTITION-MERGER'S PROOF THAT THE RUN CONSUMED ITS
000900* WHOLE PARTITION; AN ABENDED RUN NEVER WRITES IT. THE MERGER
001000* CHECKS THE COUNT AGAINST THE PARTMAN MANIFEST AND DROPS THE
001100* LINE FROM THE MERGED NEEDLRPT.
001200*--------------------------------------------------------------
001300 01  PARTITION-END-LINE.
001400     05  PE-TAG                   PIC X(06)   VALUE "*PART ".
001500     05  PE-PARTITION             PIC 9(02)   VALUE ZERO.
001600     05  FILLER                   PIC X(09)   VALUE " RECORDS ".
001700     05  PE-RECORD-COUNT          PIC 9(09)   VALUE ZERO.
