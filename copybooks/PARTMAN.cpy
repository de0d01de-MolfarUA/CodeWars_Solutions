000100*--------------------------------------------------------------
000200* PARTMAN.CPY
000300*--------------------------------------------------------------
000400* ONE LINE OF THE PARTITION MANIFEST WRITTEN BY
000500* PARTITION-SPLITTER AND READ BACK BY PARTITION-MERGER. A
000600* SPLIT EXTRACT IS CUT INTO CONTIGUOUS RECORD RANGES, ONE LINE
000700* PER PARTITION IN PARTITION ORDER, SO CONCATENATING THE
000800* PARTITION OUTPUTS IN MANIFEST ORDER RESTORES THE ORIGINAL
000900* RECORD ORDER. PM-FIRST-RECORD IS THE ORIGINAL ORDINAL OF THE
001000* PARTITION'S FIRST RECORD (ZERO FOR AN EMPTY PARTITION);
001100* PM-RECORD-COUNT IS WHAT THE PARTITION RUN MUST PROVE IT
001200* CONSUMED BEFORE THE MERGE WILL TAKE ITS OUTPUT.
001300*--------------------------------------------------------------
001400 01  PARTITION-MANIFEST-RECORD.
001500     05  PM-STREAM                PIC X(08).
001600     05  FILLER                   PIC X(01).
001700     05  PM-PARTITION             PIC 9(02).
001800     05  FILLER                   PIC X(01).
001900     05  PM-PARTITIONS            PIC 9(02).
002000     05  FILLER                   PIC X(01).
002100     05  PM-FIRST-RECORD          PIC 9(09).
002200     05  FILLER                   PIC X(01).
002300     05  PM-LAST-RECORD           PIC 9(09).
002400     05  FILLER                   PIC X(01).
002500     05  PM-RECORD-COUNT          PIC 9(09).
