000300*--------------------------------------------------------------
000400* LINKAGE LAYOUT FOR A CALL TO JOURNAL-WRITER, THE UPDATE
000500* JOURNALING SERVICE FOR THE KEYED MASTERS (MINBASEC, NPARACHE,
000600* RESMASTR, BADGMST). WHEN NPARACHE WAS CORRUPTED THE ONLY FIX WAS
000700* RE-DERIVING EVERYTHING FROM SCRATCH, BECAUSE AN INDEXED FILE
000800* HAS NO RECOVERY STORY OF ITS OWN. EVERY PROGRAM THAT WRITES,
000900* REWRITES, OR DELETES A MASTER RECORD NOW FILLS THIS ENTRY -
