000100* DL100RB - BRANCHES RECEIVED RECORD LAYOUT.
000200* ONE RECORD PER BRANCH THAT SENT A BATCH IN A POSTING CYCLE,
000300* WRITTEN BY COBOL1 AT THE END OF PASS 1 AND CARRIED FORWARD
000400* CYCLE TO CYCLE THROUGH THE RUN DATE (RCVDIN IN, RCVDOUT OUT),
000500* SO A LATER CYCLE KNOWS WHICH BRANCHES ARE ALREADY IN AND THE
000600* FINAL CYCLE LISTS ONLY THE BRANCHES STILL MISSING.  RECORDS
000700* FROM AN EARLIER RUN DATE DROP OFF AT THE FIRST CYCLE OF THE
000800* NEXT DAY.
000900 01  DL100RB-RECORD.
001000     05  DL100RB-RUN-DATE            PIC 9(08).
001100     05  DL100RB-CYCLE               PIC 9(01).
001200     05  DL100RB-BRANCH-ID           PIC X(04).
001300     05  FILLER                      PIC X(67).
