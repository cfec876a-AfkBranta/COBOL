000600* COBOL1 READS THE PRIOR RUN'S SUSPENSE FILE AT THE FRONT OF
000700* PASS 2 SO CORRECTED ITEMS FLOW BACK THROUGH WITHOUT A
000800* RE-KEYING EXERCISE.
000810* BRANCH-ID IS THE BRANCH WHOSE BATCH CARRIED THE DETAIL.  IT
000820* STAYS WITH THE ITEM ACROSS RECYCLES, SO A CORRECTED ITEM STILL
000830* SETTLES TO ITS BRANCH; AN ITEM HELD BEFORE IT WAS CARRIED HAS
000840* IT BLANK.
000900 01  DL100SU-RECORD.
001000     05  DL100SU-ORIG-RECORD         PIC X(80).
001100     05  DL100SU-ORIG-DETAIL REDEFINES DL100SU-ORIG-RECORD.
001700         10  FILLER                  PIC X(48).
001800     05  DL100SU-REASON-CODE         PIC X(02).
001900     05  DL100SU-SUSP-DATE           PIC 9(08).
001910     05  DL100SU-BRANCH-ID           PIC X(04).
002000     05  FILLER                      PIC X(06).
