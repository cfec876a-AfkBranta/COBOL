000100* DL100MU - PARAMETER MAINTENANCE TRANSACTION RECORD LAYOUT.
000200* ONE TRANSACTION PER RUN OF DL100PU.  CARRIES THE NEW RUN
000300* LABEL, CHECKPOINT INTERVAL, HISTORY RETENTION DAYS, AND
000400* DORMANCY DAYS TO BE WRITTEN TO THE DL100PM PARAMETER FILE.
000500 01  DL100MU-RECORD.
000600     05  DL100MU-NEW-RUN-LABEL       PIC X(30).
000700     05  DL100MU-NEW-CHECKPT-INT     PIC 9(05).
000750     05  DL100MU-NEW-HIST-RETENT     PIC 9(03).
000770     05  DL100MU-NEW-DORMANT-DAYS    PIC 9(04).
000800     05  FILLER                      PIC X(38).
