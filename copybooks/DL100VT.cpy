000100* DL100VT - MONITORING PARAMETER MAINTENANCE TRANSACTION LAYOUT.
000200* ONE TRANSACTION PER RUN OF DL100VU, CARRYING THE NEW LIMITS TO
000300* BE WRITTEN TO THE DL100VP MONITORING PARAMETER FILE.  SAME
000400* LAYOUT AS DL100VP.
000500 01  DL100VT-RECORD.
000600     05  DL100VT-NEW-REPORT-LIMIT    PIC 9(09)V99.
000700     05  DL100VT-NEW-BAND-FLOOR      PIC 9(09)V99.
000800     05  DL100VT-NEW-CLUSTER-DAYS    PIC 9(02).
000900     05  DL100VT-NEW-WINDOW-DAYS     PIC 9(03).
001000     05  DL100VT-NEW-WINDOW-COUNT    PIC 9(05).
001100     05  DL100VT-NEW-WINDOW-NET      PIC 9(11)V99.
001200     05  FILLER                      PIC X(35).
