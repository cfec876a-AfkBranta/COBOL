000300* INTERVAL, AND THE HISTORY RETENTION (DAYS A PROCESSED
000350* TRANSACTION STAYS ON THE DL100HI FILE) OUTSIDE THE LOAD
000400* MODULE SO OPERATIONS CAN CHANGE THEM WITHOUT A RECOMPILE.
000420* DORMANCY-DAYS IS HOW LONG AN OPEN ACCOUNT MAY GO WITHOUT A
000430* POSTING BEFORE DL100DS FLAGS IT DORMANT; ZERO TURNS THE
000440* SWEEP OFF.
000450* MAINTAINED BY DL100PU.
000500 01  DL100PM-RECORD.
000600     05  DL100PM-RUN-LABEL           PIC X(30).
000700     05  DL100PM-CHECKPT-INTERVAL    PIC 9(05).
000750     05  DL100PM-HIST-RETENTION      PIC 9(03).
000770     05  DL100PM-DORMANCY-DAYS       PIC 9(04).
000800     05  FILLER                      PIC X(38).
