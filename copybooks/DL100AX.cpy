000400* AFTER STATUS AND BALANCE FOR THE AUDIT TRAIL OPERATIONS
000500* NEEDS WHEN AN ACCOUNT CHANGE IS QUESTIONED.  REJECTED
000600* TRANSACTIONS DO NOT LOG - THEY CHANGED NOTHING AND SHOW ON
000700* THE PRINTED MAINTENANCE REGISTER INSTEAD.  DL100DS ALSO
000750* LOGS EACH ACCOUNT IT FLAGS DORMANT, UNDER ACTION 'D'.
000800 01  DL100AX-RECORD.
000900     05  DL100AX-RUN-DATE            PIC 9(08).
001000     05  DL100AX-RUN-TIME            PIC 9(08).
