000500* NEXT NIGHT'S RUN READS THE PRIOR RECORD AND TIES THE
000600* MOVEMENT SINCE THEN TO THE NET AMOUNT IN THAT NIGHT'S GL
000700* EXTRACT, SO AN OUT-OF-BALANCE MASTER IS CAUGHT THE SAME
000800* NIGHT INSTEAD OF AT MONTH-END.  WITH MORE THAN ONE POSTING
000810* CYCLE IN A DAY THERE IS ONE RECORD PER CYCLE, STAMPED WITH
000820* THE CYCLE AND THE TIME DL100TB RAN SO THE NEXT CYCLE TAKES
000830* ONLY THE MAINTENANCE LOGGED AFTER IT.  A RECORD WRITTEN
000840* BEFORE CYCLES HAS BOTH BLANK.
000900 01  DL100TP-RECORD.
001000     05  DL100TP-RUN-DATE            PIC 9(08).
001100     05  DL100TP-TOTAL-BALANCE       PIC S9(13)V99.
001200     05  DL100TP-OPEN-COUNT          PIC 9(09).
001300     05  DL100TP-CLOSED-COUNT        PIC 9(09).
001350     05  DL100TP-CYCLE               PIC 9(01).
001360     05  DL100TP-RUN-TIME            PIC 9(08).
001400     05  FILLER                      PIC X(30).
