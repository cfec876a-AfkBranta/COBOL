001900*
002000* MODIFICATION HISTORY.
002100*     2026-08-22  BAB  ORIGINAL VERSION.
002110*     2026-10-15  BAB  PARAMETER CHANGE LINE SHOWS THE NEW
002120*                      DORMANCY DAYS.
002200*****************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. DL100RH.
018300     05  DL100RH-PL-AFTER-CKPT       PIC 9(05).
018400     05  FILLER                      PIC X(08) VALUE ' RETEN: '.
018500     05  DL100RH-PL-AFTER-RETENT     PIC 9(03).
018520     05  FILLER                      PIC X(07) VALUE ' DORM: '.
018540     05  DL100RH-PL-AFTER-DORMANT    PIC 9(04).
018600     05  FILLER                      PIC X(26) VALUE SPACES.
018700
018800 01  DL100RH-SUMM1-LINE.
018900     05  FILLER                      PIC X(01) VALUE '0'.
048900     MOVE DL100ML-AFTER-LABEL TO DL100RH-PL-AFTER-LABEL.
049000     MOVE DL100ML-AFTER-CHECKPT TO DL100RH-PL-AFTER-CKPT.
049100     MOVE DL100ML-AFTER-RETENT TO DL100RH-PL-AFTER-RETENT.
049150     MOVE DL100ML-AFTER-DORMANT TO DL100RH-PL-AFTER-DORMANT.
049200     WRITE DL100RP-LINE FROM DL100RH-PARM-LINE.
049300     ADD 1 TO DL100RH-LINE-COUNT.
049400     ADD 1 TO DL100RH-PARM-COUNT.
