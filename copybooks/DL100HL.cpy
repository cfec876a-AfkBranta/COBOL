000100* DL100HL - ACCOUNT HOLD LOG RECORD LAYOUT.
000200* ONE RECORD IS WRITTEN FOR EVERY CHANGE TO A DL100HD HOLD,
000300* CARRYING THE HOLD'S STATUS AND THE AMOUNT IT HELD BEFORE AND
000400* AFTER THE CHANGE, AS DL100AX DOES FOR THE ACCOUNT MASTER.
000500* DL100HU LOGS EACH HOLD PLACED ('P') OR RELEASED ('R'); THE
000600* NIGHTLY DL100HR REGISTER LOGS EACH HOLD IT EXPIRES ('E') AND
000700* ENDS ITS RUN WITH A REGISTER MARK ('N', NO ACCOUNT), SO THE
000800* NEXT NIGHT'S REGISTER LISTS EVERYTHING LOGGED AFTER IT.
000900 01  DL100HL-RECORD.
001000     05  DL100HL-RUN-DATE            PIC 9(08).
001100     05  DL100HL-RUN-TIME            PIC 9(08).
001200     05  DL100HL-ACTION              PIC X(01).
001300         88  DL100HL-PLACED                 VALUE 'P'.
001400         88  DL100HL-RELEASED               VALUE 'R'.
001500         88  DL100HL-EXPIRED                VALUE 'E'.
001600         88  DL100HL-REGISTER-MARK          VALUE 'N'.
001700     05  DL100HL-ACCOUNT-NO          PIC X(10).
001800     05  DL100HL-HOLD-NO             PIC 9(03).
001900     05  DL100HL-BEFORE-STATUS       PIC X(01).
002000     05  DL100HL-AFTER-STATUS        PIC X(01).
002100     05  DL100HL-BEFORE-AMOUNT       PIC S9(11)V99.
002200     05  DL100HL-AFTER-AMOUNT        PIC S9(11)V99.
002300     05  DL100HL-REASON              PIC X(02).
002400     05  DL100HL-REFERENCE           PIC X(20).
002500     05  DL100HL-EXPIRY-DATE         PIC 9(08).
002600     05  FILLER                      PIC X(12).
