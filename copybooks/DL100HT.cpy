000100* DL100HT - ACCOUNT HOLD TRANSACTION RECORD LAYOUT.
000200* ONE RECORD PER HOLD TO PLACE OR RELEASE, SUPPLIED BY THE
000300* BRANCHES THROUGH OPERATIONS AND APPLIED BY DL100HU.  'P'
000400* PLACES A NEW HOLD ON AN ACCOUNT FOR THE AMOUNT, REASON AND
000500* OPTIONAL EXPIRY DATE GIVEN (ZERO = UNTIL RELEASED); DL100HU
000600* ASSIGNS THE HOLD NUMBER AND PRINTS IT ON THE HOLD MAINTENANCE
000700* REGISTER.  'R' RELEASES THE ACTIVE HOLD NAMED BY ACCOUNT AND
000800* HOLD NUMBER.  REFERENCE IS FREE TEXT - A COURT ORDER, A CHEQUE
000900* NUMBER - CARRIED ON THE HOLD FOR THE REGISTER AND STATEMENTS.
001000 01  DL100HT-RECORD.
001100     05  DL100HT-ACTION              PIC X(01).
001200         88  DL100HT-PLACE-HOLD             VALUE 'P'.
001300         88  DL100HT-RELEASE-HOLD           VALUE 'R'.
001400     05  DL100HT-ACCOUNT-NO          PIC X(10).
001500     05  DL100HT-HOLD-NO             PIC 9(03).
001600     05  DL100HT-AMOUNT              PIC S9(11)V99.
001700     05  DL100HT-REASON              PIC X(02).
001800     05  DL100HT-REFERENCE           PIC X(20).
001900     05  DL100HT-EXPIRY-DATE         PIC 9(08).
002000     05  FILLER                      PIC X(23).
