000100* DL100IR - INTEREST RATE TIER TABLE RECORD LAYOUT.
000200* ONE RECORD PER BALANCE BAND, MAINTAINED BY OPERATIONS AS A
000300* PLAIN SEQUENTIAL FILE ON THE RATEIN DD AND READ BY DL100IA
000400* AHEAD OF THE NIGHTLY.  BANDS ARE KEYED IN ASCENDING ORDER OF
000500* BAND-LIMIT; AN ACCOUNT FALLS IN THE FIRST BAND WHOSE LIMIT IS
000600* AT OR ABOVE THE SIZE OF ITS BALANCE (SIGN IGNORED), AND A
000700* BALANCE ABOVE THE LAST LIMIT TAKES THE LAST BAND.  THE WHOLE
000800* BALANCE EARNS THE ONE BAND'S RATE.  CREDIT-RATE APPLIES TO A
000900* BALANCE IN CREDIT AND IS PAID TO THE CUSTOMER; OVERDRAFT-RATE
001000* APPLIES TO A BALANCE BELOW ZERO AND IS CHARGED.  RATES ARE
001100* ANNUAL PERCENTAGES (002.5000 IS 2.5 PERCENT A YEAR), ACCRUED
001200* ON A 365-DAY YEAR.
001300 01  DL100IR-RECORD.
001400     05  DL100IR-BAND-LIMIT          PIC 9(11)V99.
001500     05  DL100IR-CREDIT-RATE         PIC 9(03)V9(04).
001600     05  DL100IR-OVERDRAFT-RATE      PIC 9(03)V9(04).
001700     05  FILLER                      PIC X(53).
