000580* NEGATIVE FLOOR IS AN APPROVED OVERDRAFT ALLOWANCE, SO THE
000590* FLAG, NOT THE VALUE, SAYS WHETHER A FLOOR IS IN EFFECT.
000595* LEGACY RECORDS CARRY SPACES AND POST AS THEY ALWAYS HAVE.
000596* ACCRUED-INT IS THE INTEREST DL100IA HAS ACCRUED SINCE THE
000597* LAST MONTH-END CAPITALIZATION (POSITIVE = CREDIT INTEREST
000598* OWED TO THE CUSTOMER, NEGATIVE = OVERDRAFT INTEREST DUE),
000599* CARRIED TO FOUR DECIMALS SO DAILY ROUNDING DOES NOT DRIFT,
000600* AND ACCRUED-THRU IS THE LAST DATE IT COVERS.  ONLY THE
000601* WHOLE CENTS ARE CAPITALIZED; THE FRACTION CARRIES FORWARD.
000602* A DORMANT ACCOUNT ('D') IS ONE DL100DS FOUND WITH NO POSTING
000603* FOR THE DORMANCY PERIOD ON DL100PM.  IT KEEPS ITS BALANCE
000604* AND STILL TAKES SYSTEM POSTINGS, BUT COBOL1 HOLDS CUSTOMER
000605* ITEMS TO SUSPENSE UNTIL DL100AU REACTIVATES IT.
000606* CAPITALIZED IS THE AMOUNT DL100IA TOOK OFF ACCRUED-INT ON
000607* THE CAPITALIZATION NIGHT ENDING AT ACCRUED-THRU (ZERO WHEN
000608* NONE), KEPT SO A RERUN OF A FAILED CAPITALIZATION CAN WRITE
000609* THE SAME INTEREST DETAIL AGAIN.  IT IS BINARY TO FIT THE
000610* FOUR BYTES THAT WERE LEFT.
000650 01  DL100AM-RECORD.
000700     05  DL100AM-ACCOUNT-NO          PIC X(10).
000800     05  DL100AM-CURR-BALANCE        PIC S9(11)V99.
000900     05  DL100AM-ACCT-STATUS         PIC X(01).
001000         88  DL100AM-ACCT-OPEN              VALUE 'O'.
001100         88  DL100AM-ACCT-CLOSED            VALUE 'C'.
001150         88  DL100AM-ACCT-DORMANT           VALUE 'D'.
001200     05  DL100AM-LAST-ACTIVITY       PIC 9(08).
001210     05  DL100AM-MAX-TRAN-AMT        PIC S9(09)V99.
001220     05  DL100AM-BALANCE-FLOOR       PIC S9(11)V99.
001230     05  DL100AM-FLOOR-FLAG          PIC X(01).
001240         88  DL100AM-FLOOR-IN-EFFECT        VALUE 'Y'.
001250     05  DL100AM-ACCRUED-INT         PIC S9(07)V9(04).
001260     05  DL100AM-ACCRUED-THRU        PIC 9(08).
001300     05  DL100AM-CAPITALIZED         PIC S9(07)V99 COMP.
