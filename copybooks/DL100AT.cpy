000840* MAY BE ZERO FOR NO-OVERDRAFT OR NEGATIVE FOR AN APPROVED
000850* OVERDRAFT ALLOWANCE) ONLY APPLIES WHEN NEW-FLOOR-FLAG IS
000860* 'Y', AND ANY OTHER VALUE TAKES AN EXISTING FLOOR OFF.
000870* 'W' REACTIVATES (WAKES) A DORMANT ACCOUNT ONCE THE CUSTOMER
000880* HAS BEEN IN TOUCH, SO COBOL1 POSTS ITS ITEMS AGAIN.
000900 01  DL100AT-RECORD.
001000     05  DL100AT-ACTION              PIC X(01).
001100         88  DL100AT-OPEN-ACCT              VALUE 'O'.
001300         88  DL100AT-REOPEN-ACCT            VALUE 'R'.
001400         88  DL100AT-ADJUST-ACCT            VALUE 'A'.
001450         88  DL100AT-SET-LIMITS             VALUE 'L'.
001460         88  DL100AT-REACTIVATE-ACCT        VALUE 'W'.
001500     05  DL100AT-ACCOUNT-NO          PIC X(10).
001600     05  DL100AT-ADJ-AMOUNT          PIC S9(11)V99.
001610     05  DL100AT-NEW-MAX-AMT         PIC S9(09)V99.
