000500* THE KEY AFTER POSTING.  DL100HP PURGES RECORDS OLDER THAN
000600* THE RETENTION WINDOW EVERY NIGHT SO THE FILE DOES NOT GROW
000700* WITHOUT BOUND.
000710* A POSTED REVERSAL MARKS THE ORIGINAL RECORD REVERSED WITH
000720* THE RUN DATE OF THE REVERSAL, AND IS ITSELF RECORDED UNDER
000730* THE ORIGINAL'S ACCOUNT, TRAN DATE AND AMOUNT WITH A
000740* REVERSAL CODE - 'RD', 'RC' OR 'RA' FOR A REVERSED DR, CR OR
000750* AJ - SO THE PAIR SITS TOGETHER ON THE FILE AND AN ORIGINAL
000760* CAN ONLY EVER BE REVERSED ONCE.
000770* BRANCH-ID IS THE BRANCH WHOSE BATCH CARRIED THE DETAIL (BLANK
000780* ON RECORDS WRITTEN BEFORE IT WAS CARRIED).
000800 01  DL100HI-RECORD.
000900     05  DL100HI-KEY.
001000         10  DL100HI-ACCOUNT-NO      PIC X(10).
001100         10  DL100HI-TRAN-DATE       PIC 9(08).
001200         10  DL100HI-TRAN-CODE       PIC X(02).
001210             88  DL100HI-REVERSAL-ENTRY     VALUE 'RD' 'RC' 'RA'.
001300         10  DL100HI-TRAN-AMOUNT     PIC S9(09)V99.
001400     05  DL100HI-RUN-DATE            PIC 9(08).
001410     05  DL100HI-REVERSED-SW         PIC X(01).
001420         88  DL100HI-REVERSED               VALUE 'R'.
001430     05  DL100HI-REVERSED-DATE       PIC 9(08).
001440     05  DL100HI-BRANCH-ID           PIC X(04).
001500     05  FILLER                      PIC X(28).
