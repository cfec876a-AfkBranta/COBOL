001200         10  DL100TR-TRAN-DATE       PIC 9(08).
001300         10  DL100TR-TRAN-AMOUNT     PIC S9(09)V99.
001400         10  DL100TR-TRAN-CODE       PIC X(02).
001410             88  DL100TR-REVERSAL           VALUE 'RV'.
001420*        A REVERSAL ('RV') NAMES THE POSTING IT UNDOES BY ITS
001430*        DL100HI KEY: ACCOUNT, TRAN DATE AND AMOUNT ABOVE ARE
001440*        THE ORIGINAL'S, AND ORIG-CODE CARRIES THE ORIGINAL'S
001450*        DR/CR/AJ CODE.  SPACES ON EVERY OTHER DETAIL.
001460         10  DL100TR-ORIG-CODE       PIC X(02).
001500         10  FILLER                  PIC X(46).
001600     05  DL100TR-TRAILER-AREA REDEFINES DL100TR-DATA-AREA.
001700         10  DL100TR-TRAILER-COUNT   PIC 9(09).
001800         10  DL100TR-TRAILER-HASH    PIC S9(11)V99.
