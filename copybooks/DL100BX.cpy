000100* DL100BX - BRANCH ACTIVITY EXTRACT RECORD LAYOUT.
000200* WRITTEN BY COBOL1 IN PASS 2 FOR THE DL100BS BRANCH SETTLEMENT,
000300* ONE GENERATION PER POSTING CYCLE.  EVERY RECORD CARRIES THE
000400* BRANCH, RUN DATE AND CYCLE.
000500*   'C' - ONE PER BATCH, AS THE BATCH CONTROL SUMMARY ON THE
000600*         COBOL1 REPORT SHOWS IT: THE DETAIL COUNT AND HASH
000700*         TOTAL PASS 1 PROVED, AND WHETHER THE BATCH BALANCED
000800*         ('B') OR WAS HELD ('H').
000900*   'I' - ONE PER DETAIL EDITED FROM A BALANCED BATCH OR
001000*         RECYCLED FROM SUSPENSE: THE CODE AND SIGNED AMOUNT IT
001100*         POSTED (OR WOULD HAVE) UNDER, THE AMOUNT AS SENT (WHAT
001200*         THE BATCH HASH ADDS), AND WHAT BECAME OF IT - POSTED,
001300*         HELD TO SUSPENSE, OR HELD AS A SUSPECTED DUPLICATE.  A
001400*         RECYCLED ITEM IS FLAGGED, SINCE IT IS NOT PART OF ANY
001500*         OF TONIGHT'S BATCH CONTROLS.
001600 01  DL100BX-RECORD.
001700     05  DL100BX-REC-TYPE            PIC X(01).
001800         88  DL100BX-BATCH-CONTROL          VALUE 'C'.
001900         88  DL100BX-ITEM                   VALUE 'I'.
002000     05  DL100BX-BRANCH-ID           PIC X(04).
002100     05  DL100BX-RUN-DATE            PIC 9(08).
002200     05  DL100BX-CYCLE               PIC 9(01).
002300     05  DL100BX-DATA-AREA           PIC X(66).
002400     05  DL100BX-CONTROL-AREA REDEFINES DL100BX-DATA-AREA.
002500         10  DL100BX-CTL-COUNT       PIC 9(09).
002600         10  DL100BX-CTL-HASH        PIC S9(11)V99.
002700         10  DL100BX-CTL-STATUS      PIC X(01).
002800             88  DL100BX-CTL-BALANCED       VALUE 'B'.
002900             88  DL100BX-CTL-HELD           VALUE 'H'.
003000         10  FILLER                  PIC X(43).
003100     05  DL100BX-ITEM-AREA REDEFINES DL100BX-DATA-AREA.
003200         10  DL100BX-ACCOUNT-NO      PIC X(10).
003300         10  DL100BX-POST-CODE       PIC X(02).
003400         10  DL100BX-POST-AMOUNT     PIC S9(09)V99.
003500         10  DL100BX-TRAN-AMOUNT     PIC S9(09)V99.
003600         10  DL100BX-DISPOSITION     PIC X(01).
003700             88  DL100BX-POSTED             VALUE 'P'.
003800             88  DL100BX-SUSPENDED          VALUE 'S'.
003900             88  DL100BX-DUPLICATE          VALUE 'D'.
004000         10  DL100BX-RECYCLED-SW     PIC X(01).
004100             88  DL100BX-RECYCLED           VALUE 'Y'.
004200         10  FILLER                  PIC X(30).
