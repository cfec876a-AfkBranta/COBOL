000100* DL100VX - RISK MONITORING EXTRACT RECORD LAYOUT.
000200* WRITTEN BY DL100VM AFTER THE NIGHTLY: ONE 'D' RECORD PER
000300* EXCEPTION FLAGGED, CARRYING THE ACCOUNT'S CURRENT DL100AM
000400* BALANCE AND STATUS, THEN ONE 'T' TRAILER WITH THE RECORD
000500* COUNT SO RISK CAN PROVE THE FILE COMPLETE BEFORE LOADING.
000600* EXCEPTION TYPES:
000700*   LI - SINGLE ITEM AT OR OVER THE REPORT LIMIT.  FROM IS
000800*        THE ITEM'S TRAN DATE, TO THE NIGHT IT POSTED; THE
000900*        CODE AND AMOUNT ARE ITS OWN.
001000*   VC - ITEMS IN THE ROLLING WINDOW OVER THE COUNT LIMIT.
001100*   VN - NET MOVEMENT IN THE WINDOW OVER THE NET LIMIT.  FOR VC
001200*        AND VN THE DATES ARE THE EARLIEST ITEM IN THE WINDOW AND
001300*        THE RUN DATE, THE COUNT AND AMOUNT THE WINDOW'S ITEMS
001400*        AND SIGNED NET.
001500*   ST - STRUCTURING CLUSTER: NEAR-THRESHOLD ITEMS ON
001600*        CONSECUTIVE BUSINESS DAYS.  THE DATES ARE THE FIRST AND
001700*        LAST DAY, THE COUNT AND AMOUNT THE CLUSTER'S ITEMS AND
001800*        THEIR TOTAL.
001900 01  DL100VX-RECORD.
002000     05  DL100VX-REC-TYPE            PIC X(01).
002100         88  DL100VX-DETAIL                 VALUE 'D'.
002200         88  DL100VX-TRAILER                VALUE 'T'.
002300     05  DL100VX-DATA-AREA           PIC X(79).
002400     05  DL100VX-DETAIL-AREA REDEFINES DL100VX-DATA-AREA.
002500         10  DL100VX-RUN-DATE        PIC 9(08).
002600         10  DL100VX-ACCOUNT-NO      PIC X(10).
002700         10  DL100VX-EXCEPTION-TYPE  PIC X(02).
002800             88  DL100VX-LARGE-ITEM         VALUE 'LI'.
002900             88  DL100VX-VELOCITY-COUNT     VALUE 'VC'.
003000             88  DL100VX-VELOCITY-NET       VALUE 'VN'.
003100             88  DL100VX-STRUCTURING        VALUE 'ST'.
003200         10  DL100VX-FROM-DATE       PIC 9(08).
003300         10  DL100VX-TO-DATE         PIC 9(08).
003400         10  DL100VX-TRAN-CODE       PIC X(02).
003500         10  DL100VX-ITEM-COUNT      PIC 9(05).
003600         10  DL100VX-AMOUNT          PIC S9(11)V99.
003700         10  DL100VX-CURR-BALANCE    PIC S9(11)V99.
003800         10  DL100VX-ACCT-STATUS     PIC X(01).
003900         10  FILLER                  PIC X(09).
004000     05  DL100VX-TRAILER-AREA REDEFINES DL100VX-DATA-AREA.
004100         10  DL100VX-TRAILER-COUNT   PIC 9(09).
004200         10  DL100VX-TRAILER-DATE    PIC 9(08).
004300         10  FILLER                  PIC X(62).
