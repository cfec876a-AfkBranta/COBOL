000100* DL100BN - BRANCH NET POSITION RECORD LAYOUT.
000200* WRITTEN BY DL100BS FOR TREASURY, ONE GENERATION PER POSTING
000300* CYCLE: ONE 'D' RECORD PER BRANCH THAT POSTED IN THE CYCLE,
000400* THEN ONE 'T' TRAILER WITH THE RECORD COUNT AND A HASH OF THE
000500* NET AMOUNTS SO TREASURY CAN BALANCE THE FILE BEFORE LOADING.
000600* THE NET IS CREDITS PLUS ADJUSTMENTS LESS DEBITS, AS POSTED TO
000700* THE BRANCH'S CUSTOMERS.  A POSITIVE NET IS DUE TO HEAD OFFICE
000800* ('T'), A NEGATIVE ONE DUE FROM HEAD OFFICE ('F').  THE HEAD
000900* OFFICE RECORD ITSELF (BRANCH-TYPE 'H', CARRIED UNDER 'AUTO')
001000* HOLDS THE SYSTEM POSTINGS AND HAS NO DIRECTION.
001100 01  DL100BN-RECORD.
001200     05  DL100BN-REC-TYPE            PIC X(01).
001300         88  DL100BN-DETAIL                 VALUE 'D'.
001400         88  DL100BN-TRAILER                VALUE 'T'.
001500     05  DL100BN-DATA-AREA           PIC X(79).
001600     05  DL100BN-DETAIL-AREA REDEFINES DL100BN-DATA-AREA.
001700         10  DL100BN-BRANCH-ID       PIC X(04).
001800         10  DL100BN-BRANCH-TYPE     PIC X(01).
001900             88  DL100BN-HEAD-OFFICE        VALUE 'H'.
002000             88  DL100BN-BRANCH             VALUE 'B'.
002100         10  DL100BN-RUN-DATE        PIC 9(08).
002200         10  DL100BN-CYCLE           PIC 9(01).
002300         10  DL100BN-POSTED-COUNT    PIC 9(07).
002400         10  DL100BN-DR-AMOUNT       PIC S9(11)V99.
002500         10  DL100BN-CR-AMOUNT       PIC S9(11)V99.
002600         10  DL100BN-AJ-AMOUNT       PIC S9(11)V99.
002700         10  DL100BN-NET-AMOUNT      PIC S9(11)V99.
002800         10  DL100BN-DIRECTION       PIC X(01).
002900             88  DL100BN-DUE-TO-HO          VALUE 'T'.
003000             88  DL100BN-DUE-FROM-HO        VALUE 'F'.
003100         10  FILLER                  PIC X(05).
003200     05  DL100BN-TRAILER-AREA REDEFINES DL100BN-DATA-AREA.
003300         10  DL100BN-TRAILER-COUNT   PIC 9(09).
003400         10  DL100BN-TRAILER-HASH    PIC S9(11)V99.
003500         10  DL100BN-TRAILER-DATE    PIC 9(08).
003600         10  DL100BN-TRAILER-CYCLE   PIC 9(01).
003700         10  FILLER                  PIC X(48).
