000100* DL100HD - ACCOUNT HOLD RECORD LAYOUT.
000200* ONE RECORD PER HOLD (EARMARK) PLACED ON A LEDGER ACCOUNT - A
000300* LEGAL HOLD, AN UNCLEARED DEPOSIT, A PENDING DISBURSEMENT - KEYED
000400* ON THE ACCOUNT NUMBER AND A HOLD NUMBER DL100HU ASSIGNS IN TURN
000500* PER ACCOUNT.  A HOLD IS ACTIVE ('A') UNTIL IT IS RELEASED ('R')
000600* THROUGH DL100HU OR REACHES ITS EXPIRY DATE, WHEN THE NIGHTLY
000700* DL100HR REGISTER MARKS IT EXPIRED ('E').  A ZERO EXPIRY DATE
000800* MEANS THE HOLD STANDS UNTIL IT IS RELEASED.  A HOLD IS IN
000900* EFFECT ON EVERY DATE BEFORE ITS EXPIRY DATE, NOT ON IT, SO
001000* COBOL1 NEVER HONOURS A HOLD THAT IS DUE TO EXPIRE EVEN WHEN IT
001100* RUNS AHEAD OF THE REGISTER.  ENDED-DATE IS THE RELEASE OR
001200* EXPIRY DATE.  THE ACTIVE HOLDS COME OFF THE CURRENT BALANCE TO
001300* GIVE THE AVAILABLE BALANCE COBOL1 TESTS THE FLOOR AGAINST.
001400 01  DL100HD-RECORD.
001500     05  DL100HD-KEY.
001600         10  DL100HD-ACCOUNT-NO      PIC X(10).
001700         10  DL100HD-HOLD-NO         PIC 9(03).
001800     05  DL100HD-AMOUNT              PIC S9(11)V99.
001900     05  DL100HD-REASON              PIC X(02).
002000         88  DL100HD-LEGAL-HOLD             VALUE 'LH'.
002100         88  DL100HD-UNCLEARED              VALUE 'UD'.
002200         88  DL100HD-DISBURSEMENT           VALUE 'PD'.
002300         88  DL100HD-OTHER-HOLD             VALUE 'OT'.
002400         88  DL100HD-REASON-VALID           VALUE 'LH' 'UD' 'PD'
002500                                                  'OT'.
002600     05  DL100HD-REFERENCE           PIC X(20).
002700     05  DL100HD-PLACED-DATE         PIC 9(08).
002800     05  DL100HD-EXPIRY-DATE         PIC 9(08).
002900     05  DL100HD-STATUS              PIC X(01).
003000         88  DL100HD-ACTIVE                 VALUE 'A'.
003100         88  DL100HD-RELEASED               VALUE 'R'.
003200         88  DL100HD-EXPIRED                VALUE 'E'.
003300     05  DL100HD-ENDED-DATE          PIC 9(08).
003400     05  FILLER                      PIC X(07).
