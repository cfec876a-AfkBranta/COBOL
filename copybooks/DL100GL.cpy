000400* POSTED AMOUNT FOR THE RUN, STAMPED WITH THE RUN DATE, THEN
000500* ONE 'T' TRAILER CARRYING THE RECORD COUNT AND HASH TOTAL SO
000600* THE RECEIVING GL SYSTEM CAN BALANCE THE FEED BEFORE LOADING.
000610* THE TRAILER ALSO CARRIES THE POSTING CYCLE, SO TWO FEEDS
000620* FROM THE SAME RUN DATE ARE TOLD APART BY DATE AND CYCLE.  A
000630* FEED WRITTEN BEFORE CYCLES HAS THE CYCLE BLANK - READ AS 1.
000640* EACH DETAIL ALSO CARRIES THE BRANCH WHOSE BATCHES POSTED IT,
000650* SO AN ACCOUNT / CODE POSTED FROM TWO BRANCHES IN ONE RUN
000660* GETS A DETAIL FOR EACH.  THE BRANCH IS BLANK ON FEEDS WRITTEN
000670* BEFORE IT WAS CARRIED, AND ON A RECYCLED SUSPENSE ITEM HELD
000680* BEFORE THAT.
000700 01  DL100GL-RECORD.
000800     05  DL100GL-REC-TYPE            PIC X(01).
000900         88  DL100GL-DETAIL                 VALUE 'D'.
001400         10  DL100GL-TRAN-CODE       PIC X(02).
001500         10  DL100GL-NET-AMOUNT      PIC S9(11)V99.
001600         10  DL100GL-RUN-DATE        PIC 9(08).
001650         10  DL100GL-BRANCH-ID       PIC X(04).
001700         10  FILLER                  PIC X(42).
001800     05  DL100GL-TRAILER-AREA REDEFINES DL100GL-DATA-AREA.
001900         10  DL100GL-TRAILER-COUNT   PIC 9(09).
002000         10  DL100GL-TRAILER-HASH    PIC S9(11)V99.
002100         10  DL100GL-TRAILER-DATE    PIC 9(08).
002150         10  DL100GL-TRAILER-CYCLE   PIC 9(01).
002200         10  FILLER                  PIC X(48).
