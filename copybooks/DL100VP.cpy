000100* DL100VP - LARGE-ITEM AND VELOCITY MONITORING PARAMETER RECORD.
000200* ONE RECORD, READ BY DL100VM AFTER THE NIGHTLY AND MAINTAINED
000300* BY DL100VU THE WAY DL100PU MAINTAINS DL100PM, SO RISK CAN MOVE
000400* THE LIMITS WITHOUT A RECOMPILE.  AMOUNTS ARE COMPARED WITH THE
000500* SIGN IGNORED.
000600*   REPORT-LIMIT  - A SINGLE ITEM AT OR ABOVE IT IS REPORTABLE.
000700*   BAND-FLOOR    - AN ITEM FROM THE FLOOR UP TO JUST UNDER THE
000800*                   REPORT LIMIT IS A NEAR-THRESHOLD ITEM.
000900*   CLUSTER-DAYS  - HOW MANY CONSECUTIVE BUSINESS DAYS WITH A
001000*                   NEAR-THRESHOLD ITEM ON ONE ACCOUNT MAKE A
001100*                   STRUCTURING CLUSTER.
001200*   WINDOW-DAYS   - LENGTH OF THE ROLLING WINDOW, IN CALENDAR
001300*                   DAYS ENDING ON THE RUN DATE.
001400*   WINDOW-COUNT  - MOST ITEMS AN ACCOUNT MAY POST IN THE WINDOW.
001500*   WINDOW-NET    - LARGEST NET MOVEMENT IN THE WINDOW.
001600* A ZERO TURNS ITS TEST OFF.  THE CLUSTER TEST NEEDS THE REPORT
001700* LIMIT, THE FLOOR AND THE CLUSTER DAYS, AND LOOKS ONLY INSIDE
001800* THE WINDOW.
001900 01  DL100VP-RECORD.
002000     05  DL100VP-REPORT-LIMIT        PIC 9(09)V99.
002100     05  DL100VP-BAND-FLOOR          PIC 9(09)V99.
002200     05  DL100VP-CLUSTER-DAYS        PIC 9(02).
002300     05  DL100VP-WINDOW-DAYS         PIC 9(03).
002400     05  DL100VP-WINDOW-COUNT        PIC 9(05).
002500     05  DL100VP-WINDOW-NET          PIC 9(11)V99.
002600     05  FILLER                      PIC X(35).
