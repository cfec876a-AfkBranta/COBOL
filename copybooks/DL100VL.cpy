000100* DL100VL - MONITORING PARAMETER MAINTENANCE LOG RECORD LAYOUT.
000200* ONE RECORD IS WRITTEN BY DL100VU FOR EVERY CHANGE TO THE
000300* DL100VP LIMITS, CARRYING THE BEFORE AND AFTER VALUES FOR THE
000400* AUDIT TRAIL, AS DL100ML DOES FOR THE RUN PARAMETERS.
000500 01  DL100VL-RECORD.
000600     05  DL100VL-RUN-DATE            PIC 9(08).
000700     05  DL100VL-RUN-TIME            PIC 9(08).
000800     05  DL100VL-BEFORE-VALUES.
000900         10  DL100VL-BEFORE-REPORT   PIC 9(09)V99.
001000         10  DL100VL-BEFORE-FLOOR    PIC 9(09)V99.
001100         10  DL100VL-BEFORE-CLUSTER  PIC 9(02).
001200         10  DL100VL-BEFORE-WINDOW   PIC 9(03).
001300         10  DL100VL-BEFORE-COUNT    PIC 9(05).
001400         10  DL100VL-BEFORE-NET      PIC 9(11)V99.
001500     05  DL100VL-AFTER-VALUES.
001600         10  DL100VL-AFTER-REPORT    PIC 9(09)V99.
001700         10  DL100VL-AFTER-FLOOR     PIC 9(09)V99.
001800         10  DL100VL-AFTER-CLUSTER   PIC 9(02).
001900         10  DL100VL-AFTER-WINDOW    PIC 9(03).
002000         10  DL100VL-AFTER-COUNT     PIC 9(05).
002100         10  DL100VL-AFTER-NET       PIC 9(11)V99.
002200     05  FILLER                      PIC X(14).
