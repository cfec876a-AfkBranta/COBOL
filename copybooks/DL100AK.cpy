000300* BACK ON THE ACKIN DD AND READ BY DL100GA.  CARRIES THE FEED
000400* DATE AND THE COUNT/HASH THE GL SIDE COMPUTED, PLUS WHETHER
000500* THE FEED WAS ACCEPTED OR REJECTED, SO DL100GA CAN PROVE THE
000600* FEED THAT LEFT HERE IS THE FEED THAT LOADED THERE.  THE
000610* FEED CYCLE ECHOES THE CYCLE ON OUR TRAILER; BLANK IS READ AS
000620* CYCLE 1.
000700 01  DL100AK-RECORD.
000800     05  DL100AK-FEED-DATE           PIC 9(08).
000900     05  DL100AK-FEED-COUNT          PIC 9(09).
001100     05  DL100AK-STATUS              PIC X(01).
001200         88  DL100AK-ACCEPTED               VALUE 'A'.
001300         88  DL100AK-REJECTED               VALUE 'R'.
001350     05  DL100AK-FEED-CYCLE          PIC 9(01).
001400     05  FILLER                      PIC X(48).
