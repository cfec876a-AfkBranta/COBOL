000400* THE PRIOR FILE COMES IN ON OUTIN, THE NEW ONE GOES OUT ON
000500* OUTOUT.  A FEED DROPS OFF THE FILE ONCE A CLEAN ACCEPTANCE
000600* ARRIVES; A MISMATCHED OR REJECTED FEED STAYS ON UNTIL IT IS
000700* RESOLVED AND RE-ACKNOWLEDGED.  A FEED IS KNOWN BY ITS DATE
000710* AND POSTING CYCLE; BLANK CYCLE IS READ AS 1.
000800 01  DL100OF-RECORD.
000900     05  DL100OF-FEED-DATE           PIC 9(08).
001000     05  DL100OF-FEED-COUNT          PIC 9(09).
001300         88  DL100OF-OUTSTANDING            VALUE 'O'.
001400         88  DL100OF-MISMATCHED             VALUE 'M'.
001500     05  DL100OF-ACK-DATE            PIC 9(08).
001550     05  DL100OF-FEED-CYCLE          PIC 9(01).
001600     05  FILLER                      PIC X(40).
