001502* ACCOUNT'S FLOOR.
001503         88  DL100LK-REASON-OVER-LIMIT      VALUE 'OL'.
001504         88  DL100LK-REASON-BAL-FLOOR       VALUE 'BF'.
001506* RN AND RR ARE SET BY THE CALLER FROM ITS DL100HI LOOKUP OF
001508* THE POSTING A REVERSAL NAMES: NOT ON HISTORY, OR ALREADY
001510* REVERSED.
001512         88  DL100LK-REASON-NO-ORIGINAL     VALUE 'RN'.
001514         88  DL100LK-REASON-REVERSED        VALUE 'RR'.
001515* DA IS SET BY THE CALLER WHEN A CUSTOMER ITEM MEETS A DORMANT
001516* ACCOUNT.
001517         88  DL100LK-REASON-DORMANT         VALUE 'DA'.
001518* HF IS SET BY THE CALLER WHEN AN ITEM THAT CLEARS THE FLOOR
001519* WOULD TAKE THE AVAILABLE BALANCE - THE BALANCE LESS THE
001520* ACCOUNT'S ACTIVE DL100HD HOLDS - BELOW IT.
001521         88  DL100LK-REASON-HELD-FUNDS      VALUE 'HF'.
001522     05  DL100LK-RETURN-CODE         PIC 9(03).
001523* DAYSDIFF INPUT DATES AND RESULT - DAYS-DIFF COMES BACK AS
001528* DATE-1 MINUS DATE-2 IN CALENDAR DAYS.
001530     05  DL100LK-DATE-1              PIC 9(08).
001540     05  DL100LK-DATE-2              PIC 9(08).
001550     05  DL100LK-DAYS-DIFF           PIC S9(05).
