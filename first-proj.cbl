002649*                      NOW FLOW THROUGH THE REPORT SORT AS
002650*                      THEIR OWN CLASS INSTEAD OF A CAPPED
002651*                      TABLE.
002653*     2026-10-15  BAB  THE RESERVED 'INTR' BRANCH CARRYING THE
002654*                      DL100IA INTEREST CAPITALIZATION BATCH IS
002655*                      EXEMPT FROM BRANCH MASTER VALIDATION.
002656*     2026-10-15  BAB  REVERSAL DETAILS ('RV') NAME THE ORIGINAL
002657*                      POSTING BY ITS HISTORY KEY.  ONE THAT IS
002658*                      NOT ON HISTORY OR ALREADY REVERSED IS
002659*                      REJECTED; OTHERWISE THE OPPOSITE EFFECT
002660*                      POSTS TO THE MASTER, GL WORK AND MTD, THE
002661*                      ORIGINAL IS MARKED REVERSED, AND EVERY
002662*                      REVERSAL PRINTS ON A REVERSALS SECTION.
002663*     2026-10-15  BAB  A CUSTOMER DETAIL AGAINST A DORMANT
002664*                      ACCOUNT IS HELD TO SUSPENSE; 'AUTO' AND
002665*                      'INTR' SYSTEM POSTINGS STILL POST.
002666*     2026-10-15  BAB  POSTING CYCLES - THE CYCLE AND FINAL-
002667*                      CYCLE FLAG COME IN ON THE EXEC PARM AND
002668*                      ARE STAMPED ON THE AUDIT RECORD, GL
002669*                      TRAILER, CHECKPOINT AND REPORT HEADING.
002670*                      BRANCHES RECEIVED CARRY FORWARD CYCLE TO
002671*                      CYCLE SO ONLY THE FINAL CYCLE OF THE DAY
002672*                      LISTS THE BRANCHES STILL MISSING.
002673*     2026-10-15  BAB  BRANCH SETTLEMENT - THE BATCH BRANCH IS
002674*                      CARRIED ONTO THE GL WORK AND GL FEED
002675*                      DETAILS, HISTORY AND SUSPENSE, AND PASS 2
002676*                      WRITES A BRANCH ACTIVITY EXTRACT (BATCH
002677*                      CONTROLS PLUS EVERY EDITED DETAIL) FOR
002678*                      THE DL100BS SETTLEMENT.
002680*     2026-10-15  BAB  HOLDS - THE FLOOR TEST NOW ALSO TAKES THE
002681*                      ACCOUNT'S ACTIVE DL100HD HOLDS OFF THE
002682*                      BALANCE FOR AN ITEM THAT REDUCES IT, AND
002683*                      HOLDS A BREACH TO SUSPENSE AS REASON HF
002684*                      ('REJ-HELD') WITH THE LIMIT EXCEPTIONS.
002685*     2026-10-15  BAB  LAST-ACTIVITY IS NO LONGER STAMPED BY THE
002686*                      SYSTEM 'AUTO' AND 'INTR' POSTINGS, ONLY BY
002687*                      CUSTOMER ACTIVITY.
002688*     2026-10-15  BAB  A RECYCLED 'AUTO' OR 'INTR' SUSPENSE ITEM
002689*                      POSTS TO A DORMANT ACCOUNT LIKE ITS BATCH.
002699*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. COBOL1.
002900 AUTHOR. BRANTA.
007298         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS DL100-CKPTOUT-STATUS.
007302
007303*****************************************************************
007304* BRANCHES RECEIVED.  RCVDIN IS THE LIST THE PRIOR CYCLE CARRIED
007305* FORWARD (DD DUMMY ON THE VERY FIRST RUN); RCVDOUT IS THIS
007306* CYCLE'S - THE RUN DATE'S EARLIER CYCLES PLUS THIS ONE.
007307*****************************************************************
007308     SELECT DL100-RCVDIN ASSIGN TO RCVDIN
007309         ORGANIZATION IS SEQUENTIAL
007310         FILE STATUS IS DL100-RCVDIN-STATUS.
007311
007312     SELECT DL100-RCVDOUT ASSIGN TO RCVDOUT
007313         ORGANIZATION IS SEQUENTIAL
007314         FILE STATUS IS DL100-RCVDOUT-STATUS.
007315
007316*****************************************************************
007317* BRANCH ACTIVITY EXTRACT FOR THE DL100BS BRANCH SETTLEMENT - ONE
007318* GENERATION PER CYCLE.
007319*****************************************************************
007320     SELECT DL100-SETLFILE ASSIGN TO SETLOUT
007321         ORGANIZATION IS SEQUENTIAL
007322         FILE STATUS IS DL100-SETLFILE-STATUS.
007411
007501*****************************************************************
007591* ACCOUNT HOLD FILE - KEYED VSAM FILE OF HOLDS (EARMARKS) PLACED
007681* THROUGH DL100HU.  READ ONLY, BROWSED BY ACCOUNT FOR THE TOTAL
007771* OF ITS ACTIVE HOLDS WHEN AN ITEM WOULD REDUCE ITS BALANCE.
007861*****************************************************************
007950     SELECT DL100-HOLDFILE ASSIGN TO HOLDIO
008040         ORGANIZATION IS INDEXED
008130         ACCESS MODE IS DYNAMIC
008220         RECORD KEY IS DL100HD-KEY
008310         FILE STATUS IS DL100-HOLDFILE-STATUS.
008355
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  DL100-TRANFILE
010902     05  DL100SR-STATUS              PIC X(10).
010903     05  DL100SR-BRANCH              PIC X(04).
010904*    POSTED CARRIES THE ORIGINAL POSTING RUN DATE FOR A CLASS
010905*    '4' DUPLICATE OR '5' REVERSAL, AND ZERO FOR ANY OTHER.
010906     05  DL100SR-POSTED              PIC 9(08).
010907
010908 SD  DL100-GLSORT
010909     RECORD CONTAINS 27 CHARACTERS.
010910 01  DL100GS-RECORD.
010911     05  DL100GS-ACCOUNT             PIC X(10).
010912     05  DL100GS-TRAN-CODE           PIC X(02).
010913     05  DL100GS-AMOUNT              PIC S9(09)V99.
010914     05  DL100GS-BRANCH              PIC X(04).
010915
010916 FD  DL100-GLWORK
010917     LABEL RECORDS ARE STANDARD
010918     RECORD CONTAINS 27 CHARACTERS
010919     RECORDING MODE IS F.
010920 01  DL100GW-RECORD.
010921     05  DL100GW-ACCOUNT             PIC X(10).
010922     05  DL100GW-TRAN-CODE           PIC X(02).
010923     05  DL100GW-AMOUNT              PIC S9(09)V99.
010924     05  DL100GW-BRANCH              PIC X(04).
010925
010926 FD  DL100-BATCHFILE
010927     LABEL RECORDS ARE STANDARD
010928     RECORD CONTAINS 40 CHARACTERS
010929     RECORDING MODE IS F.
010930 01  DL100BW-RECORD.
010931     05  DL100BW-BRANCH-ID           PIC X(04).
010932     05  DL100BW-P1-COUNT            PIC 9(09).
010933     05  DL100BW-P1-HASH             PIC S9(11)V99.
010934     05  DL100BW-TRAILER-SW          PIC X(01).
010935         88  DL100BW-TRAILER-SEEN           VALUE 'Y'.
010936     05  DL100BW-BALANCED-SW         PIC X(01).
010937         88  DL100BW-BALANCED               VALUE 'Y'.
010938     05  DL100BW-BRANCH-ERR          PIC X(01).
010939         88  DL100BW-BRANCH-OK              VALUE ' '.
010940         88  DL100BW-BRANCH-UNKNOWN         VALUE 'U'.
010941         88  DL100BW-BRANCH-INACT           VALUE 'I'.
010942     05  FILLER                      PIC X(11).
010943
010944 FD  DL100-MTDFILE
010961     RECORD CONTAINS 80 CHARACTERS.
010980     COPY DL100MT.
010981
011200     RECORD CONTAINS 80 CHARACTERS
011300     RECORDING MODE IS F.
011400     COPY DL100CK.
011520
012100 FD  DL100-CKPTOUT
012200     LABEL RECORDS ARE STANDARD
012300     RECORD CONTAINS 80 CHARACTERS
012400     RECORDING MODE IS F.
012500     COPY DL100CK.
012600
012603 FD  DL100-HOLDFILE
012606     RECORD CONTAINS 80 CHARACTERS.
012609     COPY DL100HD.
012612
012615 FD  DL100-RCVDIN
012618     LABEL RECORDS ARE STANDARD
012621     RECORD CONTAINS 80 CHARACTERS
012624     RECORDING MODE IS F.
012627     COPY DL100RB.
012630
012633 FD  DL100-RCVDOUT
012636     LABEL RECORDS ARE STANDARD
012639     RECORD CONTAINS 80 CHARACTERS
012642     RECORDING MODE IS F.
012645     COPY DL100RB.
012648
012651 FD  DL100-SETLFILE
012654     LABEL RECORDS ARE STANDARD
012657     RECORD CONTAINS 80 CHARACTERS
012660     RECORDING MODE IS F.
012663     COPY DL100BX.
012700 WORKING-STORAGE SECTION.
012800*****************************************************************
012900* SWITCHES.
013803     88  DL100-HISTFILE-OPEN                VALUE 'Y'.
013804 77  DL100-DUPLICATE-SW              PIC X(01) VALUE 'N'.
013805     88  DL100-DUPLICATE                    VALUE 'Y'.
013806 77  DL100-REVERSAL-SW               PIC X(01) VALUE 'N'.
013807     88  DL100-REVERSAL                     VALUE 'Y'.
013819 77  DL100-MTDFILE-OPEN-SW           PIC X(01) VALUE 'N'.
013833     88  DL100-MTDFILE-OPEN                 VALUE 'Y'.
013834 77  DL100-MTD-NEW-SW                PIC X(01) VALUE 'N'.
013841     88  DL100-BRM-LOADED                   VALUE 'Y'.
013842 77  DL100-BRM-FOUND-SW              PIC X(01) VALUE 'N'.
013843     88  DL100-BRM-FOUND                    VALUE 'Y'.
013844 77  DL100-RCVDIN-EOF-SW             PIC X(01) VALUE 'N'.
013845     88  DL100-RCVDIN-END-OF-FILE           VALUE 'Y'.
013846 77  DL100-RCVDOUT-OPEN-SW           PIC X(01) VALUE 'N'.
013847     88  DL100-RCVDOUT-OPEN                 VALUE 'Y'.
013848 77  DL100-FINAL-CYCLE-SW            PIC X(01) VALUE 'Y'.
013849     88  DL100-FINAL-CYCLE                  VALUE 'Y'.
013850 77  DL100-SETLFILE-OPEN-SW          PIC X(01) VALUE 'N'.
013851     88  DL100-SETLFILE-OPEN                VALUE 'Y'.
013859 77  DL100-HOLDFILE-OPEN-SW          PIC X(01) VALUE 'N'.
013867     88  DL100-HOLDFILE-OPEN                VALUE 'Y'.
013875 77  DL100-HOLD-SCAN-SW              PIC X(01) VALUE 'N'.
013883     88  DL100-HOLD-SCAN-DONE               VALUE 'Y'.
013891
013900*****************************************************************
014000* COUNTERS AND SUBSCRIPTS.
014100*****************************************************************
016118     88  DL100-GL-FIRST-RECORD              VALUE 'Y'.
016119 77  DL100-GL-PREV-ACCT              PIC X(10) VALUE SPACES.
016120 77  DL100-GL-PREV-CODE              PIC X(02) VALUE SPACES.
016121 77  DL100-GL-PREV-BRANCH            PIC X(04) VALUE SPACES.
016122 77  DL100-ITEM-BRANCH               PIC X(04) VALUE SPACES.
016123 77  DL100-GL-NET-ACCUM              PIC S9(11)V99 VALUE ZERO.
016124 77  DL100-RUN-NET                   PIC S9(11)V99 VALUE ZERO.
016125 77  DL100-PROSP-BALANCE             PIC S9(11)V99 VALUE ZERO.
016126 77  DL100-ABS-TRAN-AMT              PIC S9(09)V99 VALUE ZERO.
016127
016128*****************************************************************
016162         10  DL100-CT-T-CODE         PIC X(02).
016164         10  DL100-CT-T-COUNT        PIC 9(09) COMP.
016166         10  DL100-CT-T-NET          PIC S9(11)V99.
016167
016168*****************************************************************
016169* POSTING EFFECT OF THE CURRENT DETAIL - ITS OWN CODE AND
016170* AMOUNT, OR FOR A REVERSAL THE ORIGINAL'S CODE WITH THE AMOUNT
016171* NEGATED.  REV-ORIG-POSTED CARRIES THE RUN DATE THE REVERSED
016172* ORIGINAL POSTED.
016173*****************************************************************
016174 77  DL100-POST-CODE                 PIC X(02) VALUE SPACES.
016175 77  DL100-POST-AMOUNT               PIC S9(09)V99 VALUE ZERO.
016176 77  DL100-REV-ORIG-POSTED           PIC 9(08) VALUE ZERO.
016178
016180*****************************************************************
016183* ACTIVE HOLDS OF THE LAST ACCOUNT BROWSED ON THE HOLD FILE -
016185* HOLDS DO NOT CHANGE DURING THE RUN, SO AN ACCOUNT'S TOTAL IS
016188* BROWSED ONCE AND KEPT WHILE ITS ITEMS FOLLOW ONE ANOTHER.
016190*****************************************************************
016192 77  DL100-HOLD-ACCOUNT              PIC X(10) VALUE SPACES.
016195 77  DL100-HOLD-TOTAL                PIC S9(11)V99 VALUE ZERO.
016197 77  DL100-AVAIL-BALANCE             PIC S9(11)V99 VALUE ZERO.
016200
016300*****************************************************************
016400* FILE STATUS BYTES.
017276     05  DL100-BRANCHFILE-STATUS     PIC X(02) VALUE SPACES.
017278     05  DL100-GLWORK-STATUS         PIC X(02) VALUE SPACES.
017280     05  DL100-BATCHFILE-STATUS      PIC X(02) VALUE SPACES.
017281     05  DL100-RCVDIN-STATUS         PIC X(02) VALUE SPACES.
017282     05  DL100-RCVDOUT-STATUS        PIC X(02) VALUE SPACES.
017283     05  DL100-SETLFILE-STATUS       PIC X(02) VALUE SPACES.
017291     05  DL100-HOLDFILE-STATUS       PIC X(02) VALUE SPACES.
017300
017400*****************************************************************
017500* RUN STAMP AND PARAMETER VALUES PULLED FROM PARMFILE.
017900     05  DL100-RUN-TIME              PIC 9(08).
018000 01  DL100-PARM-VALUES.
018100     05  DL100-RUN-LABEL             PIC X(30).
018101
018102*****************************************************************
018103* POSTING CYCLE OF THE DAY FROM THE EXEC PARM (1 FOR THE NIGHTLY
018104* RUN, 2 AND UP FOR A LATER SAME-DAY CYCLE), THE CYCLE THE
018105* CHECKPOINT ON CKPTIN CAME FROM, AND THE BRANCHES-RECEIVED
018106* RECORDS CARRIED IN FROM EARLIER CYCLES OF THE RUN DATE.
018107*****************************************************************
018108 01  DL100-CYCLE-VALUES.
018109     05  DL100-CYCLE                 PIC 9(01) VALUE 1.
018110     05  DL100-RESTART-CYCLE         PIC 9(01) VALUE ZERO.
018111     05  DL100-PRIOR-RCVD-COUNT      PIC 9(05) COMP VALUE ZERO.
018112     05  DL100-PRIOR-BRANCH-ID       PIC X(04) VALUE SPACES.
018200
018300*****************************************************************
018400* LINKAGE PARAMETER AREA PASSED TO THE DL100DT SUBPROGRAM.
018795             88  DL100-BRM-EXPECTED         VALUE 'Y'.
018796         10  DL100-BRM-SEEN-SW       PIC X(01).
018797             88  DL100-BRM-SEEN             VALUE 'Y'.
018798         10  DL100-BRM-PRIOR-SW      PIC X(01).
018799             88  DL100-BRM-PRIOR-SEEN       VALUE 'Y'.
018800
018801*****************************************************************
018900* REPORT LINE LAYOUTS.
019000*****************************************************************
019100 01  DL100-HDR1-LINE.
019200     05  FILLER                      PIC X(01) VALUE '1'.
019300     05  FILLER                      PIC X(30)
019400             VALUE 'DL100 DAILY TRANSACTION REPORT'.
019500     05  FILLER                      PIC X(12) VALUE SPACES.
019600     05  FILLER                      PIC X(09) VALUE 'RUN DATE:'.
019700     05  DL100-H1-RUN-DATE           PIC 9(08).
019701     05  FILLER                      PIC X(03) VALUE SPACES.
019702     05  FILLER                      PIC X(06) VALUE 'CYCLE:'.
019703     05  DL100-H1-CYCLE              PIC 9(01).
019800     05  FILLER                      PIC X(06) VALUE SPACES.
019900     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
020000     05  DL100-H1-PAGE               PIC ZZZZ9.
020100     05  FILLER                      PIC X(46) VALUE SPACES.
023953     05  DL100-AG-DAYS               PIC ZZZZ9.
023954     05  FILLER                      PIC X(05) VALUE ' DAYS'.
023955     05  FILLER                      PIC X(68) VALUE SPACES.
023956
023957*    THE REV LINE PRINTS THE CLASS '5' REVERSALS: THE ORIGINAL'S
023958*    KEY, WHAT BECAME OF THE REVERSAL, THE BRANCH THAT SENT IT,
023959*    AND THE RUN DATE THE ORIGINAL POSTED.
023960 01  DL100-REV-LINE.
023961     05  FILLER                      PIC X(01) VALUE SPACE.
023962     05  DL100-RV-L-ACCOUNT          PIC X(12).
023963     05  FILLER                      PIC X(03) VALUE SPACES.
023964     05  DL100-RV-L-DATE             PIC 9(08).
023965     05  FILLER                      PIC X(07) VALUE SPACES.
023966     05  DL100-RV-L-AMOUNT           PIC -(9)9.99.
023967     05  FILLER                      PIC X(03) VALUE SPACES.
023968     05  DL100-RV-L-CODE             PIC X(02).
023969     05  FILLER                      PIC X(05) VALUE SPACES.
023970     05  DL100-RV-L-STATUS           PIC X(10).
023971     05  FILLER                      PIC X(05) VALUE SPACES.
023972     05  DL100-RV-L-BRANCH           PIC X(04).
023973     05  FILLER                      PIC X(05) VALUE SPACES.
023974     05  FILLER                      PIC X(13)
023975             VALUE 'ORIG POSTED: '.
023976     05  DL100-RV-L-POSTED           PIC 9(08).
023977     05  FILLER                      PIC X(33) VALUE SPACES.
023978
023980 01  DL100-SECT-HDR-LINE.
023982     05  FILLER                      PIC X(01) VALUE '0'.
024094             VALUE 'EXPECTED - NOT RECEIVED'.
024096     05  FILLER                      PIC X(67) VALUE SPACES.
024098
024099 LINKAGE SECTION.
024100*****************************************************************
024101* EXEC PARM - POSTING CYCLE (1-9) FOLLOWED BY THE FINAL-CYCLE
024102* FLAG (Y/N), E.G. PARM='2Y'.  NO PARM AT ALL RUNS AS CYCLE 1,
024103* FINAL - THE ONE-RUN-A-DAY SCHEDULE.
024104*****************************************************************
024105 01  DL100-EXEC-PARM.
024106     05  DL100-EP-LENGTH             PIC S9(04) COMP.
024107     05  DL100-EP-CYCLE              PIC X(01).
024108     05  DL100-EP-FINAL              PIC X(01).
024109
024110 PROCEDURE DIVISION USING DL100-EXEC-PARM.
024200*****************************************************************
024300* 0000-MAINLINE.
024400*****************************************************************
027050         GO TO 1000-EXIT
027060     END-IF.
027070     SET DL100-AUDITFILE-OPEN TO TRUE.
027071     PERFORM 1050-GET-CYCLE-PARM THRU 1050-EXIT.
027072     IF DL100-RETURN-CODE = 16
027073         GO TO 1000-EXIT
027074     END-IF.
027100     OPEN OUTPUT DL100-REPTFILE.
027110     IF DL100-REPTFILE-STATUS NOT = '00'
027120         DISPLAY 'DL100E - UNABLE TO OPEN REPORT FILE, STATUS='
027270     SET DL100-CKPTOUT-OPEN TO TRUE.
027300     PERFORM 1300-CHECK-RESTART THRU 1300-EXIT.
027350     PERFORM 1500-LOAD-BRANCH-MASTER THRU 1500-EXIT.
027351     PERFORM 1600-LOAD-PRIOR-CYCLES THRU 1600-EXIT.
027400     PERFORM 1400-WRITE-JOB-BANNER THRU 1400-EXIT.
027500 1000-EXIT.
027600     EXIT.
027700
027701*****************************************************************
027702* 1050-GET-CYCLE-PARM - PICKS THE POSTING CYCLE AND THE FINAL-
027703* CYCLE FLAG OFF THE EXEC PARM.  NO PARM RUNS AS CYCLE 1, FINAL,
027704* SO A DAY WITH A SINGLE NIGHTLY RUN NEEDS NO PARM AT ALL.  A
027705* PARM THAT IS PRESENT BUT MALFORMED STOPS THE RUN - POSTING
027706* UNDER THE WRONG CYCLE WOULD MISTIE THE GL ACKNOWLEDGMENTS.
027707*****************************************************************
027708 1050-GET-CYCLE-PARM.
027709     MOVE 1 TO DL100-CYCLE.
027710     MOVE 'Y' TO DL100-FINAL-CYCLE-SW.
027711     IF DL100-EP-LENGTH = ZERO
027712         GO TO 1050-EXIT
027713     END-IF.
027714     IF DL100-EP-LENGTH = 2
027715             AND DL100-EP-CYCLE IS NUMERIC
027716             AND DL100-EP-CYCLE NOT = '0'
027717             AND (DL100-EP-FINAL = 'Y' OR DL100-EP-FINAL = 'N')
027718         MOVE DL100-EP-CYCLE TO DL100-CYCLE
027719         MOVE DL100-EP-FINAL TO DL100-FINAL-CYCLE-SW
027720         GO TO 1050-EXIT
027721     END-IF.
027722     DISPLAY 'DL100E - INVALID EXEC PARM, EXPECTED CYCLE 1-9 '
027723         'FOLLOWED BY FINAL Y/N'.
027724     MOVE 16 TO DL100-RETURN-CODE.
027725 1050-EXIT.
027726     EXIT.
027800 1100-READ-PARMFILE.
027900     MOVE SPACES TO DL100-RUN-LABEL.
028000     MOVE 1000 TO DL100-CHECKPOINT-INTERVAL.
032300         DISPLAY 'DL100I - RESTARTING AFTER ' DL100-RESTART-COUNT
032400             ' RECORDS PREVIOUSLY PROCESSED'
032401     END-IF.
032402     IF DL100-RESTART-COUNT NOT = ZERO
032403             AND DL100-RESTART-CYCLE NOT = DL100-CYCLE
032404         DISPLAY 'DL100E - CHECKPOINT IS FROM CYCLE '
032405             DL100-RESTART-CYCLE ', THIS RUN IS CYCLE '
032406             DL100-CYCLE
032407         MOVE 16 TO DL100-RETURN-CODE
032408         CLOSE DL100-CKPTIN
032409         GO TO 1300-EXIT
032410     END-IF.
032600     CLOSE DL100-CKPTIN.
032700 1300-EXIT.
032800     EXIT.
032920         NOT AT END
032930             MOVE DL100CK-RECORDS-READ OF DL100-CKPTIN
032940                 TO DL100-RESTART-COUNT
032941             IF DL100CK-CYCLE OF DL100-CKPTIN IS NUMERIC
032942                     AND DL100CK-CYCLE OF DL100-CKPTIN NOT = ZERO
032943                 MOVE DL100CK-CYCLE OF DL100-CKPTIN
032944                     TO DL100-RESTART-CYCLE
032945             ELSE
032946                 MOVE 1 TO DL100-RESTART-CYCLE
032947             END-IF
032950     END-READ.
032960 1310-EXIT.
032970     EXIT.
033200     DISPLAY 'DL100 - PROGRAM COBOL1 - DAILY TRANSACTION RUN'.
033300     DISPLAY 'RUN DATE  : ' DL100-RUN-DATE.
033350     DISPLAY 'EFFECTIVE : ' DL100-EFFECTIVE-DATE.
033351     IF DL100-FINAL-CYCLE
033352         DISPLAY 'CYCLE     : ' DL100-CYCLE ' (FINAL)'
033353     ELSE
033354         DISPLAY 'CYCLE     : ' DL100-CYCLE
033355     END-IF.
033400     DISPLAY 'RUN LABEL : ' DL100-RUN-LABEL.
033500     DISPLAY '****************************************'.
033600 1400-EXIT.
033786                 MOVE DL100BR-EXPECT-FLAG
033788                     TO DL100-BRM-EXPECT (DL100-BRM-COUNT)
033790                 MOVE 'N' TO DL100-BRM-SEEN-SW (DL100-BRM-COUNT)
033791                 MOVE 'N' TO DL100-BRM-PRIOR-SW (DL100-BRM-COUNT)
033792             ELSE
033794                 DISPLAY 'DL100W - BRANCH MASTER TABLE FULL, '
033796                     'FILE TRUNCATED AT 100 BRANCHES'
033804 1510-EXIT.
033806     EXIT.
033808
033809*****************************************************************
033810* 1600-LOAD-PRIOR-CYCLES - CARRIES THE BRANCHES-RECEIVED FILE
033811* FORWARD.  EVERY RECORD FROM AN EARLIER CYCLE OF TODAY'S RUN
033812* DATE IS COPIED TO RCVDOUT AND MARKS ITS BRANCH AS ALREADY IN,
033813* SO 2300 DOES NOT LIST IT AS MISSING.  RECORDS FROM ANY OTHER
033814* RUN DATE DROP OFF, WHICH IS HOW THE FIRST CYCLE OF A DAY
033815* STARTS CLEAN.  AN UNREADABLE RCVDIN IS ONLY A WARNING - THE
033816* CYCLE STILL POSTS, BUT MAY LIST EARLIER-CYCLE BRANCHES AS
033817* MISSING.
033818*****************************************************************
033819 1600-LOAD-PRIOR-CYCLES.
033820     IF DL100-RETURN-CODE = 16
033821         GO TO 1600-EXIT
033822     END-IF.
033823     MOVE ZERO TO DL100-PRIOR-RCVD-COUNT.
033824     OPEN OUTPUT DL100-RCVDOUT.
033825     IF DL100-RCVDOUT-STATUS NOT = '00'
033826         DISPLAY 'DL100E - UNABLE TO OPEN BRANCHES RECEIVED '
033827             'OUTPUT, STATUS=' DL100-RCVDOUT-STATUS
033828         MOVE 16 TO DL100-RETURN-CODE
033829         GO TO 1600-EXIT
033830     END-IF.
033831     SET DL100-RCVDOUT-OPEN TO TRUE.
033832     OPEN INPUT DL100-RCVDIN.
033833     IF DL100-RCVDIN-STATUS NOT = '00'
033834         DISPLAY 'DL100W - UNABLE TO OPEN BRANCHES RECEIVED '
033835             'INPUT, STATUS=' DL100-RCVDIN-STATUS
033836         DISPLAY 'DL100W - EARLIER CYCLES NOT CARRIED FORWARD'
033837         IF DL100-RETURN-CODE < 4
033838             MOVE 4 TO DL100-RETURN-CODE
033839         END-IF
033840         GO TO 1600-EXIT
033841     END-IF.
033842     MOVE 'N' TO DL100-RCVDIN-EOF-SW.
033843     PERFORM 1610-READ-ONE-RECEIVED THRU 1610-EXIT
033844         UNTIL DL100-RCVDIN-END-OF-FILE
033845             OR DL100-RETURN-CODE = 16.
033846     CLOSE DL100-RCVDIN.
033847     IF DL100-CYCLE > 1
033848         DISPLAY 'DL100I - BRANCHES RECEIVED IN EARLIER CYCLES='
033849             DL100-PRIOR-RCVD-COUNT
033850     END-IF.
033851 1600-EXIT.
033852     EXIT.
033853
033854 1610-READ-ONE-RECEIVED.
033855     READ DL100-RCVDIN
033856         AT END
033857             SET DL100-RCVDIN-END-OF-FILE TO TRUE
033858             GO TO 1610-EXIT
033859     END-READ.
033860     IF DL100RB-RUN-DATE OF DL100-RCVDIN NOT = DL100-RUN-DATE
033861         GO TO 1610-EXIT
033862     END-IF.
033863     IF DL100RB-CYCLE OF DL100-RCVDIN NOT < DL100-CYCLE
033864         DISPLAY 'DL100W - BRANCH '
033865             DL100RB-BRANCH-ID OF DL100-RCVDIN
033866             ' ALREADY RECORDED FOR CYCLE '
033867             DL100RB-CYCLE OF DL100-RCVDIN ', DROPPED'
033868         IF DL100-RETURN-CODE < 4
033869             MOVE 4 TO DL100-RETURN-CODE
033870         END-IF
033871         GO TO 1610-EXIT
033872     END-IF.
033873     WRITE DL100RB-RECORD OF DL100-RCVDOUT
033874         FROM DL100RB-RECORD OF DL100-RCVDIN.
033875     IF DL100-RCVDOUT-STATUS NOT = '00'
033876         DISPLAY 'DL100E - BRANCHES RECEIVED WRITE FAILED, '
033877             'STATUS=' DL100-RCVDOUT-STATUS
033878         MOVE 16 TO DL100-RETURN-CODE
033879         GO TO 1610-EXIT
033880     END-IF.
033881     ADD 1 TO DL100-PRIOR-RCVD-COUNT.
033882     MOVE DL100RB-BRANCH-ID OF DL100-RCVDIN
033883         TO DL100-PRIOR-BRANCH-ID.
033884     MOVE 'N' TO DL100-BRM-FOUND-SW.
033885     PERFORM 1620-MARK-PRIOR-BRANCH THRU 1620-EXIT
033886         VARYING DL100-BRM-SUB FROM 1 BY 1
033887         UNTIL DL100-BRM-SUB > DL100-BRM-COUNT
033888             OR DL100-BRM-FOUND.
033889 1610-EXIT.
033890     EXIT.
033891
033892 1620-MARK-PRIOR-BRANCH.
033893     IF DL100-BRM-ID (DL100-BRM-SUB) = DL100-PRIOR-BRANCH-ID
033894         SET DL100-BRM-PRIOR-SEEN (DL100-BRM-SUB) TO TRUE
033895         SET DL100-BRM-FOUND TO TRUE
033896     END-IF.
033897 1620-EXIT.
033898     EXIT.
034500*****************************************************************
034510* 2000-EDIT-CONTROL-TOTALS - PASS 1.  READS THE ENTIRE
034520* TRANSACTION FILE, BALANCING EACH BATCH AGAINST ITS TRAILER AS
034990     END-IF.
035000     IF DL100-BATCH-COUNT = ZERO
035010         DISPLAY 'DL100E - NO BATCHES ON TRANSACTION FILE'
035011         IF DL100-CYCLE > 1
035012             PERFORM 2300-CHECK-MISSING-BRANCHES THRU 2300-EXIT
035013         END-IF
035020         SET DL100-OUT-OF-BALANCE TO TRUE
035030         MOVE 8 TO DL100-RETURN-CODE
035040         GO TO 2000-EXIT
035050     END-IF.
035060     DISPLAY 'DL100I - FILE TOTALS: DETAILS='
035070         DL100-PASS1-COUNT ' HASH=' DL100-PASS1-HASH.
035071     PERFORM 2350-RECORD-RECEIVED THRU 2350-EXIT.
035072     IF DL100-RETURN-CODE = 16
035073         SET DL100-OUT-OF-BALANCE TO TRUE
035074         GO TO 2000-EXIT
035075     END-IF.
035080     PERFORM 2300-CHECK-MISSING-BRANCHES THRU 2300-EXIT.
035090     IF DL100-BATCH-GOOD-COUNT = ZERO
035100         SET DL100-OUT-OF-BALANCE TO TRUE
036060* BRANCH IS NOT ON FILE OR IS INACTIVE, SO THE BALANCING PASS
036070* HOLDS THE BATCH LIKE AN OUT-OF-BALANCE ONE.  A KNOWN BRANCH
036080* IS MARKED SEEN FOR THE MISSING TRANSMISSIONS SECTION.  THE
036090* IMPLICIT '****' OLD-FORMAT BATCH, THE RESERVED 'AUTO'
036100* BATCH THAT DL100SG GENERATES IN-HOUSE AND THE RESERVED
036105* 'INTR' INTEREST BATCH THAT DL100IA GENERATES CARRY NO
036110* TRANSMITTING BRANCH AND ARE NEVER VALIDATED, AND NO
036120* VALIDATION RUNS AT ALL WHEN THE BRANCH MASTER COULD NOT BE
036125* LOADED.
036130*****************************************************************
036140 2130-EDIT-BRANCH.
036150     IF NOT DL100-BRM-LOADED
036160             OR DL100-OPEN-BRANCH-ID = '****'
036170             OR DL100-OPEN-BRANCH-ID = 'AUTO'
036175             OR DL100-OPEN-BRANCH-ID = 'INTR'
036180         GO TO 2130-EXIT
036190     END-IF.
036200     MOVE 'N' TO DL100-BRM-FOUND-SW.
040327* PRINTS ON THE MISSING TRANSMISSIONS SECTION OF THE REPORT
040328* AND FLAGS THE RUN RC=4 SO THE MORNING OPERATOR INVESTIGATES
040329* BEFORE THE BUSINESS DAY STARTS.
040330* WHEN THE DAY RUNS IN MORE THAN ONE POSTING CYCLE, ONLY THE
040331* FINAL CYCLE MAKES THE CHECK, AND A BRANCH THAT SENT ITS BATCH
040332* IN ANY EARLIER CYCLE OF THE DAY COUNTS AS RECEIVED.
040333*****************************************************************
040334 2300-CHECK-MISSING-BRANCHES.
040335     IF NOT DL100-BRM-LOADED
040336             OR DL100-BRM-COUNT = ZERO
040337         GO TO 2300-EXIT
040338     END-IF.
040339     IF NOT DL100-FINAL-CYCLE
040340         DISPLAY 'DL100I - CYCLE ' DL100-CYCLE ' IS NOT THE '
040341             'FINAL CYCLE, MISSING TRANSMISSIONS LEFT TO THE '
040342             'FINAL CYCLE'
040343         GO TO 2300-EXIT
040344     END-IF.
040345     MOVE ZERO TO DL100-MISSING-COUNT.
040346     PERFORM 2310-CHECK-ONE-BRANCH THRU 2310-EXIT
040347         VARYING DL100-BRM-SUB FROM 1 BY 1
040348         UNTIL DL100-BRM-SUB > DL100-BRM-COUNT.
040349     IF DL100-MISSING-COUNT > ZERO
040350         DISPLAY 'DL100W - ' DL100-MISSING-COUNT
040351             ' ACTIVE BRANCH(ES) SENT NO BATCH TONIGHT'
040352         IF DL100-RETURN-CODE < 4
040353             MOVE 4 TO DL100-RETURN-CODE
040354         END-IF
040355     END-IF.
040356 2300-EXIT.
040357     EXIT.
040358
040359 2310-CHECK-ONE-BRANCH.
040360     IF NOT DL100-BRM-ACTIVE (DL100-BRM-SUB)
040361             OR NOT DL100-BRM-EXPECTED (DL100-BRM-SUB)
040362             OR DL100-BRM-SEEN (DL100-BRM-SUB)
040363             OR DL100-BRM-PRIOR-SEEN (DL100-BRM-SUB)
040364         GO TO 2310-EXIT
040365     END-IF.
040366     IF DL100-MISSING-COUNT = ZERO
040367         IF DL100-LINE-COUNT >= DL100-LINES-PER-PAGE
040368             PERFORM 3410-WRITE-PAGE-HEADERS THRU 3410-EXIT
040369         END-IF
040370         WRITE DL100RP-LINE FROM DL100-MISS-HDR-LINE
040371         ADD 1 TO DL100-LINE-COUNT
040372     END-IF.
040373     ADD 1 TO DL100-MISSING-COUNT.
040374     IF DL100-LINE-COUNT >= DL100-LINES-PER-PAGE
040375         PERFORM 3410-WRITE-PAGE-HEADERS THRU 3410-EXIT
040376     END-IF.
040377     MOVE DL100-BRM-ID (DL100-BRM-SUB) TO DL100-MS-ID.
040378     MOVE DL100-BRM-NAME (DL100-BRM-SUB) TO DL100-MS-NAME.
040379     WRITE DL100RP-LINE FROM DL100-MISS-LINE.
040380     ADD 1 TO DL100-LINE-COUNT.
040381 2310-EXIT.
040382     EXIT.
040383
040384*****************************************************************
040385* 2350-RECORD-RECEIVED - ADDS ONE BRANCHES-RECEIVED RECORD FOR
040386* EVERY BRANCH THAT SENT A BATCH THIS CYCLE TO THE RECORDS
040387* CARRIED FORWARD BY 1600, FOR THE NEXT CYCLE OF THE DAY.
040388*****************************************************************
040389 2350-RECORD-RECEIVED.
040390     IF NOT DL100-RCVDOUT-OPEN
040391             OR DL100-BRM-COUNT = ZERO
040392         GO TO 2350-EXIT
040393     END-IF.
040394     PERFORM 2360-RECORD-ONE-BRANCH THRU 2360-EXIT
040395         VARYING DL100-BRM-SUB FROM 1 BY 1
040396         UNTIL DL100-BRM-SUB > DL100-BRM-COUNT
040397             OR DL100-RETURN-CODE = 16.
040398 2350-EXIT.
040399     EXIT.
040400
040401 2360-RECORD-ONE-BRANCH.
040402     IF NOT DL100-BRM-SEEN (DL100-BRM-SUB)
040403         GO TO 2360-EXIT
040404     END-IF.
040405     MOVE SPACES TO DL100RB-RECORD OF DL100-RCVDOUT.
040406     MOVE DL100-RUN-DATE TO DL100RB-RUN-DATE OF DL100-RCVDOUT.
040407     MOVE DL100-CYCLE TO DL100RB-CYCLE OF DL100-RCVDOUT.
040408     MOVE DL100-BRM-ID (DL100-BRM-SUB)
040409         TO DL100RB-BRANCH-ID OF DL100-RCVDOUT.
040410     WRITE DL100RB-RECORD OF DL100-RCVDOUT.
040411     IF DL100-RCVDOUT-STATUS NOT = '00'
040412         DISPLAY 'DL100E - BRANCHES RECEIVED WRITE FAILED, '
040413             'STATUS=' DL100-RCVDOUT-STATUS
040414         MOVE 16 TO DL100-RETURN-CODE
040415     END-IF.
040416 2360-EXIT.
040417     EXIT.
040427
040437*****************************************************************
040448* 2500-SORT-AND-REPORT - RUNS PASS 2 AS THE SORT INPUT
040458* PROCEDURE, THEN PRINTS THE REPORT FROM THE SORTED RECORDS:
040469* GOOD DETAILS IN ACCOUNT SEQUENCE WITH A SUBTOTAL AT EACH
040479* ACCOUNT BREAK AND DAY-END TOTALS BY TRANSACTION CODE, THEN
040490* THE REJECTED ITEMS IN THEIR OWN SECTION AT THE BACK.
040500*****************************************************************
040511 2500-SORT-AND-REPORT.
040521     SORT DL100-SORTFILE
040531         ON ASCENDING KEY DL100SR-CLASS
040542                          DL100SR-ACCOUNT
040552         INPUT PROCEDURE IS 3000-PROCESS-TRANFILE THRU 3000-EXIT
040563         OUTPUT PROCEDURE IS 3800-PRINT-SORTED THRU 3800-EXIT.
040573     IF SORT-RETURN NOT = ZERO
040584         DISPLAY 'DL100E - SORT FAILED, SORT-RETURN=' SORT-RETURN
040594         MOVE 16 TO DL100-RETURN-CODE
040605     END-IF.
040615 2500-EXIT.
040625     EXIT.
040636
040646*****************************************************************
040657* 3000-PROCESS-TRANFILE - PASS 2.  ONLY REACHED WHEN AT LEAST
040667* ONE BATCH BALANCED.  RE-READS THE FILE, SKIPPING PAST
040678* WHATEVER A PRIOR RUN ALREADY CHECKPOINTED, THEN EDITS AND
040688* REPORTS EVERY REMAINING DETAIL RECORD IN THE BALANCED
040699* BATCHES.  DETAILS OF A HELD BATCH ARE PASSED OVER UNTOUCHED
040709* SO THE BRANCH CAN RE-SEND ITS WHOLE BATCH.
040719*****************************************************************
040730 3000-PROCESS-TRANFILE.
040740     OPEN INPUT DL100-TRANFILE.
040751     IF DL100-TRANFILE-STATUS NOT = '00'
040761         DISPLAY 'DL100E - UNABLE TO OPEN TRANSACTION FILE, '
040772             'STATUS=' DL100-TRANFILE-STATUS
040782         MOVE 16 TO DL100-RETURN-CODE
040793         GO TO 3000-EXIT
040803     END-IF.
040813     OPEN I-O DL100-MASTFILE.
040824     IF DL100-MASTFILE-STATUS NOT = '00'
040834         DISPLAY 'DL100E - UNABLE TO OPEN ACCOUNT MASTER, '
040845             'STATUS=' DL100-MASTFILE-STATUS
040855         MOVE 16 TO DL100-RETURN-CODE
040866         PERFORM 3090-CLOSE-PASS2-FILES THRU 3090-EXIT
040876         GO TO 3000-EXIT
040887     END-IF.
040897     SET DL100-MASTFILE-OPEN TO TRUE.
040908     OPEN I-O DL100-HISTFILE.
040918     IF DL100-HISTFILE-STATUS NOT = '00'
040928         DISPLAY 'DL100E - UNABLE TO OPEN HISTORY FILE, '
040939             'STATUS=' DL100-HISTFILE-STATUS
040949         MOVE 16 TO DL100-RETURN-CODE
040960         PERFORM 3090-CLOSE-PASS2-FILES THRU 3090-EXIT
040970         GO TO 3000-EXIT
040981     END-IF.
040991     SET DL100-HISTFILE-OPEN TO TRUE.
041002     OPEN I-O DL100-MTDFILE.
041012     IF DL100-MTDFILE-STATUS NOT = '00'
041022         DISPLAY 'DL100E - UNABLE TO OPEN MTD FILE, STATUS='
041033             DL100-MTDFILE-STATUS
041043         MOVE 16 TO DL100-RETURN-CODE
041054         PERFORM 3090-CLOSE-PASS2-FILES THRU 3090-EXIT
041064         GO TO 3000-EXIT
041075     END-IF.
041085     SET DL100-MTDFILE-OPEN TO TRUE.
041096     OPEN OUTPUT DL100-SUSPOUT.
041106     IF DL100-SUSPOUT-STATUS NOT = '00'
041116         DISPLAY 'DL100E - UNABLE TO OPEN SUSPENSE OUTPUT, '
041127             'STATUS=' DL100-SUSPOUT-STATUS
041137         MOVE 16 TO DL100-RETURN-CODE
041148         PERFORM 3090-CLOSE-PASS2-FILES THRU 3090-EXIT
041158         GO TO 3000-EXIT
041169     END-IF.
041179     SET DL100-SUSPOUT-OPEN TO TRUE.
041190     OPEN INPUT DL100-BATCHFILE.
041200     IF DL100-BATCHFILE-STATUS NOT = '00'
041210         DISPLAY 'DL100E - UNABLE TO OPEN BATCH WORK FILE, '
041221             'STATUS=' DL100-BATCHFILE-STATUS
041231         MOVE 16 TO DL100-RETURN-CODE
041242         PERFORM 3090-CLOSE-PASS2-FILES THRU 3090-EXIT
041252         GO TO 3000-EXIT
041263     END-IF.
041273     SET DL100-BATCHFILE-OPEN TO TRUE.
041284     OPEN OUTPUT DL100-GLWORK.
041294     IF DL100-GLWORK-STATUS NOT = '00'
041305         DISPLAY 'DL100E - UNABLE TO OPEN GL WORK FILE, '
041315             'STATUS=' DL100-GLWORK-STATUS
041325         MOVE 16 TO DL100-RETURN-CODE
041336         PERFORM 3090-CLOSE-PASS2-FILES THRU 3090-EXIT
041346         GO TO 3000-EXIT
041357     END-IF.
041367     SET DL100-GLWORK-OPEN TO TRUE.
041378     OPEN OUTPUT DL100-SETLFILE.
041388     IF DL100-SETLFILE-STATUS NOT = '00'
041399         DISPLAY 'DL100E - UNABLE TO OPEN BRANCH ACTIVITY '
041409             'EXTRACT, STATUS=' DL100-SETLFILE-STATUS
041419         MOVE 16 TO DL100-RETURN-CODE
041430         PERFORM 3090-CLOSE-PASS2-FILES THRU 3090-EXIT
041440         GO TO 3000-EXIT
041451     END-IF.
041461     SET DL100-SETLFILE-OPEN TO TRUE.
041472     OPEN INPUT DL100-HOLDFILE.
041482     IF DL100-HOLDFILE-STATUS NOT = '00'
041493         DISPLAY 'DL100E - UNABLE TO OPEN HOLD FILE, STATUS='
041503             DL100-HOLDFILE-STATUS
041513         MOVE 16 TO DL100-RETURN-CODE
041524         PERFORM 3090-CLOSE-PASS2-FILES THRU 3090-EXIT
041534         GO TO 3000-EXIT
041545     END-IF.
041555     SET DL100-HOLDFILE-OPEN TO TRUE.
041566     MOVE 'N' TO DL100-EOF-SWITCH.
041576     PERFORM 3050-RECYCLE-SUSPENSE THRU 3050-EXIT.
041587     MOVE ZERO TO DL100-P2-BATCH-ORD.
041597     MOVE 'N' TO DL100-BATCH-OPEN-SW.
041607     PERFORM 3100-SKIP-RESTART-RECORDS THRU 3100-EXIT.
041618     PERFORM 3200-PROCESS-ONE-RECORD THRU 3200-EXIT
041628         UNTIL DL100-END-OF-FILE.
041639     IF DL100-RETURN-CODE NOT = 16
041649         PERFORM 3780-UPDATE-MTD-TOTALS THRU 3780-EXIT
041660     END-IF.
041670     PERFORM 3090-CLOSE-PASS2-FILES THRU 3090-EXIT.
041681 3000-EXIT.
041691     EXIT.
041702
041704*****************************************************************
041706* 3050-RECYCLE-SUSPENSE - READS THE PRIOR RUN'S SUSPENSE FILE
041787         TO DL100-SUSP-EFF-DATE.
041788     MOVE DL100SU-ORIG-RECORD OF DL100-SUSPIN
041789         TO DL100TR-RECORD.
041790     MOVE DL100SU-BRANCH-ID OF DL100-SUSPIN
041791         TO DL100-ITEM-BRANCH.
041792     IF NOT DL100TR-DETAIL
041793         DISPLAY 'DL100W - NON-DETAIL RECORD ON SUSPENSE '
041794             'FILE DROPPED, TYPE=' DL100TR-REC-TYPE
041795         MOVE 'N' TO DL100-RECYCLE-SW
041796         GO TO 3070-EXIT
041797     END-IF.
041798     PERFORM 3300-EDIT-DETAIL THRU 3300-EXIT.
041799     MOVE 'N' TO DL100-POSTED-SW.
041800     MOVE 'N' TO DL100-DUPLICATE-SW.
041801     IF DL100LK-RETURN-CODE = ZERO
041802             AND DL100LK-RULE-PASSED AND NOT DL100-REVERSAL
041803         PERFORM 3320-CHECK-DUPLICATE THRU 3320-EXIT
041804     END-IF.
041805     IF DL100LK-RETURN-CODE = ZERO
041806             AND DL100LK-RULE-PASSED
041807             AND NOT DL100-DUPLICATE
041808         PERFORM 3700-POST-TO-MASTER THRU 3700-EXIT
041809     END-IF.
041810     PERFORM 3450-RELEASE-DETAIL THRU 3450-EXIT.
041811     ADD 1 TO DL100-RUN-DETAIL-COUNT.
041812     IF DL100LK-RULE-FAILED
041814         IF DL100-RETURN-CODE NOT = 16
041816             PERFORM 3750-WRITE-SUSPENSE THRU 3750-EXIT
041822     ELSE
041824         ADD 1 TO DL100-SUSP-CLEAR-COUNT
041826     END-IF.
041827     PERFORM 3770-WRITE-SETTLE-ITEM THRU 3770-EXIT.
041828     MOVE 'N' TO DL100-RECYCLE-SW.
041830 3070-EXIT.
041832     EXIT.
041899         CLOSE DL100-GLWORK
041900         MOVE 'N' TO DL100-GLWORK-OPEN-SW
041901     END-IF.
041902     IF DL100-SETLFILE-OPEN
041903         CLOSE DL100-SETLFILE
041904         MOVE 'N' TO DL100-SETLFILE-OPEN-SW
041905     END-IF.
041910     IF DL100-HOLDFILE-OPEN
041916         CLOSE DL100-HOLDFILE
041921         MOVE 'N' TO DL100-HOLDFILE-OPEN-SW
041927     END-IF.
041933 3090-EXIT.
041938     EXIT.
041944
041950 3100-SKIP-RESTART-RECORDS.
042000     MOVE ZERO TO DL100-SKIP-COUNTER.
042100     PERFORM 3110-SKIP-ONE-RECORD THRU 3110-EXIT
043665             MOVE DL100BW-TRAILER-SW TO DL100-CB-TRAILER-SW
043666             MOVE DL100BW-BALANCED-SW TO DL100-CB-BALANCED-SW
043667             MOVE DL100BW-BRANCH-ERR TO DL100-CB-BRANCH-ERR
043668             PERFORM 3765-WRITE-SETTLE-CONTROL THRU 3765-EXIT
043669         ELSE
043670             DISPLAY 'DL100E - BATCH WORK READ FAILED, STATUS='
043671                 DL100-BATCHFILE-STATUS
043672             MOVE 16 TO DL100-RETURN-CODE
043673             SET DL100-END-OF-FILE TO TRUE
043674         END-IF
043675     END-IF.
043676     SET DL100-BATCH-OPEN TO TRUE.
043677 3130-EXIT.
043678     EXIT.
043700
043800 3200-PROCESS-ONE-RECORD.
043900     READ DL100-TRANFILE
045250     IF NOT DL100-CB-BALANCED
045252         GO TO 3220-EXIT
045254     END-IF.
045255     MOVE DL100-CB-BRANCH-ID TO DL100-ITEM-BRANCH.
045256     PERFORM 3300-EDIT-DETAIL THRU 3300-EXIT.
045258     MOVE 'N' TO DL100-POSTED-SW.
045259     MOVE 'N' TO DL100-DUPLICATE-SW.
045260     IF DL100LK-RETURN-CODE = ZERO
045261             AND DL100LK-RULE-PASSED AND NOT DL100-REVERSAL
045262         PERFORM 3320-CHECK-DUPLICATE THRU 3320-EXIT
045263     END-IF.
045264     IF DL100LK-RETURN-CODE = ZERO
045274         MOVE DL100-RUN-DATE TO DL100-SUSP-EFF-DATE
045276         PERFORM 3750-WRITE-SUSPENSE THRU 3750-EXIT
045278     END-IF.
045279     PERFORM 3770-WRITE-SETTLE-ITEM THRU 3770-EXIT.
045280     ADD 1 TO DL100-RUN-DETAIL-COUNT.
045282 3220-EXIT.
045284     EXIT.
045300*****************************************************************
045400* 3300-EDIT-DETAIL - HANDS THE DETAIL RECORD TO DL100DT FOR
045500* ITS BUSINESS-RULE EDIT, THEN EDITS THE ACCOUNT NUMBER
045510* AGAINST THE ACCOUNT MASTER.  A REVERSAL IS EDITED UNDER THE
045511* ORIGINAL'S CODE, AND ITS DATE IS THE ORIGINAL'S - PROVED BY
045512* THE HISTORY LOOKUP IN 3325, NOT AGED AGAINST THE RUN DATE.
045600*****************************************************************
045700 3300-EDIT-DETAIL.
045701     MOVE 'N' TO DL100-REVERSAL-SW.
045702     MOVE DL100TR-TRAN-CODE TO DL100-POST-CODE.
045703     MOVE DL100TR-TRAN-AMOUNT TO DL100-POST-AMOUNT.
045704     MOVE ZERO TO DL100-REV-ORIG-POSTED.
045705     IF DL100TR-REVERSAL
045706         SET DL100-REVERSAL TO TRUE
045707         MOVE DL100TR-ORIG-CODE TO DL100-POST-CODE
045708         COMPUTE DL100-POST-AMOUNT = ZERO - DL100TR-TRAN-AMOUNT
045709     END-IF.
045800     MOVE 'EDITTRAN' TO DL100LK-FUNCTION.
045900     MOVE DL100TR-TRAN-AMOUNT TO DL100LK-TRAN-AMOUNT.
046000     MOVE DL100-POST-CODE TO DL100LK-TRAN-CODE.
046020     MOVE DL100TR-TRAN-DATE TO DL100LK-TRAN-DATE.
046021     IF DL100-REVERSAL
046022         MOVE DL100-RUN-DATE TO DL100LK-TRAN-DATE
046023     END-IF.
046040     MOVE DL100-RUN-DATE TO DL100LK-RUN-DATE.
046100     CALL 'DL100DT' USING DL100LK-PARM-AREA.
046150     IF DL100LK-RETURN-CODE NOT = ZERO
046206     IF DL100LK-RULE-PASSED
046207         PERFORM 3315-CHECK-POST-LIMITS THRU 3315-EXIT
046208     END-IF.
046209     IF DL100LK-RULE-PASSED AND DL100-REVERSAL
046210         PERFORM 3325-CHECK-REVERSAL THRU 3325-EXIT
046211     END-IF.
046212     IF DL100LK-RULE-FAILED
046300         ADD 1 TO DL100-REJECT-COUNT
046400         DISPLAY 'DL100W - DETAIL REJECTED, ACCOUNT='
046500             DL100TR-ACCOUNT-NO
046814* 3310-EDIT-ACCOUNT - LOOKS THE DETAIL ACCOUNT UP ON THE
046816* ACCOUNT MASTER.  AN ACCOUNT THAT IS NOT ON FILE, OR ONE
046818* FLAGGED CLOSED, FAILS THE EDIT WITH ITS OWN REASON CODE.
046819* SO DOES A CUSTOMER DETAIL AGAINST A DORMANT ACCOUNT - ONLY
046820* THE SYSTEM-GENERATED 'AUTO' AND 'INTR' BATCHES POST TO ONE.
046821* A RECYCLED SUSPENSE ITEM IS JUDGED BY THE BRANCH IT CARRIED
046822* INTO SUSPENSE, SO A HELD 'AUTO' OR 'INTR' ITEM STILL POSTS
046823* AND A HELD CUSTOMER ITEM WAITS FOR DL100AU TO REACTIVATE.
046824* A CLEAN LOOKUP LEAVES THE MASTER RECORD IN ITS BUFFER FOR
046825* 3700-POST-TO-MASTER, SO THE POSTING STEP DOES NOT RE-READ.
046826*****************************************************************
046827 3310-EDIT-ACCOUNT.
046828     MOVE DL100TR-ACCOUNT-NO TO DL100AM-ACCOUNT-NO.
046830     READ DL100-MASTFILE
046832         INVALID KEY
046866         SET DL100LK-RULE-FAILED TO TRUE
046868         SET DL100LK-REASON-ACCT-CLOSED TO TRUE
046870     END-IF.
046871     IF DL100AM-ACCT-DORMANT
046872         IF DL100-ITEM-BRANCH NOT = 'AUTO'
046874                 AND DL100-ITEM-BRANCH NOT = 'INTR'
046875             SET DL100LK-RULE-FAILED TO TRUE
046876             SET DL100LK-REASON-DORMANT TO TRUE
046877         END-IF
046878     END-IF.
046879 3310-EXIT.
046880     EXIT.
046881
046882*****************************************************************
046883* 3315-CHECK-POST-LIMITS - EDITS THE DETAIL AGAINST THE
046884* ACCOUNT'S OWN POSTING LIMITS, USING THE MASTER RECORD LEFT
046885* IN ITS BUFFER BY 3310-EDIT-ACCOUNT.  A TRANSACTION WHOSE
046886* MAGNITUDE - SIGN IGNORED, SO A LARGE NEGATIVE ADJUSTMENT IS
046887* JUST AS SUSPECT AS A LARGE DEBIT - EXCEEDS THE ACCOUNT'S
046888* MAXIMUM SINGLE AMOUNT, OR ONE THAT WOULD TAKE THE BALANCE
046889* BELOW THE ACCOUNT'S FLOOR, FAILS WITH ITS OWN REASON CODE
046890* AND IS HELD TO SUSPENSE INSTEAD OF POSTING.  A ZERO OR
046891* NON-NUMERIC MAX MEANS NO MAXIMUM; THE FLOOR ONLY APPLIES
046892* WHEN THE MASTER'S FLOOR-FLAG SAYS IT IS IN EFFECT.
046893* AN ITEM THAT CLEARS THE FLOOR BUT REDUCES THE BALANCE IS
046894* TESTED AGAIN AGAINST THE AVAILABLE BALANCE - THE BALANCE LESS
046895* THE ACCOUNT'S ACTIVE HOLDS - AND FAILS WITH REASON HF WHEN THE
046896* HOLDS ARE WHAT TAKE IT BELOW THE FLOOR.  CREDITS ARE NEVER
046897* STOPPED BY A HOLD.
046898*****************************************************************
046899 3315-CHECK-POST-LIMITS.
046900     MOVE DL100TR-TRAN-AMOUNT TO DL100-ABS-TRAN-AMT.
046901     IF DL100-ABS-TRAN-AMT < ZERO
046902         COMPUTE DL100-ABS-TRAN-AMT = ZERO - DL100-ABS-TRAN-AMT
046903     END-IF.
046904     IF DL100AM-MAX-TRAN-AMT NUMERIC
046905             AND DL100AM-MAX-TRAN-AMT > ZERO
046906             AND DL100-ABS-TRAN-AMT > DL100AM-MAX-TRAN-AMT
046907         SET DL100LK-RULE-FAILED TO TRUE
046908         SET DL100LK-REASON-OVER-LIMIT TO TRUE
046909         GO TO 3315-EXIT
046910     END-IF.
046911     IF NOT DL100AM-FLOOR-IN-EFFECT
046912             OR DL100AM-BALANCE-FLOOR NOT NUMERIC
046913         GO TO 3315-EXIT
046914     END-IF.
046915     IF DL100-POST-CODE = 'DR'
046916         SUBTRACT DL100-POST-AMOUNT FROM DL100AM-CURR-BALANCE
046917             GIVING DL100-PROSP-BALANCE
046918     ELSE
046919         ADD DL100-POST-AMOUNT TO DL100AM-CURR-BALANCE
046920             GIVING DL100-PROSP-BALANCE
046921     END-IF.
046922     IF DL100-PROSP-BALANCE < DL100AM-BALANCE-FLOOR
046923         SET DL100LK-RULE-FAILED TO TRUE
046924         SET DL100LK-REASON-BAL-FLOOR TO TRUE
046925         GO TO 3315-EXIT
046926     END-IF.
046927     IF DL100-PROSP-BALANCE NOT < DL100AM-CURR-BALANCE
046928         GO TO 3315-EXIT
046929     END-IF.
046930     PERFORM 3317-TOTAL-ACCOUNT-HOLDS THRU 3317-EXIT.
046931     IF DL100-RETURN-CODE = 16
046932         SET DL100LK-RULE-FAILED TO TRUE
046933         SET DL100LK-REASON-HELD-FUNDS TO TRUE
046934         GO TO 3315-EXIT
046935     END-IF.
046936     SUBTRACT DL100-HOLD-TOTAL FROM DL100-PROSP-BALANCE
046937         GIVING DL100-AVAIL-BALANCE.
046938     IF DL100-AVAIL-BALANCE < DL100AM-BALANCE-FLOOR
046939         SET DL100LK-RULE-FAILED TO TRUE
046940         SET DL100LK-REASON-HELD-FUNDS TO TRUE
046941     END-IF.
046942 3315-EXIT.
046943     EXIT.
046944
046945*****************************************************************
046946* 3317-TOTAL-ACCOUNT-HOLDS - TOTALS THE DETAIL ACCOUNT'S ACTIVE
046947* HOLDS, BROWSING THE HOLD FILE FROM THE ACCOUNT'S FIRST HOLD.
046948* A HOLD COUNTS WHILE IT IS ACTIVE AND BEFORE ITS EXPIRY DATE
046949* (ZERO = UNTIL RELEASED), SO A HOLD DUE TO EXPIRE IS NOT
046950* HONOURED EVEN BEFORE THE NIGHTLY DL100HR REGISTER ENDS IT.
046951* A FAILED BROWSE ENDS THE RUN RC=16 AND HOLDS THE ITEM.
046952*****************************************************************
046953 3317-TOTAL-ACCOUNT-HOLDS.
046954     IF DL100TR-ACCOUNT-NO = DL100-HOLD-ACCOUNT
046955         GO TO 3317-EXIT
046956     END-IF.
046957     MOVE DL100TR-ACCOUNT-NO TO DL100-HOLD-ACCOUNT.
046958     MOVE ZERO TO DL100-HOLD-TOTAL.
046959     MOVE 'N' TO DL100-HOLD-SCAN-SW.
046960     MOVE DL100TR-ACCOUNT-NO TO DL100HD-ACCOUNT-NO.
046961     MOVE ZERO TO DL100HD-HOLD-NO.
046962     START DL100-HOLDFILE KEY IS NOT < DL100HD-KEY
046963         INVALID KEY
046964             CONTINUE
046965     END-START.
046966     IF DL100-HOLDFILE-STATUS = '23'
046967         GO TO 3317-EXIT
046968     END-IF.
046969     IF DL100-HOLDFILE-STATUS NOT = '00'
046970         DISPLAY 'DL100E - HOLD FILE START FAILED, STATUS='
046971             DL100-HOLDFILE-STATUS
046972         MOVE 16 TO DL100-RETURN-CODE
046973         SET DL100-END-OF-FILE TO TRUE
046974         MOVE SPACES TO DL100-HOLD-ACCOUNT
046975         GO TO 3317-EXIT
046976     END-IF.
046977     PERFORM 3318-ADD-ONE-HOLD THRU 3318-EXIT
046978         UNTIL DL100-HOLD-SCAN-DONE.
046979 3317-EXIT.
046980     EXIT.
046981
046982 3318-ADD-ONE-HOLD.
046983     READ DL100-HOLDFILE NEXT RECORD
046984         AT END
046985             SET DL100-HOLD-SCAN-DONE TO TRUE
046986             GO TO 3318-EXIT
046987     END-READ.
046988     IF DL100-HOLDFILE-STATUS NOT = '00'
046989         DISPLAY 'DL100E - HOLD FILE READ FAILED, STATUS='
046990             DL100-HOLDFILE-STATUS
046991         MOVE 16 TO DL100-RETURN-CODE
046992         SET DL100-END-OF-FILE TO TRUE
046993         MOVE SPACES TO DL100-HOLD-ACCOUNT
046994         SET DL100-HOLD-SCAN-DONE TO TRUE
046996         GO TO 3318-EXIT
046997     END-IF.
046998     IF DL100HD-ACCOUNT-NO NOT = DL100TR-ACCOUNT-NO
046999         SET DL100-HOLD-SCAN-DONE TO TRUE
047000         GO TO 3318-EXIT
047001     END-IF.
047002     IF DL100HD-ACTIVE
047003         IF DL100HD-EXPIRY-DATE = ZERO
047004                 OR DL100HD-EXPIRY-DATE > DL100-RUN-DATE
047005             ADD DL100HD-AMOUNT TO DL100-HOLD-TOTAL
047006         END-IF
047007     END-IF.
047008 3318-EXIT.
047009     EXIT.
047010
047011*****************************************************************
047012* 3320-CHECK-DUPLICATE - LOOKS THE DETAIL UP ON THE PROCESSED
047013* TRANSACTION HISTORY.  A HIT MEANS THE SAME ACCOUNT / DATE /
047014* CODE / AMOUNT ALREADY POSTED WITHIN THE RETENTION WINDOW -
047015* THE DETAIL IS HELD OFF THE MASTER, RELEASED TO THE SORT AS
047016* CLASS '4' FOR ITS OWN SECTION, AND THE RUN IS FLAGGED RC=2.
047017*****************************************************************
047018 3320-CHECK-DUPLICATE.
047019     MOVE DL100TR-ACCOUNT-NO TO DL100HI-ACCOUNT-NO.
047020     MOVE DL100TR-TRAN-DATE TO DL100HI-TRAN-DATE.
047021     MOVE DL100TR-TRAN-CODE TO DL100HI-TRAN-CODE.
047022     MOVE DL100TR-TRAN-AMOUNT TO DL100HI-TRAN-AMOUNT.
047023     READ DL100-HISTFILE
047024         INVALID KEY
047025             CONTINUE
047026     END-READ.
047027     IF DL100-HISTFILE-STATUS = '23'
047028         GO TO 3320-EXIT
047029     END-IF.
047030     IF DL100-HISTFILE-STATUS NOT = '00'
047031         DISPLAY 'DL100E - HISTORY READ FAILED, STATUS='
047032             DL100-HISTFILE-STATUS
047033         MOVE 16 TO DL100-RETURN-CODE
047034         SET DL100-END-OF-FILE TO TRUE
047035         GO TO 3320-EXIT
047036     END-IF.
047037     SET DL100-DUPLICATE TO TRUE.
047038     ADD 1 TO DL100-DUP-COUNT.
047039     IF DL100-RETURN-CODE < 2
047040         MOVE 2 TO DL100-RETURN-CODE
047041     END-IF.
047042     DISPLAY 'DL100W - SUSPECTED DUPLICATE, ACCOUNT='
047043         DL100TR-ACCOUNT-NO ' DATE=' DL100TR-TRAN-DATE
047044         ' CODE=' DL100TR-TRAN-CODE.
047045     MOVE DL100HI-RUN-DATE TO DL100-DUP-POSTED-DATE.
047046 3320-EXIT.
047047     EXIT.
047049
047050*****************************************************************
047051* 3325-CHECK-REVERSAL - LOOKS UP THE POSTING A REVERSAL NAMES
047052* BY ITS HISTORY KEY (ACCOUNT, TRAN DATE, ORIGINAL CODE,
047053* AMOUNT).  AN ORIGINAL THAT IS NOT ON HISTORY, OR IS ALREADY
047054* MARKED REVERSED, FAILS THE REVERSAL WITH ITS OWN REASON CODE
047055* SO IT GOES TO SUSPENSE; A RE-SENT REVERSAL IS CAUGHT THE SAME
047056* WAY.  A REVERSAL NEVER GOES THROUGH 3320 - IT CARRIES ITS
047057* ORIGINAL'S KEY ON PURPOSE.
047058*****************************************************************
047059 3325-CHECK-REVERSAL.
047060     MOVE DL100TR-ACCOUNT-NO TO DL100HI-ACCOUNT-NO.
047061     MOVE DL100TR-TRAN-DATE TO DL100HI-TRAN-DATE.
047062     MOVE DL100-POST-CODE TO DL100HI-TRAN-CODE.
047063     MOVE DL100TR-TRAN-AMOUNT TO DL100HI-TRAN-AMOUNT.
047064     READ DL100-HISTFILE
047065         INVALID KEY
047066             CONTINUE
047067     END-READ.
047068     IF DL100-HISTFILE-STATUS = '23'
047069         SET DL100LK-RULE-FAILED TO TRUE
047070         SET DL100LK-REASON-NO-ORIGINAL TO TRUE
047071         GO TO 3325-EXIT
047072     END-IF.
047073     IF DL100-HISTFILE-STATUS NOT = '00'
047074         DISPLAY 'DL100E - HISTORY READ FAILED, STATUS='
047075             DL100-HISTFILE-STATUS
047076         MOVE 16 TO DL100-RETURN-CODE
047077         SET DL100-END-OF-FILE TO TRUE
047078         GO TO 3325-EXIT
047079     END-IF.
047080     MOVE DL100HI-RUN-DATE TO DL100-REV-ORIG-POSTED.
047081     IF DL100HI-REVERSED
047082         SET DL100LK-RULE-FAILED TO TRUE
047083         SET DL100LK-REASON-REVERSED TO TRUE
047084     END-IF.
047085 3325-EXIT.
047086     EXIT.
047087
047088*****************************************************************
047089* 3450-RELEASE-DETAIL - HANDS ONE EDITED DETAIL TO THE SORT.
047090* CLASS '1' RECORDS ARE THE GOOD DETAILS, CLASS '2' THE LIMIT
047091* EXCEPTIONS, CLASS '3' THE OTHER REJECTS, AND CLASS '4' THE
047092* SUSPECTED DUPLICATES (CARRYING THE ORIGINAL POSTING DATE),
047093* SO EACH GROUP GATHERS UNDER ITS OWN SECTION HEADING AT THE
047094* BACK OF THE REPORT, AT ANY VOLUME.  A POSTED REVERSAL PRINTS
047095* WITH THE GOOD DETAILS UNDER ITS ORIGINAL'S CODE AND THE
047096* NEGATED AMOUNT, SO THE ACCOUNT AND CODE TOTALS TIE TO WHAT
047097* POSTED; EVERY REVERSAL, POSTED OR REJECTED, IS ALSO RELEASED
047098* AS CLASS '5' FOR THE REVERSALS SECTION.
047099*****************************************************************
047100 3450-RELEASE-DETAIL.
047102     MOVE ZERO TO DL100SR-POSTED.
047112     IF DL100-DUPLICATE
047122         MOVE '4' TO DL100SR-CLASS
047177     IF DL100LK-RULE-FAILED
047186         IF DL100LK-REASON-OVER-LIMIT
047195                 OR DL100LK-REASON-BAL-FLOOR
047199                 OR DL100LK-REASON-HELD-FUNDS
047204             MOVE '2' TO DL100SR-CLASS
047213         ELSE
047222             MOVE '3' TO DL100SR-CLASS
047947         ELSE
047952         IF DL100LK-REASON-BAL-FLOOR
047957             MOVE 'REJ-FLOOR' TO DL100SR-STATUS
047958         ELSE
047959         IF DL100LK-REASON-HELD-FUNDS
047960             MOVE 'REJ-HELD' TO DL100SR-STATUS
047962         ELSE
047963         IF DL100LK-REASON-NO-ORIGINAL
047964             MOVE 'REJ-NOORIG' TO DL100SR-STATUS
047965         ELSE
047966         IF DL100LK-REASON-REVERSED
047967             MOVE 'REJ-REVSD' TO DL100SR-STATUS
047968         ELSE
047969         IF DL100LK-REASON-DORMANT
047970             MOVE 'REJ-DORMNT' TO DL100SR-STATUS
047971         ELSE
047972             MOVE 'REJECTED' TO DL100SR-STATUS
047973         END-IF
047974         END-IF
047975         END-IF
047976         END-IF
047977         END-IF
047979         END-IF
047982         END-IF
048002         END-IF
048027         END-IF
048602             MOVE SPACES TO DL100SR-BRANCH
048627         END-IF
048652     END-IF.
048653     IF DL100-REVERSAL
048654             AND DL100-POSTED
048655         MOVE DL100-POST-CODE TO DL100SR-TRAN-CODE
048656         MOVE DL100-POST-AMOUNT TO DL100SR-TRAN-AMOUNT
048657         MOVE 'REVERSAL' TO DL100SR-STATUS
048658     END-IF.
048677     RELEASE DL100SR-RECORD.
048678     IF DL100-REVERSAL
048679         PERFORM 3460-RELEASE-REVERSAL THRU 3460-EXIT
048680     END-IF.
048702 3450-EXIT.
048727     EXIT.
048728
048729*****************************************************************
048730* 3460-RELEASE-REVERSAL - THE CLASS '5' COPY OF A REVERSAL FOR
048731* THE REVERSALS SECTION: THE ORIGINAL'S KEY, THE RUN DATE IT
048732* POSTED (ZERO WHEN IT WAS NOT FOUND), AND WHAT BECAME OF THE
048733* REVERSAL.  THE REST OF THE SORT RECORD IS ALREADY BUILT.
048734*****************************************************************
048735 3460-RELEASE-REVERSAL.
048736     MOVE '5' TO DL100SR-CLASS.
048737     MOVE DL100TR-TRAN-AMOUNT TO DL100SR-TRAN-AMOUNT.
048738     MOVE DL100-POST-CODE TO DL100SR-TRAN-CODE.
048739     MOVE DL100-REV-ORIG-POSTED TO DL100SR-POSTED.
048740     IF DL100-POSTED
048741         MOVE 'REVERSED' TO DL100SR-STATUS
048742     END-IF.
048743     RELEASE DL100SR-RECORD.
048744 3460-EXIT.
048745     EXIT.
048746
048900 3410-WRITE-PAGE-HEADERS.
049000     ADD 1 TO DL100-PAGE-NUMBER.
049100     MOVE DL100-RUN-DATE TO DL100-H1-RUN-DATE.
049101     MOVE DL100-CYCLE TO DL100-H1-CYCLE.
049200     MOVE DL100-PAGE-NUMBER TO DL100-H1-PAGE.
049300     WRITE DL100RP-LINE FROM DL100-HDR1-LINE.
049400     WRITE DL100RP-LINE FROM DL100-HDR2-LINE.
051710         TO DL100CK-RECORDS-READ OF DL100-CKPTOUT.
051800     MOVE DL100-RUN-DATE TO DL100CK-RUN-DATE OF DL100-CKPTOUT.
051900     MOVE DL100-RUN-TIME TO DL100CK-RUN-TIME OF DL100-CKPTOUT.
051901     MOVE DL100-CYCLE TO DL100CK-CYCLE OF DL100-CKPTOUT.
052000     WRITE DL100CK-RECORD OF DL100-CKPTOUT.
052100 3600-EXIT.
052200     EXIT.
052222* MASTER RECORD WAS ALREADY READ BY 3310-EDIT-ACCOUNT, SO THE
052224* BUFFER IS CURRENT FOR THIS DETAIL AND IS REWRITTEN IN PLACE.
052225* LAST-ACTIVITY CARRIES THE RUN'S EFFECTIVE DATE, SO WEEKEND
052226* AND HOLIDAY ACTIVITY POSTS UNDER ITS BUSINESS DAY.  ONLY
052230* CUSTOMER ACTIVITY STAMPS IT: THE SYSTEM 'AUTO' CHARGES AND
052234* 'INTR' INTEREST CAPITALIZATION POST WITHOUT MAKING THE
052238* ACCOUNT ACTIVE, SO DL100DS CAN STILL FIND IT DORMANT.  A
052242* REVERSAL POSTS UNDER ITS ORIGINAL'S CODE WITH THE AMOUNT
052247* NEGATED, SO THE MASTER, GL WORK, RUN NET AND MTD ALL TAKE THE
052251* EXACT OPPOSITE OF WHAT THE ORIGINAL DID.
052255*****************************************************************
052259 3700-POST-TO-MASTER.
052264     IF DL100-POST-CODE = 'DR'
052266         SUBTRACT DL100-POST-AMOUNT FROM DL100AM-CURR-BALANCE
052268     ELSE
052270         ADD DL100-POST-AMOUNT TO DL100AM-CURR-BALANCE
052272     END-IF.
052273     IF DL100-ITEM-BRANCH NOT = 'AUTO'
052274             AND DL100-ITEM-BRANCH NOT = 'INTR'
052275         MOVE DL100-EFFECTIVE-DATE TO DL100AM-LAST-ACTIVITY
052276     END-IF.
052277     REWRITE DL100AM-RECORD
052278         INVALID KEY
052280             CONTINUE
052282     END-REWRITE.
052288         SET DL100-POSTED TO TRUE
052289         PERFORM 3710-WRITE-GL-WORK THRU 3710-EXIT
052290         PERFORM 3730-WRITE-HISTORY THRU 3730-EXIT
052291         IF DL100-POST-CODE = 'DR'
052292             SUBTRACT DL100-POST-AMOUNT FROM DL100-RUN-NET
052293         ELSE
052294             ADD DL100-POST-AMOUNT TO DL100-RUN-NET
052295         END-IF
052296         PERFORM 3740-UPDATE-MTD-ACCOUNT THRU 3740-EXIT
052297     ELSE
052306*****************************************************************
052307* 3710-WRITE-GL-WORK - WRITES ONE GL WORK RECORD PER POSTED
052308* DETAIL.  THE SECOND SORT PASS IN 4500 SUMMARIZES THE WORK
052309* FILE BY ACCOUNT, CODE AND BRANCH, SO THERE IS NO IN-MEMORY
052310* TABLE TO FILL AND THE EXTRACT IS NEVER SUPPRESSED.
052311*****************************************************************
052312 3710-WRITE-GL-WORK.
052313     MOVE DL100TR-ACCOUNT-NO TO DL100GW-ACCOUNT.
052314     MOVE DL100-POST-CODE TO DL100GW-TRAN-CODE.
052315     MOVE DL100-POST-AMOUNT TO DL100GW-AMOUNT.
052316     MOVE DL100-ITEM-BRANCH TO DL100GW-BRANCH.
052317     WRITE DL100GW-RECORD.
052318     IF DL100-GLWORK-STATUS NOT = '00'
052319         DISPLAY 'DL100E - GL WORK WRITE FAILED, STATUS='
052320             DL100-GLWORK-STATUS
052321         MOVE 16 TO DL100-RETURN-CODE
052322         SET DL100-END-OF-FILE TO TRUE
052323     END-IF.
052337 3710-EXIT.
052338     EXIT.
052339
052356*****************************************************************
052365* 3730-WRITE-HISTORY - RECORDS ONE POSTED DETAIL ON THE
052374* PROCESSED-TRANSACTION HISTORY SO A RE-SENT COPY IS CAUGHT ON
052383* A LATER NIGHT.  A REVERSAL FIRST MARKS ITS ORIGINAL
052384* REVERSED, THEN RECORDS ITSELF UNDER THE ORIGINAL'S KEY WITH
052385* THE MATCHING REVERSAL CODE.
052392*****************************************************************
052401 3730-WRITE-HISTORY.
052402     IF DL100-REVERSAL
052403         PERFORM 3735-MARK-ORIGINAL-REVERSED THRU 3735-EXIT
052404         IF DL100-RETURN-CODE = 16
052405             GO TO 3730-EXIT
052406         END-IF
052407     END-IF.
052410     MOVE SPACES TO DL100HI-RECORD.
052419     MOVE DL100TR-ACCOUNT-NO TO DL100HI-ACCOUNT-NO.
052428     MOVE DL100TR-TRAN-DATE TO DL100HI-TRAN-DATE.
052437     MOVE DL100TR-TRAN-CODE TO DL100HI-TRAN-CODE.
052438     IF DL100-REVERSAL
052439         IF DL100-POST-CODE = 'DR'
052440             MOVE 'RD' TO DL100HI-TRAN-CODE
052441         ELSE
052442             IF DL100-POST-CODE = 'CR'
052443                 MOVE 'RC' TO DL100HI-TRAN-CODE
052444             ELSE
052445                 MOVE 'RA' TO DL100HI-TRAN-CODE
052446             END-IF
052447         END-IF
052448     END-IF.
052449     MOVE DL100TR-TRAN-AMOUNT TO DL100HI-TRAN-AMOUNT.
052455     MOVE DL100-RUN-DATE TO DL100HI-RUN-DATE.
052456     MOVE ZERO TO DL100HI-REVERSED-DATE.
052457     MOVE DL100-ITEM-BRANCH TO DL100HI-BRANCH-ID.
052464     WRITE DL100HI-RECORD
052473         INVALID KEY
052482             CONTINUE
052563     EXIT.
052564
052565*****************************************************************
052566* 3735-MARK-ORIGINAL-REVERSED - REREADS THE ORIGINAL 3325 FOUND
052567* AND REWRITES IT MARKED REVERSED WITH TONIGHT'S RUN DATE, SO
052568* THE SAME ORIGINAL CAN NEVER BE REVERSED TWICE.
052569*****************************************************************
052570 3735-MARK-ORIGINAL-REVERSED.
052571     MOVE DL100TR-ACCOUNT-NO TO DL100HI-ACCOUNT-NO.
052572     MOVE DL100TR-TRAN-DATE TO DL100HI-TRAN-DATE.
052573     MOVE DL100-POST-CODE TO DL100HI-TRAN-CODE.
052574     MOVE DL100TR-TRAN-AMOUNT TO DL100HI-TRAN-AMOUNT.
052575     READ DL100-HISTFILE
052576         INVALID KEY
052577             CONTINUE
052578     END-READ.
052579     IF DL100-HISTFILE-STATUS NOT = '00'
052580         DISPLAY 'DL100E - HISTORY READ FOR REVERSAL FAILED, '
052581             'STATUS=' DL100-HISTFILE-STATUS
052582         MOVE 16 TO DL100-RETURN-CODE
052583         SET DL100-END-OF-FILE TO TRUE
052584         GO TO 3735-EXIT
052585     END-IF.
052586     SET DL100HI-REVERSED TO TRUE.
052587     MOVE DL100-RUN-DATE TO DL100HI-REVERSED-DATE.
052588     REWRITE DL100HI-RECORD
052589         INVALID KEY
052590             CONTINUE
052591     END-REWRITE.
052592     IF DL100-HISTFILE-STATUS NOT = '00'
052593         DISPLAY 'DL100E - HISTORY REWRITE FAILED, STATUS='
052594             DL100-HISTFILE-STATUS
052595         MOVE 16 TO DL100-RETURN-CODE
052596         SET DL100-END-OF-FILE TO TRUE
052597     END-IF.
052599 3735-EXIT.
052600     EXIT.
052601
052602*****************************************************************
052603* 3740-UPDATE-MTD-ACCOUNT - ROLLS ONE POSTED DETAIL INTO THE
052604* ACCOUNT'S MONTH-TO-DATE RECORD, CREATING THE RECORD ON THE
052605* ACCOUNT'S FIRST ACTIVITY OF THE MONTH.
052606*****************************************************************
052607 3740-UPDATE-MTD-ACCOUNT.
052608     MOVE 'N' TO DL100-MTD-NEW-SW.
052609     MOVE DL100TR-ACCOUNT-NO TO DL100MT-ACCOUNT-NO.
052610     READ DL100-MTDFILE
052611         INVALID KEY
052612             CONTINUE
052613     END-READ.
052614     IF DL100-MTDFILE-STATUS = '23'
052615         SET DL100-MTD-NEW-RECORD TO TRUE
052616         MOVE SPACES TO DL100MT-RECORD
052617         MOVE DL100TR-ACCOUNT-NO TO DL100MT-ACCOUNT-NO
052618         MOVE ZERO TO DL100MT-DR-COUNT
052619         MOVE ZERO TO DL100MT-DR-AMOUNT
052620         MOVE ZERO TO DL100MT-CR-COUNT
052621         MOVE ZERO TO DL100MT-CR-AMOUNT
052622         MOVE ZERO TO DL100MT-AJ-COUNT
052623         MOVE ZERO TO DL100MT-AJ-AMOUNT
052624     ELSE
052625         IF DL100-MTDFILE-STATUS NOT = '00'
052626             DISPLAY 'DL100E - MTD READ FAILED, STATUS='
052627                 DL100-MTDFILE-STATUS
052628             MOVE 16 TO DL100-RETURN-CODE
052629             SET DL100-END-OF-FILE TO TRUE
052630             GO TO 3740-EXIT
052631         END-IF
052632     END-IF.
052633     IF DL100-POST-CODE = 'DR'
052635         ADD 1 TO DL100MT-DR-COUNT
052636         ADD DL100-POST-AMOUNT TO DL100MT-DR-AMOUNT
052637     ELSE
052638         IF DL100-POST-CODE = 'CR'
052639             ADD 1 TO DL100MT-CR-COUNT
052640             ADD DL100-POST-AMOUNT TO DL100MT-CR-AMOUNT
052641         ELSE
052642             ADD 1 TO DL100MT-AJ-COUNT
052643             ADD DL100-POST-AMOUNT TO DL100MT-AJ-AMOUNT
052644         END-IF
052645     END-IF.
052646     IF DL100-MTD-NEW-RECORD
052647         WRITE DL100MT-RECORD
052648             INVALID KEY
052649                 CONTINUE
052650         END-WRITE
052651     ELSE
052652         REWRITE DL100MT-RECORD
052653             INVALID KEY
052654                 CONTINUE
052655         END-REWRITE
052656     END-IF.
052657     IF DL100-MTDFILE-STATUS NOT = '00'
052658         DISPLAY 'DL100E - MTD UPDATE FAILED, STATUS='
052659             DL100-MTDFILE-STATUS
052660         MOVE 16 TO DL100-RETURN-CODE
052661         SET DL100-END-OF-FILE TO TRUE
052662     END-IF.
052663 3740-EXIT.
052664     EXIT.
052665
052666*****************************************************************
052667* 3780-UPDATE-MTD-TOTALS - ROLLS THIS RUN'S POSTED COUNT, EDITED
052668* DETAIL COUNT, AND NET AMOUNT INTO THE SUITE-LEVEL MTD TOTALS
052669* RECORD.  THE EDITED COUNT IS WHAT THE MONTH-END CLOSE TIES
052671* BACK TO THE AUDIT-LOG DETAIL COUNTS.
052672*****************************************************************
052673 3780-UPDATE-MTD-TOTALS.
052674     MOVE 'N' TO DL100-MTD-NEW-SW.
052675     MOVE '**TOTALS**' TO DL100MT-ACCOUNT-NO.
052676     READ DL100-MTDFILE
052677         INVALID KEY
052678             CONTINUE
052679     END-READ.
052680     IF DL100-MTDFILE-STATUS = '23'
052681         SET DL100-MTD-NEW-RECORD TO TRUE
052682         MOVE SPACES TO DL100MT-RECORD
052683         MOVE '**TOTALS**' TO DL100MT-ACCOUNT-NO
052684         MOVE ZERO TO DL100MT-TOT-POSTED
052685         MOVE ZERO TO DL100MT-TOT-SEEN
052686         MOVE ZERO TO DL100MT-TOT-NET
052687     ELSE
052688         IF DL100-MTDFILE-STATUS NOT = '00'
052689             DISPLAY 'DL100E - MTD TOTALS READ FAILED, STATUS='
052690                 DL100-MTDFILE-STATUS
052691             MOVE 16 TO DL100-RETURN-CODE
052692             GO TO 3780-EXIT
052693         END-IF
052694     END-IF.
052695     ADD DL100-POST-COUNT TO DL100MT-TOT-POSTED.
052696     ADD DL100-RUN-DETAIL-COUNT TO DL100MT-TOT-SEEN.
052697     ADD DL100-RUN-NET TO DL100MT-TOT-NET.
052698     DIVIDE DL100-RUN-DATE BY 100
052699         GIVING DL100-RUN-MONTH
052700         REMAINDER DL100-RUN-MONTH-REM.
052701     MOVE DL100-RUN-MONTH TO DL100MT-TOT-MONTH.
052702     IF DL100-MTD-NEW-RECORD
052703         WRITE DL100MT-RECORD
052704             INVALID KEY
052705                 CONTINUE
052707         END-WRITE
052708     ELSE
052709         REWRITE DL100MT-RECORD
052710             INVALID KEY
052711                 CONTINUE
052712         END-REWRITE
052713     END-IF.
052714     IF DL100-MTDFILE-STATUS NOT = '00'
052715         DISPLAY 'DL100E - MTD TOTALS UPDATE FAILED, STATUS='
052716             DL100-MTDFILE-STATUS
052717         MOVE 16 TO DL100-RETURN-CODE
052718     END-IF.
052719 3780-EXIT.
052720     EXIT.
052721
052722*****************************************************************
052723* 3750-WRITE-SUSPENSE - WRITES THE FULL ORIGINAL RECORD TO THE
052724* SUSPENSE FILE WITH THE REJECT REASON AND THE DATE THE ITEM
052725* FIRST WENT TO SUSPENSE (DL100-SUSP-EFF-DATE IS THE RUN DATE
052726* FOR A NEW REJECT, OR THE CARRIED DATE FOR A RECYCLED ONE).
052727*****************************************************************
052728 3750-WRITE-SUSPENSE.
052729     MOVE DL100TR-RECORD
052730         TO DL100SU-ORIG-RECORD OF DL100-SUSPOUT.
052731     MOVE DL100LK-EDIT-REASON
052732         TO DL100SU-REASON-CODE OF DL100-SUSPOUT.
052733     MOVE DL100-SUSP-EFF-DATE
052734         TO DL100SU-SUSP-DATE OF DL100-SUSPOUT.
052735     MOVE DL100-ITEM-BRANCH
052736         TO DL100SU-BRANCH-ID OF DL100-SUSPOUT.
052737     WRITE DL100SU-RECORD OF DL100-SUSPOUT.
052738     IF DL100-SUSPOUT-STATUS = '00'
052739         ADD 1 TO DL100-SUSP-HELD-COUNT
052740     ELSE
052741         DISPLAY 'DL100E - SUSPENSE WRITE FAILED, STATUS='
052743             DL100-SUSPOUT-STATUS
052752         MOVE 16 TO DL100-RETURN-CODE
052761         SET DL100-END-OF-FILE TO TRUE
053112     END-IF.
053121 3760-EXIT.
053130     EXIT.
053131
053132*****************************************************************
053133* 3765-WRITE-SETTLE-CONTROL - ONE 'C' RECORD ON THE BRANCH
053134* ACTIVITY EXTRACT FOR THE BATCH JUST READ BACK FROM THE BATCH
053135* WORK FILE, BALANCED OR HELD, SO DL100BS CAN TIE EACH BRANCH TO
053136* THE BATCH CONTROL SUMMARY.  A BATCH PASSED OVER BY A RESTART
053137* SKIP IS WRITTEN TOO; ITS SKIPPED DETAILS ARE NOT, SO THE
053138* SETTLEMENT SHOWS THEM AS UNACCOUNTED FOR.
053139*****************************************************************
053140 3765-WRITE-SETTLE-CONTROL.
053141     MOVE SPACES TO DL100BX-RECORD.
053142     SET DL100BX-BATCH-CONTROL TO TRUE.
053143     MOVE DL100-CB-BRANCH-ID TO DL100BX-BRANCH-ID.
053144     MOVE DL100-CB-P1-COUNT TO DL100BX-CTL-COUNT.
053145     MOVE DL100-CB-P1-HASH TO DL100BX-CTL-HASH.
053146     IF DL100-CB-BALANCED
053147         SET DL100BX-CTL-BALANCED TO TRUE
053148     ELSE
053149         SET DL100BX-CTL-HELD TO TRUE
053150     END-IF.
053151     PERFORM 3775-PUT-SETTLE-RECORD THRU 3775-EXIT.
053152 3765-EXIT.
053153     EXIT.
053154
053155*****************************************************************
053156* 3770-WRITE-SETTLE-ITEM - ONE 'I' RECORD FOR THE DETAIL JUST
053157* EDITED, UNDER THE BRANCH WHOSE BATCH CARRIED IT: POSTED, HELD
053158* TO SUSPENSE, OR HELD AS A SUSPECTED DUPLICATE.  NOTHING MORE
053159* IS WRITTEN ONCE THE RUN HAS FAILED.
053160*****************************************************************
053161 3770-WRITE-SETTLE-ITEM.
053162     IF DL100-RETURN-CODE = 16
053163         GO TO 3770-EXIT
053164     END-IF.
053165     MOVE SPACES TO DL100BX-RECORD.
053166     SET DL100BX-ITEM TO TRUE.
053167     IF DL100-POSTED
053168         SET DL100BX-POSTED TO TRUE
053169     ELSE
053170         IF DL100-DUPLICATE
053171             SET DL100BX-DUPLICATE TO TRUE
053172         ELSE
053173             IF DL100LK-RULE-FAILED
053174                 SET DL100BX-SUSPENDED TO TRUE
053175             ELSE
053176                 GO TO 3770-EXIT
053177             END-IF
053178         END-IF
053179     END-IF.
053180     MOVE DL100-ITEM-BRANCH TO DL100BX-BRANCH-ID.
053181     MOVE DL100TR-ACCOUNT-NO TO DL100BX-ACCOUNT-NO.
053182     MOVE DL100-POST-CODE TO DL100BX-POST-CODE.
053183     MOVE DL100-POST-AMOUNT TO DL100BX-POST-AMOUNT.
053184     MOVE DL100TR-TRAN-AMOUNT TO DL100BX-TRAN-AMOUNT.
053185     IF DL100-RECYCLING
053186         SET DL100BX-RECYCLED TO TRUE
053187     ELSE
053188         MOVE 'N' TO DL100BX-RECYCLED-SW
053189     END-IF.
053190     PERFORM 3775-PUT-SETTLE-RECORD THRU 3775-EXIT.
053191 3770-EXIT.
053192     EXIT.
053193
053194 3775-PUT-SETTLE-RECORD.
053195     IF NOT DL100-SETLFILE-OPEN
053196         GO TO 3775-EXIT
053197     END-IF.
053198     MOVE DL100-RUN-DATE TO DL100BX-RUN-DATE.
053199     MOVE DL100-CYCLE TO DL100BX-CYCLE.
053200     WRITE DL100BX-RECORD.
053201     IF DL100-SETLFILE-STATUS NOT = '00'
053202         DISPLAY 'DL100E - BRANCH ACTIVITY WRITE FAILED, STATUS='
053203             DL100-SETLFILE-STATUS
053204         MOVE 16 TO DL100-RETURN-CODE
053205         SET DL100-END-OF-FILE TO TRUE
053206     END-IF.
053207 3775-EXIT.
053208     EXIT.
053209
053210*****************************************************************
053211* 3800-PRINT-SORTED - SORT OUTPUT PROCEDURE.  PRINTS THE GOOD
053212* DETAILS IN ACCOUNT SEQUENCE WITH A SUBTOTAL AT EACH ACCOUNT
053213* BREAK, DAY-END TOTALS BY TRANSACTION CODE AT THE END OF THE
053214* GOOD SECTION, AND THE REJECTED ITEMS UNDER THEIR OWN HEADING
053215* AT THE BACK.
053216*****************************************************************
053217 3800-PRINT-SORTED.
053218     MOVE 'N' TO DL100-SORT-EOF-SW.
053220     MOVE 'N' TO DL100-GOOD-SEEN-SW.
053228     MOVE SPACE TO DL100-PREV-CLASS.
053236     MOVE SPACES TO DL100-PREV-ACCOUNT.
053806             MOVE 'SUSPECTED DUPLICATES - NOT POSTED'
053807                 TO DL100-SH-TEXT
053808         ELSE
053809         IF DL100SR-CLASS = '5'
053810             MOVE 'REVERSALS - ORIGINAL POSTINGS CORRECTED'
053811                 TO DL100-SH-TEXT
053812         ELSE
053813             MOVE 'REJECTED TRANSACTIONS' TO DL100-SH-TEXT
053814         END-IF
053815         END-IF
053816         END-IF
053817     END-IF.
053820     WRITE DL100RP-LINE FROM DL100-SECT-HDR-LINE.
053828     ADD 1 TO DL100-LINE-COUNT.
053836 3830-EXIT.
053898         ADD 1 TO DL100-LINE-COUNT
053899         GO TO 3850-EXIT
053900     END-IF.
053901     IF DL100SR-CLASS = '5'
053902         MOVE DL100SR-ACCOUNT TO DL100-RV-L-ACCOUNT
053903         MOVE DL100SR-TRAN-DATE TO DL100-RV-L-DATE
053904         MOVE DL100SR-TRAN-AMOUNT TO DL100-RV-L-AMOUNT
053905         MOVE DL100SR-TRAN-CODE TO DL100-RV-L-CODE
053906         MOVE DL100SR-STATUS TO DL100-RV-L-STATUS
053907         MOVE DL100SR-BRANCH TO DL100-RV-L-BRANCH
053908         MOVE DL100SR-POSTED TO DL100-RV-L-POSTED
053909         WRITE DL100RP-LINE FROM DL100-REV-LINE
053910         ADD 1 TO DL100-LINE-COUNT
053911         GO TO 3850-EXIT
053912     END-IF.
053913     MOVE SPACES TO DL100-DETAIL-LINE.
053914     MOVE DL100SR-ACCOUNT TO DL100-DL-ACCOUNT.
053915     MOVE DL100SR-TRAN-DATE TO DL100-DL-DATE.
053916     MOVE DL100SR-TRAN-AMOUNT TO DL100-DL-AMOUNT.
053924     MOVE DL100SR-TRAN-CODE TO DL100-DL-CODE.
053932     MOVE DL100SR-STATUS TO DL100-DL-STATUS.
054900     EXIT.
054908
055132*****************************************************************
055136* 4500-WRITE-GL-EXTRACT - SORTS THE GL WORK FILE BY ACCOUNT,
055140* TRANSACTION CODE AND BRANCH AND SUMMARIZES IT INTO THE
055144* INTERFACE FILE: ONE DETAIL PER ACCOUNT / CODE / BRANCH WITH
055145* THE NET POSTED AMOUNT, THEN A CONTROL TRAILER WITH THE
055148* RECORD COUNT AND HASH TOTAL SO THE RECEIVING SYSTEM CAN
055152* BALANCE THE FEED BEFORE LOADING IT.  THE SORT HANDLES ANY
055156* VOLUME, SO THE FEED IS PRODUCED IN FULL ON EVERY BALANCED
055160* NIGHT.
055164*****************************************************************
055188 4500-WRITE-GL-EXTRACT.
055196     IF DL100-RETURN-CODE = 16
055336     SORT DL100-GLSORT
055340         ON ASCENDING KEY DL100GS-ACCOUNT
055344                          DL100GS-TRAN-CODE
055345                          DL100GS-BRANCH
055348         USING DL100-GLWORK
055352         OUTPUT PROCEDURE IS 4600-SUMMARIZE-GL THRU 4600-EXIT.
055356     IF SORT-RETURN NOT = ZERO
055412     MOVE DL100-GL-OUT-COUNT TO DL100GL-TRAILER-COUNT.
055420     MOVE DL100-GL-OUT-HASH TO DL100GL-TRAILER-HASH.
055428     MOVE DL100-RUN-DATE TO DL100GL-TRAILER-DATE.
055429     MOVE DL100-CYCLE TO DL100GL-TRAILER-CYCLE.
055436     WRITE DL100GL-RECORD.
055444     IF DL100-GLFILE-STATUS NOT = '00'
055452         DISPLAY 'DL100E - GL TRAILER WRITE FAILED, STATUS='
055528
055532*****************************************************************
055536* 4600-SUMMARIZE-GL - GL SORT OUTPUT PROCEDURE.  ACCUMULATES
055540* THE NET OVER EACH ACCOUNT / CODE / BRANCH GROUP AND WRITES ONE
055544* DETAIL AT EVERY BREAK, PLUS THE FINAL GROUP AT END.
055548*****************************************************************
055552 4600-SUMMARIZE-GL.
055628         MOVE 'N' TO DL100-GL-FIRST-SW
055632         MOVE DL100GS-ACCOUNT TO DL100-GL-PREV-ACCT
055636         MOVE DL100GS-TRAN-CODE TO DL100-GL-PREV-CODE
055637         MOVE DL100GS-BRANCH TO DL100-GL-PREV-BRANCH
055640         MOVE ZERO TO DL100-GL-NET-ACCUM
055644     END-IF.
055648     IF DL100GS-ACCOUNT NOT = DL100-GL-PREV-ACCT
055652             OR DL100GS-TRAN-CODE NOT = DL100-GL-PREV-CODE
055653             OR DL100GS-BRANCH NOT = DL100-GL-PREV-BRANCH
055656         PERFORM 4630-WRITE-ONE-GL-RECORD THRU 4630-EXIT
055658         MOVE DL100GS-ACCOUNT TO DL100-GL-PREV-ACCT
055660         MOVE DL100GS-TRAN-CODE TO DL100-GL-PREV-CODE
055661         MOVE DL100GS-BRANCH TO DL100-GL-PREV-BRANCH
055662         MOVE ZERO TO DL100-GL-NET-ACCUM
055664     END-IF.
055666     ADD DL100GS-AMOUNT TO DL100-GL-NET-ACCUM.
055678     MOVE DL100-GL-PREV-CODE TO DL100GL-TRAN-CODE.
055679     MOVE DL100-GL-NET-ACCUM TO DL100GL-NET-AMOUNT.
055680     MOVE DL100-RUN-DATE TO DL100GL-RUN-DATE.
055681     MOVE DL100-GL-PREV-BRANCH TO DL100GL-BRANCH-ID.
055682     WRITE DL100GL-RECORD.
055683     IF DL100-GLFILE-STATUS NOT = '00'
055684         DISPLAY 'DL100E - GL DETAIL WRITE FAILED, STATUS='
055685             DL100-GLFILE-STATUS
055686         MOVE 16 TO DL100-RETURN-CODE
055687         SET DL100-GLSORT-END-OF-FILE TO TRUE
055688         GO TO 4630-EXIT
055689     END-IF.
055690     ADD 1 TO DL100-GL-OUT-COUNT.
055691     ADD DL100-GL-NET-ACCUM TO DL100-GL-OUT-HASH.
055692 4630-EXIT.
055693     EXIT.
055694
055700*****************************************************************
055708* 5000-WRITE-AUDIT-RECORD - ONE RECORD PER RUN, REGARDLESS OF
055716* WHETHER THE RUN BALANCED, FOR THE COMPLIANCE TRAIL.
055724*****************************************************************
055732 5000-WRITE-AUDIT-RECORD.
055733     MOVE SPACES TO DL100AL-RECORD.
055740     MOVE 'COBOL1' TO DL100AL-PROGRAM-ID.
055748     MOVE DL100-RUN-DATE TO DL100AL-RUN-DATE.
055756     MOVE DL100-RUN-TIME TO DL100AL-RUN-TIME.
055764     MOVE DL100-RUN-LABEL TO DL100AL-RUN-LABEL.
055772     MOVE DL100-RUN-DETAIL-COUNT TO DL100AL-DETAIL-COUNT.
055780     MOVE DL100-RETURN-CODE TO DL100AL-RETURN-CODE.
055781     MOVE DL100-CYCLE TO DL100AL-CYCLE.
055788     IF DL100-AUDITFILE-OPEN
055796         WRITE DL100AL-RECORD
055804     END-IF.
055924     IF DL100-AUDITFILE-OPEN
055932         CLOSE DL100-AUDITFILE
055940     END-IF.
055941     IF DL100-RCVDOUT-OPEN
055942         CLOSE DL100-RCVDOUT
055943     END-IF.
055948     MOVE DL100-RETURN-CODE TO RETURN-CODE.
055956     DISPLAY 'DL100I - COBOL1 ENDED, RETURN CODE = '
055964         DL100-RETURN-CODE.
