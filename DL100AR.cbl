002000*
002100* MODIFICATION HISTORY.
002200*     2026-09-02  BAB  ORIGINAL VERSION.
002214*     2026-10-15  BAB  AN ORIGINAL MARKED REVERSED PRINTS WITH
002228*                      ITS REVERSAL DIRECTLY BENEATH IT AS A
002242*                      LINKED PAIR; A REVERSAL WHOSE ORIGINAL HAS
002257*                      BEEN PURGED PRINTS ON ITS OWN.  REVERSALS
002271*                      NET AS THE OPPOSITE OF THEIR ORIGINAL AND
002285*                      ARE COUNTED ON THE ACCOUNT TOTAL LINE.
002290*     2026-10-15  BAB  A DORMANT ACCOUNT SAYS SO ON ITS HEADING.
002292*     2026-10-15  BAB  THE ACCOUNT'S ACTIVE DL100HD HOLDS ARE
002295*                      LISTED UNDER THE BALANCE WITH THE TOTAL
002297*                      HELD AND THE AVAILABLE BALANCE.
002300*****************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. DL100AR.
005700         RECORD KEY IS DL100AM-ACCOUNT-NO
005800         FILE STATUS IS DL100-MASTFILE-STATUS.
005900
005909*****************************************************************
005918* ACCOUNT HOLDS - READ ONLY, POSITIONED ON EACH ACCOUNT'S FIRST
005927* HOLD WITH START, THEN READ FORWARD.
005936*****************************************************************
005945     SELECT DL100-HOLDFILE ASSIGN TO HOLDIO
005954         ORGANIZATION IS INDEXED
005963         ACCESS MODE IS DYNAMIC
005972         RECORD KEY IS DL100HD-KEY
005981         FILE STATUS IS DL100-HOLDFILE-STATUS.
005990
006000*****************************************************************
006100* RESEARCH REQUESTS SUPPLIED BY THE RESEARCHER.
006200*****************************************************************
008800     RECORD CONTAINS 80 CHARACTERS.
008900     COPY DL100AM.
009000
009020 FD  DL100-HOLDFILE
009040     RECORD CONTAINS 80 CHARACTERS.
009060     COPY DL100HD.
009080
009100 FD  DL100-REQFILE
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 80 CHARACTERS
012600     88  DL100AR-AUDIT-OPEN                 VALUE 'Y'.
012700 77  DL100AR-ON-MASTER-SW            PIC X(01) VALUE 'N'.
012800     88  DL100AR-ON-MASTER                  VALUE 'Y'.
012820 77  DL100AR-PAIR-FOUND-SW           PIC X(01) VALUE 'N'.
012840     88  DL100AR-PAIR-FOUND                 VALUE 'Y'.
012860 77  DL100AR-PAIR-FULL-SW            PIC X(01) VALUE 'N'.
012880     88  DL100AR-PAIR-FULL                  VALUE 'Y'.
012884 77  DL100AR-HOLD-OPEN-SW            PIC X(01) VALUE 'N'.
012888     88  DL100AR-HOLD-OPEN                  VALUE 'Y'.
012892 77  DL100AR-HOLD-DONE-SW            PIC X(01) VALUE 'N'.
012896     88  DL100AR-HOLD-DONE                  VALUE 'Y'.
012900
013000*****************************************************************
013100* COUNTERS AND PER-REQUEST WORK AREAS.
014000 77  DL100AR-PAGE-NUMBER             PIC 9(05) COMP VALUE ZERO.
014100 77  DL100AR-LINE-COUNT              PIC 9(03) COMP VALUE 99.
014200 77  DL100AR-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
014205 77  DL100AR-REV-COUNT               PIC 9(09) COMP VALUE ZERO.
014211 77  DL100AR-REV-CODE                PIC X(02) VALUE SPACES.
014212 77  DL100AR-HOLD-COUNT              PIC 9(05) COMP VALUE ZERO.
014214 77  DL100AR-HOLD-TOTAL              PIC S9(11)V99 VALUE ZERO.
014216
014222*****************************************************************
014227* REVERSAL PAIRING TABLE - THE REVERSALS ALREADY PRINTED UNDER
014233* THEIR ORIGINALS FOR THE TRAN DATE BEING WALKED.  A REVERSAL
014238* SITS ON HISTORY UNDER ITS ORIGINAL'S DATE AND AMOUNT, SO THE
014244* TABLE IS CLEARED EVERY TIME THE DATE OR ACCOUNT CHANGES.
014250*****************************************************************
014255 77  DL100AR-PAIR-DATE               PIC 9(08) VALUE ZERO.
014261 77  DL100AR-PAIR-COUNT              PIC 9(03) COMP VALUE ZERO.
014266 77  DL100AR-PAIR-MAX                PIC 9(03) COMP VALUE 100.
014272 77  DL100AR-PAIR-SUB                PIC 9(03) COMP VALUE ZERO.
014277 01  DL100AR-PAIR-TABLE.
014283     05  DL100AR-PAIR-ENTRY OCCURS 100 TIMES.
014288         10  DL100AR-PT-CODE         PIC X(02).
014294         10  DL100AR-PT-AMOUNT       PIC S9(09)V99.
014300
014400*****************************************************************
014500* FILE STATUS BYTES.
015000     05  DL100-REQFILE-STATUS        PIC X(02) VALUE SPACES.
015100     05  DL100-REPTFILE-STATUS       PIC X(02) VALUE SPACES.
015200     05  DL100-AUDITFILE-STATUS      PIC X(02) VALUE SPACES.
015250     05  DL100-HOLDFILE-STATUS       PIC X(02) VALUE SPACES.
015300
015400*****************************************************************
015500* LINKAGE PARAMETER AREA PASSED TO THE DL100DT SUBPROGRAM.
017500     05  FILLER                      PIC X(09) VALUE 'ACCOUNT: '.
017600     05  DL100AR-AH-ACCOUNT          PIC X(10).
017700     05  FILLER                      PIC X(04) VALUE SPACES.
017800     05  DL100AR-AH-STATUS           PIC X(15).
017900     05  FILLER                      PIC X(03) VALUE SPACES.
018000     05  FILLER                      PIC X(17)
018100             VALUE 'CURRENT BALANCE: '.
018200     05  DL100AR-AH-BALANCE          PIC -(11)9.99.
019100     05  DL100AR-RL-THRU             PIC 9(08).
019200     05  FILLER                      PIC X(98) VALUE SPACES.
019300
019303 01  DL100AR-HOLD-LINE.
019306     05  FILLER                      PIC X(01) VALUE SPACE.
019309     05  FILLER                      PIC X(03) VALUE SPACES.
019312     05  FILLER                      PIC X(05) VALUE 'HOLD '.
019315     05  DL100AR-HD-HOLD-NO          PIC 9(03).
019318     05  FILLER                      PIC X(03) VALUE SPACES.
019321     05  DL100AR-HD-AMOUNT           PIC -(11)9.99.
019325     05  FILLER                      PIC X(03) VALUE SPACES.
019328     05  FILLER                      PIC X(07) VALUE 'REASON '.
019331     05  DL100AR-HD-REASON           PIC X(02).
019334     05  FILLER                      PIC X(03) VALUE SPACES.
019337     05  FILLER                      PIC X(07) VALUE 'PLACED '.
019340     05  DL100AR-HD-PLACED           PIC 9(08).
019343     05  FILLER                      PIC X(03) VALUE SPACES.
019346     05  FILLER                      PIC X(08) VALUE 'EXPIRES '.
019350     05  DL100AR-HD-EXPIRES          PIC X(08).
019353     05  FILLER                      PIC X(03) VALUE SPACES.
019356     05  DL100AR-HD-REFERENCE        PIC X(20).
019359     05  FILLER                      PIC X(30) VALUE SPACES.
019362
019365 01  DL100AR-HOLD-TOTAL-LINE.
019368     05  FILLER                      PIC X(01) VALUE SPACE.
019371     05  FILLER                      PIC X(03) VALUE SPACES.
019375     05  FILLER                      PIC X(12)
019376             VALUE 'TOTAL HELD: '.
019378     05  DL100AR-HT-HELD             PIC -(11)9.99.
019381     05  FILLER                      PIC X(05) VALUE SPACES.
019384     05  FILLER                      PIC X(19)
019387             VALUE 'AVAILABLE BALANCE: '.
019390     05  DL100AR-HT-AVAILABLE        PIC -(11)9.99.
019393     05  FILLER                      PIC X(62) VALUE SPACES.
019396
019400 01  DL100AR-DETAIL-LINE.
019500     05  FILLER                      PIC X(01) VALUE SPACE.
019600     05  FILLER                      PIC X(03) VALUE SPACES.
020500     05  FILLER                      PIC X(05) VALUE SPACES.
020600     05  FILLER                      PIC X(05) VALUE 'ITEM '.
020700     05  DL100AR-DL-ITEM             PIC ZZZZ9.
020725     05  FILLER                      PIC X(05) VALUE SPACES.
020750     05  DL100AR-DL-NOTE             PIC X(21).
020775     05  DL100AR-DL-NOTE-DATE        PIC X(08).
020800     05  FILLER                      PIC X(30) VALUE SPACES.
020900
021000 01  DL100AR-TOTAL-LINE.
021100     05  FILLER                      PIC X(01) VALUE SPACE.
021500     05  FILLER                      PIC X(05) VALUE SPACES.
021600     05  FILLER                      PIC X(05) VALUE 'NET: '.
021700     05  DL100AR-TL-NET              PIC -(11)9.99.
021720     05  FILLER                      PIC X(05) VALUE SPACES.
021740     05  FILLER                      PIC X(11)
021760             VALUE 'REVERSALS: '.
021780     05  DL100AR-TL-REVERSALS        PIC ZZZ,ZZ9.
021800     05  FILLER                      PIC X(55) VALUE SPACES.
021900
022000 01  DL100AR-NOTFOUND-LINE.
022100     05  FILLER                      PIC X(01) VALUE SPACE.
028900         GO TO 1000-EXIT
029000     END-IF.
029100     SET DL100AR-MAST-OPEN TO TRUE.
029111     OPEN INPUT DL100-HOLDFILE.
029122     IF DL100-HOLDFILE-STATUS NOT = '00'
029133         DISPLAY 'DL100E - UNABLE TO OPEN HOLD FILE, STATUS='
029144             DL100-HOLDFILE-STATUS
029155         MOVE 16 TO DL100AR-RETURN-CODE
029166         GO TO 1000-EXIT
029177     END-IF.
029188     SET DL100AR-HOLD-OPEN TO TRUE.
029200 1000-EXIT.
029300     EXIT.
029400
035000     PERFORM 3000-WRITE-ACCT-HEADING THRU 3000-EXIT.
035100     MOVE ZERO TO DL100AR-ITEM-COUNT.
035200     MOVE ZERO TO DL100AR-ACCT-NET.
035250     MOVE ZERO TO DL100AR-REV-COUNT.
035300     PERFORM 3100-WALK-HISTORY THRU 3100-EXIT.
035400     IF DL100AR-RETURN-CODE = 16
035500         SET DL100AR-REQ-EOF TO TRUE
036300         PERFORM 3700-CHECK-PAGE THRU 3700-EXIT
036400         MOVE DL100AR-ITEM-COUNT TO DL100AR-TL-COUNT
036500         MOVE DL100AR-ACCT-NET TO DL100AR-TL-NET
036550         MOVE DL100AR-REV-COUNT TO DL100AR-TL-REVERSALS
036600         WRITE DL100RP-LINE FROM DL100AR-TOTAL-LINE
036700         ADD 1 TO DL100AR-LINE-COUNT
036800     END-IF.
039500
039600*****************************************************************
039700* 3000-WRITE-ACCT-HEADING - ACCOUNT LINE WITH STATUS AND
039800* CURRENT BALANCE (OR NOT ON MASTER), THE ACCOUNT'S ACTIVE
039900* HOLDS UNDER IT, THEN THE REQUESTED DATE RANGE WHEN ONE WAS
039950* GIVEN.
040000*****************************************************************
040100 3000-WRITE-ACCT-HEADING.
040200     PERFORM 3700-CHECK-PAGE THRU 3700-EXIT.
040500         IF DL100AM-ACCT-CLOSED
040600             MOVE 'STATUS: CLOSED' TO DL100AR-AH-STATUS
040700         ELSE
040750             IF DL100AM-ACCT-DORMANT
040760                 MOVE 'STATUS: DORMANT' TO DL100AR-AH-STATUS
040770             ELSE
040800                 MOVE 'STATUS: OPEN' TO DL100AR-AH-STATUS
040900             END-IF
040950         END-IF
041000         MOVE DL100AM-CURR-BALANCE TO DL100AR-AH-BALANCE
041100     ELSE
041200         MOVE 'NOT ON MASTER' TO DL100AR-AH-STATUS
041400     END-IF.
041500     WRITE DL100RP-LINE FROM DL100AR-ACCT-HDR-LINE.
041600     ADD 1 TO DL100AR-LINE-COUNT.
041614     IF DL100AR-ON-MASTER
041628         PERFORM 3050-LIST-HOLDS THRU 3050-EXIT
041642         IF DL100AR-RETURN-CODE = 16
041657             GO TO 3000-EXIT
041671         END-IF
041685     END-IF.
041700     IF DL100AR-FROM-DATE NOT = ZERO
041800             OR DL100AR-THRU-DATE NOT = ZERO
041900         PERFORM 3700-CHECK-PAGE THRU 3700-EXIT
042500 3000-EXIT.
042600     EXIT.
042700
042701*****************************************************************
042702* 3050-LIST-HOLDS - ONE LINE PER ACTIVE HOLD ON THE ACCOUNT, THEN
042703* THE TOTAL HELD AND THE AVAILABLE BALANCE COBOL1 TESTS THE FLOOR
042704* AGAINST.  A HOLD IS ACTIVE BEFORE ITS EXPIRY DATE (ZERO = UNTIL
042706* RELEASED), THE SAME RULE COBOL1 USES.  NOTHING PRINTS FOR AN
042707* ACCOUNT WITH NO ACTIVE HOLDS.
042708*****************************************************************
042709 3050-LIST-HOLDS.
042710     MOVE ZERO TO DL100AR-HOLD-COUNT.
042712     MOVE ZERO TO DL100AR-HOLD-TOTAL.
042713     MOVE 'N' TO DL100AR-HOLD-DONE-SW.
042714     MOVE DL100RQ-ACCOUNT-NO TO DL100HD-ACCOUNT-NO.
042715     MOVE ZERO TO DL100HD-HOLD-NO.
042716     START DL100-HOLDFILE
042718         KEY IS NOT LESS THAN DL100HD-KEY
042719         INVALID KEY
042720             SET DL100AR-HOLD-DONE TO TRUE
042721     END-START.
042722     IF DL100AR-HOLD-DONE
042724         GO TO 3050-EXIT
042725     END-IF.
042726     PERFORM 3060-READ-ONE-HOLD THRU 3060-EXIT
042727         UNTIL DL100AR-HOLD-DONE.
042728     IF DL100AR-RETURN-CODE = 16
042730         GO TO 3050-EXIT
042731     END-IF.
042732     IF DL100AR-HOLD-COUNT = ZERO
042733         GO TO 3050-EXIT
042734     END-IF.
042736     PERFORM 3700-CHECK-PAGE THRU 3700-EXIT.
042737     MOVE DL100AR-HOLD-TOTAL TO DL100AR-HT-HELD.
042738     COMPUTE DL100AR-HT-AVAILABLE =
042739         DL100AM-CURR-BALANCE - DL100AR-HOLD-TOTAL.
042740     WRITE DL100RP-LINE FROM DL100AR-HOLD-TOTAL-LINE.
042742     ADD 1 TO DL100AR-LINE-COUNT.
042743 3050-EXIT.
042744     EXIT.
042745
042746 3060-READ-ONE-HOLD.
042748     READ DL100-HOLDFILE NEXT RECORD
042749         AT END
042750             SET DL100AR-HOLD-DONE TO TRUE
042751     END-READ.
042753     IF DL100AR-HOLD-DONE
042754         GO TO 3060-EXIT
042755     END-IF.
042756     IF DL100-HOLDFILE-STATUS NOT = '00'
042757         DISPLAY 'DL100E - HOLD FILE READ FAILED, STATUS='
042759             DL100-HOLDFILE-STATUS
042760         MOVE 16 TO DL100AR-RETURN-CODE
042761         SET DL100AR-HOLD-DONE TO TRUE
042762         GO TO 3060-EXIT
042763     END-IF.
042765     IF DL100HD-ACCOUNT-NO NOT = DL100RQ-ACCOUNT-NO
042766         SET DL100AR-HOLD-DONE TO TRUE
042767         GO TO 3060-EXIT
042768     END-IF.
042769     IF NOT DL100HD-ACTIVE
042771         GO TO 3060-EXIT
042772     END-IF.
042773     IF DL100HD-EXPIRY-DATE NOT = ZERO
042774             AND DL100HD-EXPIRY-DATE NOT > DL100LK-RUN-DATE
042775         GO TO 3060-EXIT
042777     END-IF.
042778     ADD 1 TO DL100AR-HOLD-COUNT.
042779     ADD DL100HD-AMOUNT TO DL100AR-HOLD-TOTAL.
042780     PERFORM 3700-CHECK-PAGE THRU 3700-EXIT.
042781     MOVE DL100HD-HOLD-NO TO DL100AR-HD-HOLD-NO.
042783     MOVE DL100HD-AMOUNT TO DL100AR-HD-AMOUNT.
042784     MOVE DL100HD-REASON TO DL100AR-HD-REASON.
042785     MOVE DL100HD-PLACED-DATE TO DL100AR-HD-PLACED.
042786     IF DL100HD-EXPIRY-DATE = ZERO
042787         MOVE 'NONE' TO DL100AR-HD-EXPIRES
042789     ELSE
042790         MOVE DL100HD-EXPIRY-DATE TO DL100AR-HD-EXPIRES
042791     END-IF.
042792     MOVE DL100HD-REFERENCE TO DL100AR-HD-REFERENCE.
042793     WRITE DL100RP-LINE FROM DL100AR-HOLD-LINE.
042795     ADD 1 TO DL100AR-LINE-COUNT.
042796 3060-EXIT.
042797     EXIT.
042798
042800*****************************************************************
042900* 3100-WALK-HISTORY - POSITIONS ON THE FIRST HISTORY RECORD OF
043000* THE ACCOUNT AND READS FORWARD UNTIL THE ACCOUNT CHANGES.
043100* THE KEY ORDER GIVES THE RECORDS IN TRAN DATE ORDER.
043125* WITHIN A DATE THE ORIGINAL CODES (AJ/CR/DR) SORT AHEAD OF
043150* THE REVERSAL CODES (RA/RC/RD), SO AN ORIGINAL IS ALWAYS SEEN
043175* BEFORE ITS REVERSAL.
043200*****************************************************************
043300 3100-WALK-HISTORY.
043400     MOVE 'N' TO DL100AR-HIST-DONE-SW.
043450     MOVE ZERO TO DL100AR-PAIR-DATE.
043500     MOVE LOW-VALUES TO DL100HI-KEY.
043600     MOVE DL100RQ-ACCOUNT-NO TO DL100HI-ACCOUNT-NO.
043700     START DL100-HISTFILE
047400             AND DL100HI-TRAN-DATE > DL100AR-THRU-DATE
047500         GO TO 3200-EXIT
047600     END-IF.
047608     IF DL100HI-TRAN-DATE NOT = DL100AR-PAIR-DATE
047616         MOVE DL100HI-TRAN-DATE TO DL100AR-PAIR-DATE
047625         MOVE ZERO TO DL100AR-PAIR-COUNT
047633         MOVE 'N' TO DL100AR-PAIR-FULL-SW
047641     END-IF.
047650     IF DL100HI-REVERSAL-ENTRY
047658         PERFORM 3250-MATCH-REVERSAL THRU 3250-EXIT
047666         IF DL100AR-PAIR-FOUND
047675             GO TO 3200-EXIT
047683         END-IF
047691     END-IF.
047700     ADD 1 TO DL100AR-ITEM-COUNT.
047800     IF DL100HI-TRAN-CODE = 'DR' OR 'RC' OR 'RA'
047900         SUBTRACT DL100HI-TRAN-AMOUNT FROM DL100AR-ACCT-NET
048000     ELSE
048100         ADD DL100HI-TRAN-AMOUNT TO DL100AR-ACCT-NET
048600     MOVE DL100HI-TRAN-AMOUNT TO DL100AR-DL-AMOUNT.
048700     MOVE DL100HI-RUN-DATE TO DL100AR-DL-POSTED.
048800     MOVE DL100AR-ITEM-COUNT TO DL100AR-DL-ITEM.
048806     MOVE SPACES TO DL100AR-DL-NOTE.
048813     MOVE SPACES TO DL100AR-DL-NOTE-DATE.
048820     IF DL100HI-REVERSAL-ENTRY
048826         ADD 1 TO DL100AR-REV-COUNT
048833         IF DL100AR-PAIR-FULL
048840             MOVE 'REVERSAL - NOT PAIRED' TO DL100AR-DL-NOTE
048846         ELSE
048853             MOVE 'ORIGINAL PURGED' TO DL100AR-DL-NOTE
048860         END-IF
048866     END-IF.
048873     IF DL100HI-REVERSED
048880         MOVE 'REVERSED ON' TO DL100AR-DL-NOTE
048886         MOVE DL100HI-REVERSED-DATE TO DL100AR-DL-NOTE-DATE
048893     END-IF.
048900     WRITE DL100RP-LINE FROM DL100AR-DETAIL-LINE.
049000     ADD 1 TO DL100AR-LINE-COUNT.
049025     IF DL100HI-REVERSED
049050         PERFORM 3300-WRITE-PAIRED-REVERSAL THRU 3300-EXIT
049075     END-IF.
049100 3200-EXIT.
049200     EXIT.
049201
049202*****************************************************************
049203* 3250-MATCH-REVERSAL - A REVERSAL RECORD WHOSE ORIGINAL WAS
049205* ALREADY PRINTED FOR THE DATE AS A PAIR IS DROPPED FROM THE
049206* WALK; ITS ENTRY IS CLEARED SO A SECOND IDENTICAL PAIR ON THE
049207* SAME DATE MATCHES ITS OWN ENTRY.
049208*****************************************************************
049210 3250-MATCH-REVERSAL.
049211     MOVE 'N' TO DL100AR-PAIR-FOUND-SW.
049212     MOVE ZERO TO DL100AR-PAIR-SUB.
049213     PERFORM 3260-SEARCH-PAIR THRU 3260-EXIT
049215         UNTIL DL100AR-PAIR-FOUND
049216            OR DL100AR-PAIR-SUB NOT < DL100AR-PAIR-COUNT.
049217 3250-EXIT.
049218     EXIT.
049220
049221 3260-SEARCH-PAIR.
049222     ADD 1 TO DL100AR-PAIR-SUB.
049224     IF DL100AR-PT-CODE (DL100AR-PAIR-SUB) = DL100HI-TRAN-CODE
049225             AND DL100AR-PT-AMOUNT (DL100AR-PAIR-SUB)
049226                 = DL100HI-TRAN-AMOUNT
049227         SET DL100AR-PAIR-FOUND TO TRUE
049229         MOVE SPACES TO DL100AR-PT-CODE (DL100AR-PAIR-SUB)
049230     END-IF.
049231 3260-EXIT.
049232     EXIT.
049234
049235*****************************************************************
049236* 3300-WRITE-PAIRED-REVERSAL - PRINTS THE REVERSAL DIRECTLY
049237* BENEATH THE ORIGINAL IT CORRECTED, UNDER THE MATCHING REVERSAL
049239* CODE AND THE RUN DATE IT POSTED, AND NETS IT AS THE OPPOSITE
049240* OF THE ORIGINAL.  WHEN THE PAIRING TABLE FOR THE DATE IS FULL
049241* THE REVERSAL IS LEFT TO PRINT ON ITS OWN WHEN THE WALK
049243* REACHES IT.
049244*****************************************************************
049245 3300-WRITE-PAIRED-REVERSAL.
049246     IF DL100AR-PAIR-COUNT NOT < DL100AR-PAIR-MAX
049248         IF NOT DL100AR-PAIR-FULL
049249             DISPLAY 'DL100W - REVERSAL PAIRING TABLE FULL, '
049250                 'ACCOUNT=' DL100HI-ACCOUNT-NO
049251                 ' DATE=' DL100HI-TRAN-DATE
049253             IF DL100AR-RETURN-CODE < 4
049254                 MOVE 4 TO DL100AR-RETURN-CODE
049255             END-IF
049256         END-IF
049258         SET DL100AR-PAIR-FULL TO TRUE
049259         GO TO 3300-EXIT
049260     END-IF.
049262     IF DL100HI-TRAN-CODE = 'DR'
049263         MOVE 'RD' TO DL100AR-REV-CODE
049264         ADD DL100HI-TRAN-AMOUNT TO DL100AR-ACCT-NET
049265     ELSE
049267         IF DL100HI-TRAN-CODE = 'CR'
049268             MOVE 'RC' TO DL100AR-REV-CODE
049269         ELSE
049270             MOVE 'RA' TO DL100AR-REV-CODE
049272         END-IF
049273         SUBTRACT DL100HI-TRAN-AMOUNT FROM DL100AR-ACCT-NET
049274     END-IF.
049275     ADD 1 TO DL100AR-PAIR-COUNT.
049277     MOVE DL100AR-REV-CODE
049278         TO DL100AR-PT-CODE (DL100AR-PAIR-COUNT).
049279     MOVE DL100HI-TRAN-AMOUNT
049281         TO DL100AR-PT-AMOUNT (DL100AR-PAIR-COUNT).
049282     ADD 1 TO DL100AR-ITEM-COUNT.
049283     ADD 1 TO DL100AR-REV-COUNT.
049284     PERFORM 3700-CHECK-PAGE THRU 3700-EXIT.
049286     MOVE DL100HI-TRAN-DATE TO DL100AR-DL-DATE.
049287     MOVE DL100AR-REV-CODE TO DL100AR-DL-CODE.
049288     MOVE DL100HI-TRAN-AMOUNT TO DL100AR-DL-AMOUNT.
049289     MOVE DL100HI-REVERSED-DATE TO DL100AR-DL-POSTED.
049291     MOVE DL100AR-ITEM-COUNT TO DL100AR-DL-ITEM.
049292     MOVE 'REVERSAL OF ABOVE' TO DL100AR-DL-NOTE.
049293     MOVE SPACES TO DL100AR-DL-NOTE-DATE.
049294     WRITE DL100RP-LINE FROM DL100AR-DETAIL-LINE.
049296     ADD 1 TO DL100AR-LINE-COUNT.
049297 3300-EXIT.
049298     EXIT.
049300
049400 3700-CHECK-PAGE.
049500     IF DL100AR-LINE-COUNT >= DL100AR-LINES-PER-PAGE
053200     IF DL100AR-MAST-OPEN
053300         CLOSE DL100-MASTFILE
053400     END-IF.
053425     IF DL100AR-HOLD-OPEN
053450         CLOSE DL100-HOLDFILE
053475     END-IF.
053500     IF DL100AR-REQ-OPEN
053600         CLOSE DL100-REQFILE
053700     END-IF.
