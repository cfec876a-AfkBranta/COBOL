002400*     CREDITS AND ADJUSTMENTS ADD - WHILE THE RAW SUM IS
002500*     CHECKED AGAINST THE TRAILER HASH.
002600*
002601*     WHEN THE DAY RUNS IN MORE THAN ONE POSTING CYCLE THIS
002602*     RUNS AFTER EVERY CYCLE.  THE CYCLE IS TAKEN FROM THE GL
002603*     TRAILER (OR, WITH NO FEED, FROM THE PRIOR POSITION) AND
002604*     PRINTED ON THE HEADING AND STAMPED ON THE NEW POSITION.
002605*
002700* MODIFICATION HISTORY.
002800*     2026-09-02  BAB  ORIGINAL VERSION.
002810*     2026-09-02  BAB  FOLD THE DAY'S DL100AU ACCOUNT
002830*                      THE EXPECTED MOVEMENT - A SUPERVISOR
002840*                      ADJUSTMENT MOVES THE MASTER OUTSIDE THE
002850*                      GL FEED AND MUST NOT READ AS DRIFT.
002851*     2026-10-15  BAB  POSTING CYCLES - EACH CYCLE'S GL
002852*                      EXTRACT TIES SEPARATELY AGAINST THE
002853*                      POSITION LEFT BY THE CYCLE BEFORE IT.  THE
002854*                      POSITION NOW CARRIES THE CYCLE AND THE
002855*                      TIME DL100TB RAN, AND ONLY MAINTENANCE
002856*                      LOGGED AFTER THAT TIME COUNTS TOWARD THE
002857*                      NEXT TIE-OUT.
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. DL100TB.
014300     88  DL100TB-PRIOR-SEEN                 VALUE 'Y'.
014400 77  DL100TB-TIE-OK-SW               PIC X(01) VALUE 'N'.
014500     88  DL100TB-TIE-OK                     VALUE 'Y'.
014501 77  DL100TB-TRAILER-CYCLE-SW       PIC X(01) VALUE 'N'.
014502     88  DL100TB-TRAILER-CYCLE              VALUE 'Y'.
014600
014700*****************************************************************
014800* COUNTERS AND TIE-OUT FIELDS.
016100 77  DL100TB-GL-DET-COUNT            PIC 9(09) COMP VALUE ZERO.
016200 77  DL100TB-TRAILER-COUNT           PIC 9(09) VALUE ZERO.
016300 77  DL100TB-TRAILER-HASH            PIC S9(11)V99 VALUE ZERO.
016301 77  DL100TB-CYCLE                   PIC 9(01) VALUE 1.
016302 77  DL100TB-PRIOR-CYCLE             PIC 9(01) VALUE ZERO.
016303 77  DL100TB-PRIOR-TIME              PIC 9(08) VALUE ZERO.
016400
016500*****************************************************************
016600* FILE STATUS BYTES.
018700             VALUE 'DL100 NIGHTLY TRIAL BALANCE'.
018800     05  FILLER                      PIC X(09) VALUE 'RUN DATE:'.
018900     05  DL100TB-H1-RUN-DATE         PIC 9(08).
018901     05  FILLER                      PIC X(03) VALUE SPACES.
018902     05  FILLER                      PIC X(06) VALUE 'CYCLE:'.
018903     05  DL100TB-H1-CYCLE            PIC 9(01).
019000     05  FILLER                      PIC X(70) VALUE SPACES.
019100
019200 01  DL100TB-VALUE-LINE.
019300     05  FILLER                      PIC X(01) VALUE SPACE.
021800     IF DL100TB-RETURN-CODE NOT = 16
021900         PERFORM 3000-READ-GL-FEED THRU 3000-EXIT
022000         PERFORM 3500-READ-PRIOR-POSITION THRU 3500-EXIT
022001         PERFORM 3700-SET-CYCLE THRU 3700-EXIT
022050         PERFORM 3800-READ-MAINT-LOG THRU 3800-EXIT
022100         PERFORM 4000-TIE-OUT THRU 4000-EXIT
022200         PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
036200         SET DL100TB-TRAILER-SEEN TO TRUE
036300         MOVE DL100GL-TRAILER-COUNT TO DL100TB-TRAILER-COUNT
036400         MOVE DL100GL-TRAILER-HASH TO DL100TB-TRAILER-HASH
036401         IF DL100GL-TRAILER-CYCLE IS NUMERIC
036402                 AND DL100GL-TRAILER-CYCLE > ZERO
036403             MOVE DL100GL-TRAILER-CYCLE TO DL100TB-CYCLE
036404             SET DL100TB-TRAILER-CYCLE TO TRUE
036405         END-IF
036500     END-IF.
036600 3100-EXIT.
036700     EXIT.
037100* TO EXHAUSTION (LIKE THE CHECKPOINT READ IN COBOL1) SO A
037200* GENERATION HOLDING MORE THAN ONE RECORD LEAVES THE LAST ONE
037300* STANDING.  DD DUMMY ON THE FIRST RUN SIMPLY HITS AT END.
037301* A POSITION WRITTEN BEFORE CYCLES (CYCLE AND TIME BLANK) IS
037302* TAKEN AS CYCLE 1 WITH NO TIME.
037400*****************************************************************
037500 3500-READ-PRIOR-POSITION.
037600     OPEN INPUT DL100-POSIN.
039900                 TO DL100TB-PRIOR-BALANCE
040000             MOVE DL100TP-RUN-DATE OF DL100-POSIN
040100                 TO DL100TB-PRIOR-DATE
040101             IF DL100TP-CYCLE OF DL100-POSIN IS NUMERIC
040102                     AND DL100TP-CYCLE OF DL100-POSIN > ZERO
040103                 MOVE DL100TP-CYCLE OF DL100-POSIN
040104                     TO DL100TB-PRIOR-CYCLE
040105             ELSE
040106                 MOVE 1 TO DL100TB-PRIOR-CYCLE
040107             END-IF
040108             IF DL100TP-RUN-TIME OF DL100-POSIN IS NUMERIC
040109                 MOVE DL100TP-RUN-TIME OF DL100-POSIN
040110                     TO DL100TB-PRIOR-TIME
040111             ELSE
040112                 MOVE ZERO TO DL100TB-PRIOR-TIME
040113             END-IF
040200     END-READ.
040300 3600-EXIT.
040400     EXIT.
040401
040402*****************************************************************
040403* 3700-SET-CYCLE - THE GL TRAILER NAMES THE CYCLE WHEN THERE IS
040404* A FEED.  WITHOUT ONE, A PRIOR POSITION FROM EARLIER TODAY
040405* MAKES THIS THE NEXT CYCLE; ANYTHING ELSE IS CYCLE 1.  A PRIOR
040406* POSITION FROM TODAY AT THE SAME OR A LATER CYCLE MEANS THE
040407* STEP IS BEING RERUN (OR POSIN IS A GENERATION OUT) - WARN SO
040408* THE TIE-OUT IS READ WITH THAT IN MIND.
040409*****************************************************************
040410 3700-SET-CYCLE.
040411     IF NOT DL100TB-TRAILER-CYCLE
040412         IF DL100TB-PRIOR-SEEN
040413                 AND DL100TB-PRIOR-DATE = DL100LK-RUN-DATE
040414                 AND DL100TB-PRIOR-CYCLE < 9
040415             ADD 1 DL100TB-PRIOR-CYCLE GIVING DL100TB-CYCLE
040416         ELSE
040417             MOVE 1 TO DL100TB-CYCLE
040418         END-IF
040419     END-IF.
040420     DISPLAY 'DL100I - POSTING CYCLE ' DL100TB-CYCLE.
040421     IF DL100TB-PRIOR-SEEN
040422             AND DL100TB-PRIOR-DATE = DL100LK-RUN-DATE
040423             AND DL100TB-PRIOR-CYCLE NOT < DL100TB-CYCLE
040424         DISPLAY 'DL100W - PRIOR POSITION IS ALREADY CYCLE '
040425             DL100TB-PRIOR-CYCLE ' OF TODAY'
040426         IF DL100TB-RETURN-CODE < 4
040427             MOVE 4 TO DL100TB-RETURN-CODE
040428         END-IF
040429     END-IF.
040430 3700-EXIT.
040431     EXIT.
040432
040433*****************************************************************
040434* 3800-READ-MAINT-LOG - SUMS THE BALANCE EFFECT OF EVERY
040435* DL100AU CHANGE LOGGED SINCE THE PRIOR POSITION (AFTER MINUS
040436* BEFORE, ZERO FOR OPENS, CLOSES, AND LIMIT SETS), SO A
040437* SUPERVISOR-APPROVED ADJUSTMENT RECONCILES INTO THE TIE-OUT
040438* INSTEAD OF READING AS DRIFT.  SKIPPED ON THE FIRST RUN -
040439* WITH NO PRIOR POSITION THERE IS NO TIE-OUT TO RECONCILE.
040440* ON THE PRIOR POSITION'S OWN DATE ONLY CHANGES LOGGED AFTER
040441* THE TIME IT WAS TAKEN COUNT, SO A LATER CYCLE THE SAME DAY
040442* PICKS UP EXACTLY WHAT WAS KEYED SINCE THE CYCLE BEFORE IT.
040443* A POSITION WITH NO TIME LEAVES ITS WHOLE DATE OUT, AS BEFORE.
040444*****************************************************************
040445 3800-READ-MAINT-LOG.
040446     IF NOT DL100TB-PRIOR-SEEN
040447         GO TO 3800-EXIT
040448     END-IF.
040449     OPEN INPUT DL100-ACCTLOG.
040450     IF DL100-ACCTLOG-STATUS NOT = '00'
040451         DISPLAY 'DL100W - UNABLE TO OPEN ACCOUNT MAINTENANCE '
040452             'LOG, STATUS=' DL100-ACCTLOG-STATUS
040453         DISPLAY 'DL100W - MAINTENANCE NET TAKEN AS ZERO'
040454         IF DL100TB-RETURN-CODE < 4
040455             MOVE 4 TO DL100TB-RETURN-CODE
040456         END-IF
040457         GO TO 3800-EXIT
040458     END-IF.
040459     PERFORM 3900-SUM-ONE-MAINT THRU 3900-EXIT
040460         UNTIL DL100TB-MAINT-EOF.
040461     CLOSE DL100-ACCTLOG.
040462 3800-EXIT.
040464     EXIT.
040466
040478     IF DL100TB-MAINT-EOF
040480         GO TO 3900-EXIT
040482     END-IF.
040484     IF DL100AX-RUN-DATE < DL100TB-PRIOR-DATE
040486             OR DL100AX-RUN-DATE > DL100LK-RUN-DATE
040488         GO TO 3900-EXIT
040490     END-IF.
040491     IF DL100AX-RUN-DATE = DL100TB-PRIOR-DATE
040492         IF DL100TB-PRIOR-TIME = ZERO
040493                 OR DL100AX-RUN-TIME NOT > DL100TB-PRIOR-TIME
040494             GO TO 3900-EXIT
040495         END-IF
040496     END-IF.
040497     ADD DL100AX-AFTER-BALANCE TO DL100TB-MAINT-NET.
040498     SUBTRACT DL100AX-BEFORE-BALANCE FROM DL100TB-MAINT-NET.
040499 3900-EXIT.
040500     EXIT.
040501
040600*****************************************************************
040700* 4000-TIE-OUT - THE MOVEMENT SINCE THE PRIOR POSITION MUST
040800* EQUAL THE SIGNED NET OF THIS CYCLE'S GL FEED PLUS THE LOGGED
040850* ACCOUNT MAINTENANCE NET.  NO PRIOR POSITION (THE FIRST RUN)
040900* MEANS THERE IS NOTHING TO TIE AGAINST - TONIGHT'S TOTAL BECOMES
041000* THE BASELINE AND THE REPORT SAYS SO.
041100*****************************************************************
041200 4000-TIE-OUT.
043500*****************************************************************
043600 5000-WRITE-REPORT.
043700     MOVE DL100LK-RUN-DATE TO DL100TB-H1-RUN-DATE.
043701     MOVE DL100TB-CYCLE TO DL100TB-H1-CYCLE.
043800     WRITE DL100RP-LINE FROM DL100TB-HDR1-LINE.
043900     MOVE 'ACCOUNTS ON MASTER' TO DL100TB-CL-LABEL.
044000     MOVE DL100TB-ACCT-COUNT TO DL100TB-CL-COUNT.
045400         WRITE DL100RP-LINE FROM DL100TB-NOTE-LINE
045500         GO TO 5000-EXIT
045600     END-IF.
045700     MOVE 'PRIOR POSITION BALANCE' TO DL100TB-VL-LABEL.
045800     MOVE DL100TB-PRIOR-BALANCE TO DL100TB-VL-AMOUNT.
045900     WRITE DL100RP-LINE FROM DL100TB-VALUE-LINE.
046000     MOVE 'MOVEMENT SINCE PRIOR POSITION' TO DL100TB-VL-LABEL.
046100     MOVE DL100TB-MOVEMENT TO DL100TB-VL-AMOUNT.
046200     WRITE DL100RP-LINE FROM DL100TB-VALUE-LINE.
046300     MOVE 'GL FEED SIGNED NET' TO DL100TB-VL-LABEL.
048100
048200*****************************************************************
048300* 6000-WRITE-POSITION - TONIGHT'S TOTALS BECOME THE PRIOR
048400* POSITION FOR THE NEXT TIE-OUT (TOMORROW'S OR THE NEXT
048401* CYCLE'S), STAMPED WITH THE CYCLE AND RUN TIME.
048500*****************************************************************
048600 6000-WRITE-POSITION.
048700     OPEN OUTPUT DL100-POSOUT.
050000         TO DL100TP-OPEN-COUNT OF DL100-POSOUT.
050100     MOVE DL100TB-CLOSED-COUNT
050200         TO DL100TP-CLOSED-COUNT OF DL100-POSOUT.
050201     MOVE DL100TB-CYCLE TO DL100TP-CYCLE OF DL100-POSOUT.
050202     MOVE DL100TB-RUN-TIME
050203         TO DL100TP-RUN-TIME OF DL100-POSOUT.
050300     WRITE DL100TP-RECORD OF DL100-POSOUT.
050400     IF DL100-POSOUT-STATUS NOT = '00'
050500         DISPLAY 'DL100E - POSITION WRITE FAILED, STATUS='
