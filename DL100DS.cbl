000100*****************************************************************
000200* PROGRAM-ID   : DL100DS
000300* AUTHOR       : BRANTA
000400* INSTALLATION : DAILY LEDGER BATCH SUITE
000500* DATE-WRITTEN : 2026-10-15
000600*
000700* REMARKS.
000800*     PERIODIC DORMANT ACCOUNT SWEEP.  READS THE DL100AM ACCOUNT
000900*     MASTER FRONT TO BACK AND FLAGS DORMANT ('D') EVERY OPEN
001000*     ACCOUNT WHOSE LAST-ACTIVITY DATE IS MORE THAN THE
001100*     DORMANCY DAYS ON THE DL100PM PARAMETER FILE BEHIND THE
001200*     RUN DATE.  EACH ACCOUNT FLAGGED GETS A BEFORE/AFTER
001300*     RECORD ON THE DL100AX ACCOUNT MAINTENANCE LOG UNDER
001400*     ACTION 'D', THE SAME TRAIL DL100AU LEAVES, SO THE
001500*     REACTIVATION THAT LATER WAKES IT PAIRS UP ON ONE LOG.
001600*     THE DORMANCY REGISTER LISTS EVERY ACCOUNT FLAGGED TONIGHT
001700*     AND EVERY ACCOUNT ALREADY DORMANT, WITH THE DAYS SINCE
001800*     ITS LAST POSTING AND ITS BALANCE, FOR THE UNCLAIMED-
001900*     PROPERTY RETURN COMPLIANCE FILES.  COBOL1 HOLDS CUSTOMER
002000*     ITEMS AGAINST A DORMANT ACCOUNT TO SUSPENSE; SCHEDULED
002100*     CHARGES AND INTEREST STILL POST.  A RERUN ON THE SAME
002200*     DAY FINDS THE ACCOUNTS ALREADY DORMANT AND FLAGS NOTHING
002300*     MORE.
002400*
002500* MODIFICATION HISTORY.
002600*     2026-10-15  BAB  ORIGINAL VERSION.
002700*****************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. DL100DS.
003000 AUTHOR. BRANTA.
003100 INSTALLATION. DAILY LEDGER BATCH SUITE.
003200 DATE-WRITTEN. 2026-10-15.
003300 DATE-COMPILED.
003400
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-370.
003800 OBJECT-COMPUTER. IBM-370.
003900
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200*****************************************************************
004300* ACCOUNT MASTER - READ FRONT TO BACK AND REWRITTEN IN PLACE
004400* FOR EACH ACCOUNT FLAGGED DORMANT.
004500*****************************************************************
004600     SELECT DL100-MASTFILE ASSIGN TO MASTIO
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS DL100AM-ACCOUNT-NO
005000         FILE STATUS IS DL100-MASTFILE-STATUS.
005100
005200*****************************************************************
005300* RUN PARAMETER FILE - SUPPLIES THE DORMANCY DAYS.
005400*****************************************************************
005500     SELECT DL100-PARMFILE ASSIGN TO PARMIN
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS DL100-PARMFILE-STATUS.
005800
005900*****************************************************************
006000* ACCOUNT MAINTENANCE LOG - THE DL100AU BEFORE/AFTER AUDIT
006100* TRAIL, OPENED EXTEND SO EVERY ACCOUNT FLAGGED ADDS A RECORD.
006200*****************************************************************
006300     SELECT DL100-ACCTLOG ASSIGN TO ACCTLOG
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS DL100-ACCTLOG-STATUS.
006600
006700*****************************************************************
006800* PRINTED DORMANCY REGISTER.
006900*****************************************************************
007000     SELECT DL100-REPTFILE ASSIGN TO RPTOUT
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS DL100-REPTFILE-STATUS.
007300
007400*****************************************************************
007500* STANDING AUDIT TRAIL - OPENED EXTEND, ONE RECORD PER RUN.
007600*****************************************************************
007700     SELECT DL100-AUDITFILE ASSIGN TO AUDITOUT
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS DL100-AUDITFILE-STATUS.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  DL100-MASTFILE
008400     RECORD CONTAINS 80 CHARACTERS.
008500     COPY DL100AM.
008600
008700 FD  DL100-PARMFILE
008800     LABEL RECORDS ARE STANDARD
008900     RECORD CONTAINS 80 CHARACTERS
009000     RECORDING MODE IS F.
009100     COPY DL100PM.
009200
009300 FD  DL100-ACCTLOG
009400     LABEL RECORDS ARE STANDARD
009500     RECORD CONTAINS 100 CHARACTERS
009600     RECORDING MODE IS F.
009700     COPY DL100AX.
009800
009900 FD  DL100-REPTFILE
010000     LABEL RECORDS ARE STANDARD
010100     RECORD CONTAINS 132 CHARACTERS
010200     RECORDING MODE IS F.
010300 01  DL100RP-LINE                   PIC X(132).
010400
010500 FD  DL100-AUDITFILE
010600     LABEL RECORDS ARE STANDARD
010700     RECORD CONTAINS 80 CHARACTERS
010800     RECORDING MODE IS F.
010900     COPY DL100AL.
011000
011100 WORKING-STORAGE SECTION.
011200*****************************************************************
011300* SWITCHES.
011400*****************************************************************
011500 77  DL100DS-MAST-EOF-SW             PIC X(01) VALUE 'N'.
011600     88  DL100DS-MAST-EOF                   VALUE 'Y'.
011700 77  DL100DS-MAST-OPEN-SW            PIC X(01) VALUE 'N'.
011800     88  DL100DS-MAST-OPEN                  VALUE 'Y'.
011900 77  DL100DS-ACCTLOG-OPEN-SW         PIC X(01) VALUE 'N'.
012000     88  DL100DS-ACCTLOG-OPEN               VALUE 'Y'.
012100 77  DL100DS-REPT-OPEN-SW            PIC X(01) VALUE 'N'.
012200     88  DL100DS-REPT-OPEN                  VALUE 'Y'.
012300 77  DL100DS-AUDIT-OPEN-SW           PIC X(01) VALUE 'N'.
012400     88  DL100DS-AUDIT-OPEN                 VALUE 'Y'.
012500 77  DL100DS-DAYS-KNOWN-SW           PIC X(01) VALUE 'N'.
012600     88  DL100DS-DAYS-KNOWN                 VALUE 'Y'.
012700
012800*****************************************************************
012900* COUNTERS, CONTROL TOTALS, AND WORK AREAS.  THE DORMANCY DAYS
013000* STAY ZERO - NOTHING FLAGGED - UNLESS THE PARAMETER FILE
013100* CARRIES A NUMERIC, NON-ZERO VALUE.
013200*****************************************************************
013300 77  DL100DS-RETURN-CODE             PIC 9(03) VALUE ZERO.
013400 77  DL100DS-RUN-TIME                PIC 9(08) VALUE ZERO.
013500 77  DL100DS-DORMANCY-DAYS           PIC 9(04) VALUE ZERO.
013600 77  DL100DS-DAYS-INACTIVE           PIC S9(05) VALUE ZERO.
013700 77  DL100DS-BEFORE-STATUS           PIC X(01) VALUE SPACE.
013800 77  DL100DS-DISPOSITION             PIC X(20) VALUE SPACES.
013900 77  DL100DS-READ-COUNT              PIC 9(09) COMP VALUE ZERO.
014000 77  DL100DS-FLAGGED-COUNT           PIC 9(09) COMP VALUE ZERO.
014100 77  DL100DS-FLAGGED-BALANCE         PIC S9(13)V99 VALUE ZERO.
014200 77  DL100DS-ALREADY-COUNT           PIC 9(09) COMP VALUE ZERO.
014300 77  DL100DS-ALREADY-BALANCE         PIC S9(13)V99 VALUE ZERO.
014400 77  DL100DS-DORMANT-BALANCE         PIC S9(13)V99 VALUE ZERO.
014500 77  DL100DS-SKIP-COUNT              PIC 9(09) COMP VALUE ZERO.
014600 77  DL100DS-PAGE-NUMBER             PIC 9(05) COMP VALUE ZERO.
014700 77  DL100DS-LINE-COUNT              PIC 9(03) COMP VALUE 99.
014800 77  DL100DS-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
014900
015000*****************************************************************
015100* FILE STATUS BYTES.
015200*****************************************************************
015300 01  DL100DS-FILE-STATUSES.
015400     05  DL100-MASTFILE-STATUS       PIC X(02) VALUE SPACES.
015500     05  DL100-PARMFILE-STATUS       PIC X(02) VALUE SPACES.
015600     05  DL100-ACCTLOG-STATUS        PIC X(02) VALUE SPACES.
015700     05  DL100-REPTFILE-STATUS       PIC X(02) VALUE SPACES.
015800     05  DL100-AUDITFILE-STATUS      PIC X(02) VALUE SPACES.
015900
016000*****************************************************************
016100* LINKAGE PARAMETER AREA PASSED TO THE DL100DT SUBPROGRAM.
016200*****************************************************************
016300     COPY DL100LK.
016400
016500*****************************************************************
016600* REPORT LINE LAYOUTS.
016700*****************************************************************
016800 01  DL100DS-HDR1-LINE.
016900     05  FILLER                      PIC X(01) VALUE '1'.
017000     05  FILLER                      PIC X(36)
017100             VALUE 'DL100 DORMANT ACCOUNT REGISTER'.
017200     05  FILLER                      PIC X(09) VALUE 'RUN DATE:'.
017300     05  DL100DS-H1-RUN-DATE         PIC 9(08).
017400     05  FILLER                      PIC X(04) VALUE SPACES.
017500     05  FILLER                      PIC X(15)
017600             VALUE 'DORMANCY DAYS: '.
017700     05  DL100DS-H1-DAYS             PIC ZZZ9.
017800     05  FILLER                      PIC X(09) VALUE SPACES.
017900     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
018000     05  DL100DS-H1-PAGE             PIC ZZZZ9.
018100     05  FILLER                      PIC X(36) VALUE SPACES.
018200
018300 01  DL100DS-HDR2-LINE.
018400     05  FILLER                      PIC X(01) VALUE '0'.
018500     05  FILLER                      PIC X(12) VALUE 'ACCOUNT NO'.
018600     05  FILLER                      PIC X(15)
018700             VALUE 'LAST ACTIVITY'.
018800     05  FILLER                      PIC X(11)
018900             VALUE '   INACTIVE'.
019000     05  FILLER                      PIC X(19)
019100             VALUE '            BALANCE'.
019200     05  FILLER                      PIC X(04) VALUE SPACES.
019300     05  FILLER                      PIC X(20)
019400             VALUE 'DISPOSITION'.
019500     05  FILLER                      PIC X(50) VALUE SPACES.
019600
019700 01  DL100DS-DETAIL-LINE.
019800     05  FILLER                      PIC X(01) VALUE SPACE.
019900     05  DL100DS-DL-ACCOUNT          PIC X(10).
020000     05  FILLER                      PIC X(02) VALUE SPACES.
020100     05  DL100DS-DL-LAST-ACTIVITY    PIC X(08).
020200     05  FILLER                      PIC X(07) VALUE SPACES.
020300     05  DL100DS-DL-DAYS             PIC ZZ,ZZ9.
020400     05  FILLER                      PIC X(05) VALUE ' DAYS'.
020500     05  FILLER                      PIC X(02) VALUE SPACES.
020600     05  DL100DS-DL-BALANCE          PIC -(13)9.99.
020700     05  FILLER                      PIC X(04) VALUE SPACES.
020800     05  DL100DS-DL-DISPOSITION      PIC X(20).
020900     05  FILLER                      PIC X(50) VALUE SPACES.
021000
021100 01  DL100DS-COUNT-LINE.
021200     05  FILLER                      PIC X(01) VALUE SPACE.
021300     05  DL100DS-CL-LABEL            PIC X(40).
021400     05  DL100DS-CL-COUNT            PIC ZZZ,ZZZ,ZZ9.
021500     05  FILLER                      PIC X(80) VALUE SPACES.
021600
021700 01  DL100DS-VALUE-LINE.
021800     05  FILLER                      PIC X(01) VALUE SPACE.
021900     05  DL100DS-VL-LABEL            PIC X(40).
022000     05  DL100DS-VL-AMOUNT           PIC -(13)9.99.
022100     05  FILLER                      PIC X(74) VALUE SPACES.
022200
022300 01  DL100DS-NOTE-LINE.
022400     05  FILLER                      PIC X(01) VALUE '0'.
022500     05  DL100DS-NL-TEXT             PIC X(60).
022600     05  FILLER                      PIC X(71) VALUE SPACES.
022700
022800 PROCEDURE DIVISION.
022900*****************************************************************
023000* 0000-MAINLINE.
023100*****************************************************************
023200 0000-MAINLINE.
023300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023400     IF DL100DS-RETURN-CODE NOT = 16
023500         PERFORM 3000-PROCESS-MASTER THRU 3000-EXIT
023600         PERFORM 4000-WRITE-REGISTER-TOTALS THRU 4000-EXIT
023700     END-IF.
023800     PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT.
023900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024000     STOP RUN.
024100
024200*****************************************************************
024300* 1000-INITIALIZE - STAMPS THE RUN, PICKS UP THE DORMANCY DAYS,
024400* AND OPENS EVERY FILE.
024500*****************************************************************
024600 1000-INITIALIZE.
024700     MOVE 'GETDATE ' TO DL100LK-FUNCTION.
024800     CALL 'DL100DT' USING DL100LK-PARM-AREA.
024900     IF DL100LK-RETURN-CODE NOT = ZERO
025000         DISPLAY 'DL100E - DL100DT REJECTED GETDATE, RC='
025100             DL100LK-RETURN-CODE
025200         MOVE 16 TO DL100DS-RETURN-CODE
025300         GO TO 1000-EXIT
025400     END-IF.
025500     ACCEPT DL100DS-RUN-TIME FROM TIME.
025600     OPEN EXTEND DL100-AUDITFILE.
025700     IF DL100-AUDITFILE-STATUS NOT = '00'
025800         DISPLAY 'DL100E - UNABLE TO OPEN AUDIT LOG, STATUS='
025900             DL100-AUDITFILE-STATUS
026000         MOVE 16 TO DL100DS-RETURN-CODE
026100         GO TO 1000-EXIT
026200     END-IF.
026300     SET DL100DS-AUDIT-OPEN TO TRUE.
026400     PERFORM 1100-READ-PARMFILE THRU 1100-EXIT.
026500     IF DL100DS-DAYS-KNOWN
026600         DISPLAY 'DL100I - DORMANCY DAYS = ' DL100DS-DORMANCY-DAYS
026700     ELSE
026800         DISPLAY 'DL100W - NO DORMANCY PERIOD SET, NO ACCOUNT '
026900             'WILL BE FLAGGED'
027000         MOVE 4 TO DL100DS-RETURN-CODE
027100     END-IF.
027200     OPEN OUTPUT DL100-REPTFILE.
027300     IF DL100-REPTFILE-STATUS NOT = '00'
027400         DISPLAY 'DL100E - UNABLE TO OPEN REPORT FILE, STATUS='
027500             DL100-REPTFILE-STATUS
027600         MOVE 16 TO DL100DS-RETURN-CODE
027700         GO TO 1000-EXIT
027800     END-IF.
027900     SET DL100DS-REPT-OPEN TO TRUE.
028000     OPEN I-O DL100-MASTFILE.
028100     IF DL100-MASTFILE-STATUS NOT = '00'
028200         DISPLAY 'DL100E - UNABLE TO OPEN ACCOUNT MASTER, '
028300             'STATUS=' DL100-MASTFILE-STATUS
028400         MOVE 16 TO DL100DS-RETURN-CODE
028500         GO TO 1000-EXIT
028600     END-IF.
028700     SET DL100DS-MAST-OPEN TO TRUE.
028800     OPEN EXTEND DL100-ACCTLOG.
028900     IF DL100-ACCTLOG-STATUS NOT = '00'
029000         DISPLAY 'DL100E - UNABLE TO OPEN ACCOUNT MAINTENANCE '
029100             'LOG, STATUS=' DL100-ACCTLOG-STATUS
029200         MOVE 16 TO DL100DS-RETURN-CODE
029300         GO TO 1000-EXIT
029400     END-IF.
029500     SET DL100DS-ACCTLOG-OPEN TO TRUE.
029600 1000-EXIT.
029700     EXIT.
029800
029900*****************************************************************
030000* 1100-READ-PARMFILE - THE DORMANCY DAYS RIDE ON THE SAME
030100* DL100PM RECORD THE REST OF THE SUITE USES.  THERE IS NO SAFE
030200* DEFAULT - FLAGGING ON A GUESSED PERIOD WOULD BLOCK CUSTOMERS
030300* WRONGLY - SO ANY TROUBLE READING IT, OR A ZERO PERIOD, FLAGS
030400* NOTHING TONIGHT WITH A WARNING.  THE REGISTER STILL LISTS THE
030500* ACCOUNTS ALREADY DORMANT.
030600*****************************************************************
030700 1100-READ-PARMFILE.
030800     OPEN INPUT DL100-PARMFILE.
030900     IF DL100-PARMFILE-STATUS NOT = '00'
031000         DISPLAY 'DL100W - UNABLE TO OPEN PARAMETER FILE, '
031100             'STATUS=' DL100-PARMFILE-STATUS
031200         GO TO 1100-EXIT
031300     END-IF.
031400     READ DL100-PARMFILE
031500         AT END
031600             DISPLAY 'DL100I - PARMFILE EMPTY'
031700     END-READ.
031800     IF DL100-PARMFILE-STATUS = '00'
031900         IF DL100PM-DORMANCY-DAYS NUMERIC
032000                 AND DL100PM-DORMANCY-DAYS NOT = ZERO
032100             MOVE DL100PM-DORMANCY-DAYS TO DL100DS-DORMANCY-DAYS
032200             SET DL100DS-DAYS-KNOWN TO TRUE
032300         END-IF
032400     END-IF.
032500     CLOSE DL100-PARMFILE.
032600 1100-EXIT.
032700     EXIT.
032800
032900*****************************************************************
033000* 3000-PROCESS-MASTER - ONE PASS OVER THE ACCOUNT MASTER.
033100*****************************************************************
033200 3000-PROCESS-MASTER.
033300     PERFORM 3100-READ-ONE-ACCOUNT THRU 3100-EXIT
033400         UNTIL DL100DS-MAST-EOF.
033500     DISPLAY 'DL100I - MASTER ACCOUNTS READ = '
033600         DL100DS-READ-COUNT.
033700     DISPLAY 'DL100I - ACCOUNTS FLAGGED DORMANT = '
033800         DL100DS-FLAGGED-COUNT.
033900 3000-EXIT.
034000     EXIT.
034100
034200 3100-READ-ONE-ACCOUNT.
034300     READ DL100-MASTFILE NEXT RECORD
034400         AT END
034500             SET DL100DS-MAST-EOF TO TRUE
034600     END-READ.
034700     IF DL100DS-MAST-EOF
034800         GO TO 3100-EXIT
034900     END-IF.
035000     IF DL100-MASTFILE-STATUS NOT = '00'
035100         DISPLAY 'DL100E - ACCOUNT MASTER READ FAILED, STATUS='
035200             DL100-MASTFILE-STATUS
035300         MOVE 16 TO DL100DS-RETURN-CODE
035400         SET DL100DS-MAST-EOF TO TRUE
035500         GO TO 3100-EXIT
035600     END-IF.
035700     ADD 1 TO DL100DS-READ-COUNT.
035800     PERFORM 3200-CHECK-ONE-ACCOUNT THRU 3200-EXIT.
035900 3100-EXIT.
036000     EXIT.
036100
036200*****************************************************************
036300* 3200-CHECK-ONE-ACCOUNT - AN ACCOUNT ALREADY DORMANT IS ONLY
036400* LISTED.  AN OPEN ACCOUNT WHOSE LAST POSTING IS MORE THAN THE
036500* DORMANCY DAYS BEHIND THE RUN DATE IS FLAGGED DORMANT, LOGGED,
036600* AND LISTED.  CLOSED ACCOUNTS ARE LEFT ALONE.
036700*****************************************************************
036800 3200-CHECK-ONE-ACCOUNT.
036900     IF DL100AM-ACCT-DORMANT
037000         PERFORM 3250-COUNT-INACTIVE-DAYS THRU 3250-EXIT
037100         MOVE 'ALREADY DORMANT' TO DL100DS-DISPOSITION
037200         ADD 1 TO DL100DS-ALREADY-COUNT
037300         ADD DL100AM-CURR-BALANCE TO DL100DS-ALREADY-BALANCE
037400         ADD DL100AM-CURR-BALANCE TO DL100DS-DORMANT-BALANCE
037500         PERFORM 3700-WRITE-REGISTER-LINE THRU 3700-EXIT
037600         GO TO 3200-EXIT
037700     END-IF.
037800     IF NOT DL100AM-ACCT-OPEN
037900             OR NOT DL100DS-DAYS-KNOWN
038000         GO TO 3200-EXIT
038100     END-IF.
038200     IF DL100AM-LAST-ACTIVITY NOT NUMERIC
038300             OR DL100AM-LAST-ACTIVITY = ZERO
038400         DISPLAY 'DL100W - NO LAST ACTIVITY DATE, NOT CHECKED, '
038500             'ACCOUNT=' DL100AM-ACCOUNT-NO
038600         ADD 1 TO DL100DS-SKIP-COUNT
038700         IF DL100DS-RETURN-CODE < 4
038800             MOVE 4 TO DL100DS-RETURN-CODE
038900         END-IF
039000         GO TO 3200-EXIT
039100     END-IF.
039200     PERFORM 3250-COUNT-INACTIVE-DAYS THRU 3250-EXIT.
039300     IF DL100DS-DISPOSITION NOT = SPACES
039400         ADD 1 TO DL100DS-SKIP-COUNT
039500         GO TO 3200-EXIT
039600     END-IF.
039700     IF DL100DS-DAYS-INACTIVE NOT > DL100DS-DORMANCY-DAYS
039800         GO TO 3200-EXIT
039900     END-IF.
040000     MOVE DL100AM-ACCT-STATUS TO DL100DS-BEFORE-STATUS.
040100     SET DL100AM-ACCT-DORMANT TO TRUE.
040200     PERFORM 3500-REWRITE-ACCOUNT THRU 3500-EXIT.
040300     IF DL100DS-RETURN-CODE = 16
040400         GO TO 3200-EXIT
040500     END-IF.
040600     PERFORM 3600-LOG-DORMANCY THRU 3600-EXIT.
040700     IF DL100DS-RETURN-CODE = 16
040800         GO TO 3200-EXIT
040900     END-IF.
041000     ADD 1 TO DL100DS-FLAGGED-COUNT.
041100     ADD DL100AM-CURR-BALANCE TO DL100DS-FLAGGED-BALANCE.
041200     ADD DL100AM-CURR-BALANCE TO DL100DS-DORMANT-BALANCE.
041300     MOVE 'FLAGGED DORMANT' TO DL100DS-DISPOSITION.
041400     PERFORM 3700-WRITE-REGISTER-LINE THRU 3700-EXIT.
041500 3200-EXIT.
041600     EXIT.
041700
041800*****************************************************************
041900* 3250-COUNT-INACTIVE-DAYS - CALENDAR DAYS FROM THE LAST
042000* POSTING TO THE RUN DATE.  A DATE DL100DT CANNOT READ LEAVES
042100* THE ACCOUNT AS IT IS AND WARNS.
042200*****************************************************************
042300 3250-COUNT-INACTIVE-DAYS.
042400     MOVE SPACES TO DL100DS-DISPOSITION.
042500     MOVE ZERO TO DL100DS-DAYS-INACTIVE.
042600     IF DL100AM-LAST-ACTIVITY NOT NUMERIC
042700             OR DL100AM-LAST-ACTIVITY = ZERO
042800         GO TO 3250-EXIT
042900     END-IF.
043000     MOVE 'DAYSDIFF' TO DL100LK-FUNCTION.
043100     MOVE DL100LK-RUN-DATE TO DL100LK-DATE-1.
043200     MOVE DL100AM-LAST-ACTIVITY TO DL100LK-DATE-2.
043300     CALL 'DL100DT' USING DL100LK-PARM-AREA.
043400     IF DL100LK-RETURN-CODE NOT = ZERO
043500         DISPLAY 'DL100W - DL100DT REJECTED DAYSDIFF, RC='
043600             DL100LK-RETURN-CODE ' ACCOUNT=' DL100AM-ACCOUNT-NO
043700         MOVE ZERO TO DL100LK-RETURN-CODE
043800         MOVE 'REJ-BAD ACTIVITY DT' TO DL100DS-DISPOSITION
043900         IF DL100DS-RETURN-CODE < 4
044000             MOVE 4 TO DL100DS-RETURN-CODE
044100         END-IF
044200         GO TO 3250-EXIT
044300     END-IF.
044400     MOVE DL100LK-DAYS-DIFF TO DL100DS-DAYS-INACTIVE.
044500 3250-EXIT.
044600     EXIT.
044700
044800 3500-REWRITE-ACCOUNT.
044900     REWRITE DL100AM-RECORD
045000         INVALID KEY
045100             CONTINUE
045200     END-REWRITE.
045300     IF DL100-MASTFILE-STATUS NOT = '00'
045400         DISPLAY 'DL100E - ACCOUNT MASTER REWRITE FAILED, '
045500             'STATUS=' DL100-MASTFILE-STATUS
045600             ' ACCOUNT=' DL100AM-ACCOUNT-NO
045700         MOVE 16 TO DL100DS-RETURN-CODE
045800         SET DL100DS-MAST-EOF TO TRUE
045900     END-IF.
046000 3500-EXIT.
046100     EXIT.
046200
046300*****************************************************************
046400* 3600-LOG-DORMANCY - BEFORE/AFTER RECORD ON THE DL100AX LOG.
046500* THE BALANCE DOES NOT MOVE, SO THE TRIAL BALANCE TIE-OUT THAT
046600* READS THE SAME LOG NETS IT TO NOTHING.
046700*****************************************************************
046800 3600-LOG-DORMANCY.
046900     MOVE SPACES TO DL100AX-RECORD.
047000     MOVE DL100LK-RUN-DATE TO DL100AX-RUN-DATE.
047100     MOVE DL100DS-RUN-TIME TO DL100AX-RUN-TIME.
047200     MOVE 'D' TO DL100AX-ACTION.
047300     MOVE DL100AM-ACCOUNT-NO TO DL100AX-ACCOUNT-NO.
047400     MOVE DL100DS-BEFORE-STATUS TO DL100AX-BEFORE-STATUS.
047500     MOVE DL100AM-ACCT-STATUS TO DL100AX-AFTER-STATUS.
047600     MOVE DL100AM-CURR-BALANCE TO DL100AX-BEFORE-BALANCE.
047700     MOVE DL100AM-CURR-BALANCE TO DL100AX-AFTER-BALANCE.
047800     WRITE DL100AX-RECORD.
047900     IF DL100-ACCTLOG-STATUS NOT = '00'
048000         DISPLAY 'DL100E - ACCOUNT MAINTENANCE LOG WRITE '
048100             'FAILED, STATUS=' DL100-ACCTLOG-STATUS
048200         MOVE 16 TO DL100DS-RETURN-CODE
048300         SET DL100DS-MAST-EOF TO TRUE
048400     END-IF.
048500 3600-EXIT.
048600     EXIT.
048700
048800 3700-WRITE-REGISTER-LINE.
048900     IF DL100DS-LINE-COUNT >= DL100DS-LINES-PER-PAGE
049000         PERFORM 3750-WRITE-PAGE-HEADERS THRU 3750-EXIT
049100     END-IF.
049200     MOVE DL100AM-ACCOUNT-NO TO DL100DS-DL-ACCOUNT.
049300     MOVE DL100AM-LAST-ACTIVITY TO DL100DS-DL-LAST-ACTIVITY.
049400     MOVE DL100DS-DAYS-INACTIVE TO DL100DS-DL-DAYS.
049500     MOVE DL100AM-CURR-BALANCE TO DL100DS-DL-BALANCE.
049600     MOVE DL100DS-DISPOSITION TO DL100DS-DL-DISPOSITION.
049700     WRITE DL100RP-LINE FROM DL100DS-DETAIL-LINE.
049800     ADD 1 TO DL100DS-LINE-COUNT.
049900 3700-EXIT.
050000     EXIT.
050100
050200 3750-WRITE-PAGE-HEADERS.
050300     ADD 1 TO DL100DS-PAGE-NUMBER.
050400     MOVE DL100LK-RUN-DATE TO DL100DS-H1-RUN-DATE.
050500     MOVE DL100DS-DORMANCY-DAYS TO DL100DS-H1-DAYS.
050600     MOVE DL100DS-PAGE-NUMBER TO DL100DS-H1-PAGE.
050700     WRITE DL100RP-LINE FROM DL100DS-HDR1-LINE.
050800     WRITE DL100RP-LINE FROM DL100DS-HDR2-LINE.
050900     MOVE ZERO TO DL100DS-LINE-COUNT.
051000 3750-EXIT.
051100     EXIT.
051200
051300*****************************************************************
051400* 4000-WRITE-REGISTER-TOTALS - THE FIGURES COMPLIANCE CARRIES TO
051500* THE UNCLAIMED-PROPERTY RETURN: ACCOUNTS AND BALANCES FLAGGED
051600* TONIGHT, ALREADY DORMANT, AND THE TOTAL NOW HELD DORMANT.
051700*****************************************************************
051800 4000-WRITE-REGISTER-TOTALS.
051900     IF NOT DL100DS-REPT-OPEN
052000         GO TO 4000-EXIT
052100     END-IF.
052200     IF DL100DS-LINE-COUNT + 9 > DL100DS-LINES-PER-PAGE
052300         PERFORM 3750-WRITE-PAGE-HEADERS THRU 3750-EXIT
052400     END-IF.
052500     MOVE 'REGISTER TOTALS' TO DL100DS-NL-TEXT.
052600     WRITE DL100RP-LINE FROM DL100DS-NOTE-LINE.
052700     MOVE 'ACCOUNTS READ' TO DL100DS-CL-LABEL.
052800     MOVE DL100DS-READ-COUNT TO DL100DS-CL-COUNT.
052900     WRITE DL100RP-LINE FROM DL100DS-COUNT-LINE.
053000     MOVE 'ACCOUNTS FLAGGED DORMANT THIS RUN'
053100         TO DL100DS-CL-LABEL.
053200     MOVE DL100DS-FLAGGED-COUNT TO DL100DS-CL-COUNT.
053300     WRITE DL100RP-LINE FROM DL100DS-COUNT-LINE.
053400     MOVE 'BALANCE FLAGGED DORMANT THIS RUN'
053500         TO DL100DS-VL-LABEL.
053600     MOVE DL100DS-FLAGGED-BALANCE TO DL100DS-VL-AMOUNT.
053700     WRITE DL100RP-LINE FROM DL100DS-VALUE-LINE.
053800     MOVE 'ACCOUNTS ALREADY DORMANT' TO DL100DS-CL-LABEL.
053900     MOVE DL100DS-ALREADY-COUNT TO DL100DS-CL-COUNT.
054000     WRITE DL100RP-LINE FROM DL100DS-COUNT-LINE.
054100     MOVE 'BALANCE ALREADY DORMANT' TO DL100DS-VL-LABEL.
054200     MOVE DL100DS-ALREADY-BALANCE TO DL100DS-VL-AMOUNT.
054300     WRITE DL100RP-LINE FROM DL100DS-VALUE-LINE.
054400     MOVE 'TOTAL BALANCE HELD DORMANT' TO DL100DS-VL-LABEL.
054500     MOVE DL100DS-DORMANT-BALANCE TO DL100DS-VL-AMOUNT.
054600     WRITE DL100RP-LINE FROM DL100DS-VALUE-LINE.
054700     MOVE 'ACCOUNTS NOT CHECKED (BAD ACTIVITY DATE)'
054800         TO DL100DS-CL-LABEL.
054900     MOVE DL100DS-SKIP-COUNT TO DL100DS-CL-COUNT.
055000     WRITE DL100RP-LINE FROM DL100DS-COUNT-LINE.
055100     ADD 9 TO DL100DS-LINE-COUNT.
055200 4000-EXIT.
055300     EXIT.
055400
055500*****************************************************************
055600* 5000-WRITE-AUDIT-RECORD - ONE RECORD PER RUN, LIKE EVERY
055700* PROGRAM IN THE SUITE.  THE DETAIL COUNT CARRIES THE NUMBER
055800* OF ACCOUNTS FLAGGED DORMANT.
055900*****************************************************************
056000 5000-WRITE-AUDIT-RECORD.
056100     IF NOT DL100DS-AUDIT-OPEN
056200         GO TO 5000-EXIT
056300     END-IF.
056400     MOVE SPACES TO DL100AL-RECORD.
056500     MOVE 'DL100DS' TO DL100AL-PROGRAM-ID.
056600     MOVE DL100LK-RUN-DATE TO DL100AL-RUN-DATE.
056700     MOVE DL100DS-RUN-TIME TO DL100AL-RUN-TIME.
056800     MOVE 'DORMANCY SWEEP' TO DL100AL-RUN-LABEL.
056900     MOVE DL100DS-FLAGGED-COUNT TO DL100AL-DETAIL-COUNT.
057000     MOVE DL100DS-RETURN-CODE TO DL100AL-RETURN-CODE.
057100     WRITE DL100AL-RECORD.
057200 5000-EXIT.
057300     EXIT.
057400
057500*****************************************************************
057600* 9000-TERMINATE.
057700*****************************************************************
057800 9000-TERMINATE.
057900     IF DL100DS-MAST-OPEN
058000         CLOSE DL100-MASTFILE
058100     END-IF.
058200     IF DL100DS-ACCTLOG-OPEN
058300         CLOSE DL100-ACCTLOG
058400     END-IF.
058500     IF DL100DS-REPT-OPEN
058600         CLOSE DL100-REPTFILE
058700     END-IF.
058800     IF DL100DS-AUDIT-OPEN
058900         CLOSE DL100-AUDITFILE
059000     END-IF.
059100     MOVE DL100DS-RETURN-CODE TO RETURN-CODE.
059200     DISPLAY 'DL100I - DL100DS ENDED, RETURN CODE = '
059300         DL100DS-RETURN-CODE.
059400 9000-EXIT.
059500     EXIT.
