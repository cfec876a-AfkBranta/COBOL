000100*****************************************************************
000200* PROGRAM-ID   : DL100IA
000300* AUTHOR       : BRANTA
000400* INSTALLATION : DAILY LEDGER BATCH SUITE
000500* DATE-WRITTEN : 2026-10-15
000600*
000700* REMARKS.
000800*     NIGHTLY INTEREST ACCRUAL, RUN AHEAD OF COBOL1 LIKE
000900*     DL100SG.  LOADS THE DL100IR RATE-TIER TABLE OPERATIONS
001000*     MAINTAINS, READS THE DL100AM ACCOUNT MASTER FRONT TO
001100*     BACK, AND FOR EVERY OPEN ACCOUNT ACCRUES ONE DAY'S
001200*     INTEREST PER CALENDAR DAY SINCE THE ACCOUNT WAS LAST
001300*     ACCRUED - CREDIT INTEREST ON A BALANCE IN CREDIT, OVER-
001400*     DRAFT INTEREST ON A BALANCE BELOW ZERO, AT THE RATE OF
001500*     THE BALANCE BAND THE ACCOUNT FALLS IN - INTO THE
001600*     ACCRUED-TO-DATE FIELD ON THE MASTER.  A RERUN ON THE
001700*     SAME NIGHT FINDS EVERY ACCOUNT ALREADY ACCRUED THROUGH
001800*     THE EFFECTIVE DATE AND ADDS NOTHING.
001900*
002000*     ON THE LAST BUSINESS DAY OF THE MONTH (THE DL100DT BUSDAY
002100*     SERVICE SAYS THE NEXT BUSINESS DAY FALLS IN A NEW MONTH)
002200*     THE WHOLE CENTS ACCRUED ARE CAPITALIZED AS A PROPER
002300*     DL100TR BATCH - ONE 'B' HEADER UNDER THE RESERVED 'INTR'
002400*     BRANCH, A 'CR' DETAIL PER ACCOUNT OWED CREDIT INTEREST
002500*     AND A 'DR' DETAIL PER ACCOUNT CHARGED OVERDRAFT INTEREST,
002600*     AND A 'T' TRAILER WITH THE COUNT AND HASH - THAT THE JCL
002700*     CONCATENATES ONTO TRANIN, SO THE INTEREST GOES THROUGH
002800*     COBOL1'S NORMAL BALANCING, LIMITS, HISTORY, GL AND MTD
002900*     POSTING.  EVERY OTHER NIGHT THE BATCH IS WRITTEN EMPTY.
003000*     THE ACCRUAL REGISTER PRINTS EVERY ACCOUNT ACCRUED OR
003100*     CAPITALIZED WITH CREDIT AND OVERDRAFT TOTALS FINANCE TIES
003200*     TO THE GL.
003214*
003228*     A CAPITALIZATION RUN THAT ENDS RC=16 LEAVES ITS BATCH
003242*     WITHOUT A TRAILER AND THE JCL DELETES IT.  THE AMOUNT
003257*     EACH ACCOUNT HAD CAPITALIZED IS KEPT ON THE MASTER, SO
003271*     THE RESTART (PARM='R') WRITES THOSE DETAILS AGAIN AND
003285*     CAPITALIZES THE ACCOUNTS THE FAILED RUN NEVER REACHED.
003300*
003400* MODIFICATION HISTORY.
003500*     2026-10-15  BAB  ORIGINAL VERSION.
003550*     2026-10-15  BAB  DORMANT ACCOUNTS KEEP ACCRUING - THE
003560*                      BALANCE IS STILL THE CUSTOMER'S.
003570*     2026-10-15  BAB  CAPITALIZATION IS RESTARTABLE - THE
003580*                      CAPITALIZED AMOUNT IS KEPT ON THE MASTER
003590*                      AND PARM='R' WRITES IT AGAIN.
003600*****************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. DL100IA.
003900 AUTHOR. BRANTA.
004000 INSTALLATION. DAILY LEDGER BATCH SUITE.
004100 DATE-WRITTEN. 2026-10-15.
004200 DATE-COMPILED.
004300
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER. IBM-370.
004700 OBJECT-COMPUTER. IBM-370.
004800
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100*****************************************************************
005200* ACCOUNT MASTER - READ FRONT TO BACK AND REWRITTEN IN PLACE
005300* WITH EACH ACCOUNT'S ACCRUED-TO-DATE INTEREST.
005400*****************************************************************
005500     SELECT DL100-MASTFILE ASSIGN TO MASTIO
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS DL100AM-ACCOUNT-NO
005900         FILE STATUS IS DL100-MASTFILE-STATUS.
006000
006100*****************************************************************
006200* INTEREST RATE TIER TABLE - ONE RECORD PER BALANCE BAND.
006300*****************************************************************
006400     SELECT DL100-RATEFILE ASSIGN TO RATEIN
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS DL100-RATEFILE-STATUS.
006700
006800*****************************************************************
006900* GENERATED INTEREST BATCH - A COMPLETE DL100TR BRANCH BATCH
007000* UNDER THE RESERVED 'INTR' BRANCH, CONCATENATED ONTO TRANIN
007100* BEHIND THE BRANCH TRANSMISSIONS.
007200*****************************************************************
007300     SELECT DL100-INTFILE ASSIGN TO INTOUT
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS DL100-INTFILE-STATUS.
007600
007700*****************************************************************
007800* PRINTED ACCRUAL REGISTER.
007900*****************************************************************
008000     SELECT DL100-REPTFILE ASSIGN TO RPTOUT
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS DL100-REPTFILE-STATUS.
008300
008400*****************************************************************
008500* STANDING AUDIT TRAIL - OPENED EXTEND, ONE RECORD PER RUN.
008600*****************************************************************
008700     SELECT DL100-AUDITFILE ASSIGN TO AUDITOUT
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS DL100-AUDITFILE-STATUS.
009000
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  DL100-MASTFILE
009400     RECORD CONTAINS 80 CHARACTERS.
009500     COPY DL100AM.
009600
009700 FD  DL100-RATEFILE
009800     LABEL RECORDS ARE STANDARD
009900     RECORD CONTAINS 80 CHARACTERS
010000     RECORDING MODE IS F.
010100     COPY DL100IR.
010200
010300 FD  DL100-INTFILE
010400     LABEL RECORDS ARE STANDARD
010500     RECORD CONTAINS 80 CHARACTERS
010600     RECORDING MODE IS F.
010700     COPY DL100TR.
010800
010900 FD  DL100-REPTFILE
011000     LABEL RECORDS ARE STANDARD
011100     RECORD CONTAINS 132 CHARACTERS
011200     RECORDING MODE IS F.
011300 01  DL100RP-LINE                   PIC X(132).
011400
011500 FD  DL100-AUDITFILE
011600     LABEL RECORDS ARE STANDARD
011700     RECORD CONTAINS 80 CHARACTERS
011800     RECORDING MODE IS F.
011900     COPY DL100AL.
012000
012100 WORKING-STORAGE SECTION.
012200*****************************************************************
012300* SWITCHES.
012400*****************************************************************
012500 77  DL100IA-MAST-EOF-SW             PIC X(01) VALUE 'N'.
012600     88  DL100IA-MAST-EOF                   VALUE 'Y'.
012700 77  DL100IA-RATE-EOF-SW             PIC X(01) VALUE 'N'.
012800     88  DL100IA-RATE-EOF                   VALUE 'Y'.
012900 77  DL100IA-MAST-OPEN-SW            PIC X(01) VALUE 'N'.
013000     88  DL100IA-MAST-OPEN                  VALUE 'Y'.
013100 77  DL100IA-INT-OPEN-SW             PIC X(01) VALUE 'N'.
013200     88  DL100IA-INT-OPEN                   VALUE 'Y'.
013300 77  DL100IA-REPT-OPEN-SW            PIC X(01) VALUE 'N'.
013400     88  DL100IA-REPT-OPEN                  VALUE 'Y'.
013500 77  DL100IA-AUDIT-OPEN-SW           PIC X(01) VALUE 'N'.
013600     88  DL100IA-AUDIT-OPEN                 VALUE 'Y'.
013700 77  DL100IA-CAPITALIZE-SW           PIC X(01) VALUE 'N'.
013800     88  DL100IA-CAPITALIZE                 VALUE 'Y'.
013900 77  DL100IA-TIER-FOUND-SW           PIC X(01) VALUE 'N'.
014000     88  DL100IA-TIER-FOUND                 VALUE 'Y'.
014100 77  DL100IA-CHANGED-SW              PIC X(01) VALUE 'N'.
014200     88  DL100IA-CHANGED                    VALUE 'Y'.
014220 77  DL100IA-RESTART-SW              PIC X(01) VALUE 'N'.
014240     88  DL100IA-RESTART                    VALUE 'Y'.
014260 77  DL100IA-THRU-DONE-SW            PIC X(01) VALUE 'N'.
014280     88  DL100IA-THRU-DONE                  VALUE 'Y'.
014300
014400*****************************************************************
014500* COUNTERS, CONTROL TOTALS, AND ACCRUAL WORK AREAS.  THE
014600* RESERVED BRANCH ID IS THE ONE COBOL1 EXEMPTS FROM BRANCH
014700* MASTER VALIDATION BECAUSE THE BATCH NEVER CROSSES A WIRE.
014800*****************************************************************
014900 77  DL100IA-RETURN-CODE             PIC 9(03) VALUE ZERO.
015000 77  DL100IA-RUN-TIME                PIC 9(08) VALUE ZERO.
015100 77  DL100IA-EFFECTIVE-DATE          PIC 9(08) VALUE ZERO.
015200 77  DL100IA-INTR-BRANCH             PIC X(04) VALUE 'INTR'.
015300 77  DL100IA-READ-COUNT              PIC 9(09) COMP VALUE ZERO.
015400 77  DL100IA-ACCRUED-COUNT           PIC 9(09) COMP VALUE ZERO.
015500 77  DL100IA-SKIP-COUNT              PIC 9(09) COMP VALUE ZERO.
015600 77  DL100IA-GEN-COUNT               PIC 9(09) COMP VALUE ZERO.
015700 77  DL100IA-GEN-HASH                PIC S9(11)V99 VALUE ZERO.
015800 77  DL100IA-CAP-CR-COUNT            PIC 9(09) COMP VALUE ZERO.
015900 77  DL100IA-CAP-CR-AMOUNT           PIC S9(11)V99 VALUE ZERO.
016000 77  DL100IA-CAP-DR-COUNT            PIC 9(09) COMP VALUE ZERO.
016100 77  DL100IA-CAP-DR-AMOUNT           PIC S9(11)V99 VALUE ZERO.
016150 77  DL100IA-PRIOR-CAP-COUNT          PIC 9(09) COMP VALUE ZERO.
016200 77  DL100IA-TONIGHT-CR              PIC S9(09)V9(04) VALUE ZERO.
016300 77  DL100IA-TONIGHT-OD              PIC S9(09)V9(04) VALUE ZERO.
016400 77  DL100IA-TO-DATE-CR              PIC S9(09)V9(04) VALUE ZERO.
016500 77  DL100IA-TO-DATE-OD              PIC S9(09)V9(04) VALUE ZERO.
016600 77  DL100IA-ACCRUAL-DAYS            PIC S9(05) VALUE ZERO.
016700 77  DL100IA-ABS-BALANCE             PIC S9(11)V99 VALUE ZERO.
016800 77  DL100IA-APPLIED-RATE            PIC 9(03)V9(04) VALUE ZERO.
016900 77  DL100IA-DAY-ACCRUAL             PIC S9(07)V9(04) VALUE ZERO.
017000 77  DL100IA-CAP-AMOUNT              PIC S9(09)V99 VALUE ZERO.
017100 77  DL100IA-DISPOSITION             PIC X(20) VALUE SPACES.
017200 77  DL100IA-PAGE-NUMBER             PIC 9(05) COMP VALUE ZERO.
017300 77  DL100IA-LINE-COUNT              PIC 9(03) COMP VALUE 99.
017400 77  DL100IA-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
017500
017600*****************************************************************
017700* MONTH-END TEST - THE EFFECTIVE DATE IS THE LAST BUSINESS DAY
017800* OF ITS MONTH WHEN THE NEXT BUSINESS DAY FALLS IN ANOTHER
017900* CENTURY-YEAR-MONTH.
018000*****************************************************************
018100 01  DL100IA-EFF-WORK.
018200     05  DL100IA-EFF-YYMM            PIC 9(06).
018300     05  DL100IA-EFF-DD              PIC 9(02).
018400 01  DL100IA-NEXT-WORK.
018500     05  DL100IA-NEXT-YYMM           PIC 9(06).
018600     05  DL100IA-NEXT-DD             PIC 9(02).
018700
018800*****************************************************************
018900* RATE TIER TABLE - LOADED ONCE FROM RATEIN IN ASCENDING ORDER
019000* OF BAND LIMIT.
019100*****************************************************************
019200 77  DL100IA-TIER-COUNT              PIC 9(03) COMP VALUE ZERO.
019300 77  DL100IA-TIER-SUB                PIC 9(03) COMP VALUE ZERO.
019400 01  DL100IA-TIER-TABLE.
019500     05  DL100IA-TIER-ENTRY OCCURS 20 TIMES.
019600         10  DL100IA-TT-LIMIT        PIC 9(11)V99.
019700         10  DL100IA-TT-CR-RATE      PIC 9(03)V9(04).
019800         10  DL100IA-TT-OD-RATE      PIC 9(03)V9(04).
019900
020000*****************************************************************
020100* FILE STATUS BYTES.
020200*****************************************************************
020300 01  DL100IA-FILE-STATUSES.
020400     05  DL100-MASTFILE-STATUS       PIC X(02) VALUE SPACES.
020500     05  DL100-RATEFILE-STATUS       PIC X(02) VALUE SPACES.
020600     05  DL100-INTFILE-STATUS        PIC X(02) VALUE SPACES.
020700     05  DL100-REPTFILE-STATUS       PIC X(02) VALUE SPACES.
020800     05  DL100-AUDITFILE-STATUS      PIC X(02) VALUE SPACES.
020900
021000*****************************************************************
021100* LINKAGE PARAMETER AREA PASSED TO THE DL100DT SUBPROGRAM.
021200*****************************************************************
021300     COPY DL100LK.
021400
021500*****************************************************************
021600* REPORT LINE LAYOUTS.
021700*****************************************************************
021800 01  DL100IA-HDR1-LINE.
021900     05  FILLER                      PIC X(01) VALUE '1'.
022000     05  FILLER                      PIC X(36)
022100             VALUE 'DL100 INTEREST ACCRUAL REGISTER'.
022200     05  FILLER                      PIC X(09) VALUE 'EFF DATE:'.
022300     05  DL100IA-H1-EFF-DATE         PIC 9(08).
022400     05  FILLER                      PIC X(04) VALUE SPACES.
022500     05  DL100IA-H1-CAP-TEXT         PIC X(24).
022600     05  FILLER                      PIC X(04) VALUE SPACES.
022700     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
022800     05  DL100IA-H1-PAGE             PIC ZZZZ9.
022900     05  FILLER                      PIC X(36) VALUE SPACES.
023000
023100 01  DL100IA-HDR2-LINE.
023200     05  FILLER                      PIC X(01) VALUE '0'.
023300     05  FILLER                      PIC X(12) VALUE 'ACCOUNT NO'.
023400     05  FILLER                      PIC X(17)
023500             VALUE '         BALANCE'.
023600     05  FILLER                      PIC X(10) VALUE '    RATE'.
023700     05  FILLER                      PIC X(06) VALUE 'DAYS'.
023800     05  FILLER                      PIC X(16)
023900             VALUE '      TONIGHT'.
024000     05  FILLER                      PIC X(18)
024100             VALUE '   ACCRUED TO DATE'.
024200     05  FILLER                      PIC X(17)
024300             VALUE '   CAPITALIZED'.
024400     05  FILLER                      PIC X(04) VALUE 'CD'.
024500     05  FILLER                      PIC X(20)
024600             VALUE 'DISPOSITION'.
024700     05  FILLER                      PIC X(11) VALUE SPACES.
024800
024900 01  DL100IA-DETAIL-LINE.
025000     05  FILLER                      PIC X(01) VALUE SPACE.
025100     05  DL100IA-DL-ACCOUNT          PIC X(10).
025200     05  FILLER                      PIC X(02) VALUE SPACES.
025300     05  DL100IA-DL-BALANCE          PIC -(11)9.99.
025400     05  FILLER                      PIC X(02) VALUE SPACES.
025500     05  DL100IA-DL-RATE             PIC ZZ9.9999.
025600     05  FILLER                      PIC X(02) VALUE SPACES.
025700     05  DL100IA-DL-DAYS             PIC ZZZ9.
025800     05  FILLER                      PIC X(02) VALUE SPACES.
025900     05  DL100IA-DL-TONIGHT          PIC -(7)9.9999.
026000     05  FILLER                      PIC X(02) VALUE SPACES.
026100     05  DL100IA-DL-TO-DATE          PIC -(7)9.9999.
026200     05  FILLER                      PIC X(02) VALUE SPACES.
026300     05  DL100IA-DL-CAPITALIZED      PIC -(9)9.99.
026400     05  FILLER                      PIC X(02) VALUE SPACES.
026500     05  DL100IA-DL-CODE             PIC X(02).
026600     05  FILLER                      PIC X(02) VALUE SPACES.
026700     05  DL100IA-DL-DISPOSITION      PIC X(20).
026800     05  FILLER                      PIC X(17) VALUE SPACES.
026900
027000 01  DL100IA-COUNT-LINE.
027100     05  FILLER                      PIC X(01) VALUE SPACE.
027200     05  DL100IA-CL-LABEL            PIC X(40).
027300     05  DL100IA-CL-COUNT            PIC ZZZ,ZZZ,ZZ9.
027400     05  FILLER                      PIC X(80) VALUE SPACES.
027500
027600 01  DL100IA-VALUE-LINE.
027700     05  FILLER                      PIC X(01) VALUE SPACE.
027800     05  DL100IA-VL-LABEL            PIC X(40).
027900     05  DL100IA-VL-AMOUNT           PIC -(11)9.9999.
028000     05  FILLER                      PIC X(74) VALUE SPACES.
028100
028200 01  DL100IA-NOTE-LINE.
028300     05  FILLER                      PIC X(01) VALUE '0'.
028400     05  DL100IA-NL-TEXT             PIC X(60).
028500     05  FILLER                      PIC X(71) VALUE SPACES.
028600
028611 LINKAGE SECTION.
028622*****************************************************************
028633* EXEC PARM - 'R' ON THE RESTART OF A CAPITALIZATION RUN THAT
028644* ENDED RC=16.  NO PARM AT ALL IS A NORMAL NIGHT.
028655*****************************************************************
028666 01  DL100IA-EXEC-PARM.
028677     05  DL100IA-EP-LENGTH           PIC S9(04) COMP.
028688     05  DL100IA-EP-RESTART          PIC X(01).
028700 PROCEDURE DIVISION USING DL100IA-EXEC-PARM.
028800*****************************************************************
028900* 0000-MAINLINE.
029000*****************************************************************
029100 0000-MAINLINE.
029200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029300     IF DL100IA-RETURN-CODE NOT = 16
029400         PERFORM 2000-WRITE-BATCH-HEADER THRU 2000-EXIT
029500     END-IF.
029600     IF DL100IA-RETURN-CODE NOT = 16
029700         PERFORM 3000-PROCESS-MASTER THRU 3000-EXIT
029800         PERFORM 4000-WRITE-BATCH-TRAILER THRU 4000-EXIT
029900         PERFORM 4500-WRITE-REGISTER-TOTALS THRU 4500-EXIT
030000     END-IF.
030100     PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT.
030200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030300     STOP RUN.
030400
030500*****************************************************************
030600* 1000-INITIALIZE - STAMPS THE RUN, GETS THE EFFECTIVE DATE
030700* FROM THE BUSDAY SERVICE THE SAME WAY COBOL1 DOES, DECIDES
030800* WHETHER TONIGHT CAPITALIZES, LOADS THE RATE TABLE, AND OPENS
030900* EVERY FILE.
031000*****************************************************************
031100 1000-INITIALIZE.
031200     MOVE 'GETDATE ' TO DL100LK-FUNCTION.
031300     CALL 'DL100DT' USING DL100LK-PARM-AREA.
031400     IF DL100LK-RETURN-CODE NOT = ZERO
031500         DISPLAY 'DL100E - DL100DT REJECTED GETDATE, RC='
031600             DL100LK-RETURN-CODE
031700         MOVE 16 TO DL100IA-RETURN-CODE
031800         GO TO 1000-EXIT
031900     END-IF.
032000     ACCEPT DL100IA-RUN-TIME FROM TIME.
032007     IF DL100IA-EP-LENGTH NOT = ZERO
032015         IF DL100IA-EP-LENGTH = 1
032023                 AND DL100IA-EP-RESTART = 'R'
032030             SET DL100IA-RESTART TO TRUE
032038             DISPLAY 'DL100I - RESTART OF A FAILED CAPITALIZATION'
032046         ELSE
032053             DISPLAY 'DL100E - INVALID EXEC PARM, EXPECTED R '
032061                 'OR NONE'
032069             MOVE 16 TO DL100IA-RETURN-CODE
032076             GO TO 1000-EXIT
032084         END-IF
032092     END-IF.
032100     MOVE 'BUSDAY  ' TO DL100LK-FUNCTION.
032200     MOVE DL100LK-RUN-DATE TO DL100LK-DATE-1.
032300     CALL 'DL100DT' USING DL100LK-PARM-AREA.
032400     IF DL100LK-RETURN-CODE NOT = ZERO
032500         DISPLAY 'DL100W - DL100DT REJECTED BUSDAY, RC='
032600             DL100LK-RETURN-CODE
032700         DISPLAY 'DL100W - EFFECTIVE DATE SET TO RUN DATE'
032800         MOVE DL100LK-RUN-DATE TO DL100IA-EFFECTIVE-DATE
032900         MOVE ZERO TO DL100LK-RETURN-CODE
033000         IF DL100IA-RETURN-CODE < 4
033100             MOVE 4 TO DL100IA-RETURN-CODE
033200         END-IF
033300     ELSE
033400         IF DL100LK-IS-BUSDAY
033500             MOVE DL100LK-RUN-DATE TO DL100IA-EFFECTIVE-DATE
033600         ELSE
033700             MOVE DL100LK-NEXT-BUSDAY TO DL100IA-EFFECTIVE-DATE
033800         END-IF
033900     END-IF.
034000     DISPLAY 'DL100I - DL100IA EFFECTIVE DATE '
034100         DL100IA-EFFECTIVE-DATE.
034200     PERFORM 1050-CHECK-MONTH-END THRU 1050-EXIT.
034210     IF DL100IA-RESTART
034220             AND NOT DL100IA-CAPITALIZE
034230         DISPLAY 'DL100W - TONIGHT DOES NOT CAPITALIZE, RESTART '
034240             'PARM IGNORED'
034250         MOVE 'N' TO DL100IA-RESTART-SW
034260         IF DL100IA-RETURN-CODE < 4
034270             MOVE 4 TO DL100IA-RETURN-CODE
034280         END-IF
034290     END-IF.
034300     OPEN EXTEND DL100-AUDITFILE.
034400     IF DL100-AUDITFILE-STATUS NOT = '00'
034500         DISPLAY 'DL100E - UNABLE TO OPEN AUDIT LOG, STATUS='
034600             DL100-AUDITFILE-STATUS
034700         MOVE 16 TO DL100IA-RETURN-CODE
034800         GO TO 1000-EXIT
034900     END-IF.
035000     SET DL100IA-AUDIT-OPEN TO TRUE.
035100     OPEN OUTPUT DL100-REPTFILE.
035200     IF DL100-REPTFILE-STATUS NOT = '00'
035300         DISPLAY 'DL100E - UNABLE TO OPEN REPORT FILE, STATUS='
035400             DL100-REPTFILE-STATUS
035500         MOVE 16 TO DL100IA-RETURN-CODE
035600         GO TO 1000-EXIT
035700     END-IF.
035800     SET DL100IA-REPT-OPEN TO TRUE.
035900     PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT.
036000     IF DL100IA-RETURN-CODE = 16
036100         GO TO 1000-EXIT
036200     END-IF.
036300     OPEN I-O DL100-MASTFILE.
036400     IF DL100-MASTFILE-STATUS NOT = '00'
036500         DISPLAY 'DL100E - UNABLE TO OPEN ACCOUNT MASTER, '
036600             'STATUS=' DL100-MASTFILE-STATUS
036700         MOVE 16 TO DL100IA-RETURN-CODE
036800         GO TO 1000-EXIT
036900     END-IF.
037000     SET DL100IA-MAST-OPEN TO TRUE.
037100     OPEN OUTPUT DL100-INTFILE.
037200     IF DL100-INTFILE-STATUS NOT = '00'
037300         DISPLAY 'DL100E - UNABLE TO OPEN INTEREST BATCH '
037400             'OUTPUT, STATUS=' DL100-INTFILE-STATUS
037500         MOVE 16 TO DL100IA-RETURN-CODE
037600         GO TO 1000-EXIT
037700     END-IF.
037800     SET DL100IA-INT-OPEN TO TRUE.
037900 1000-EXIT.
038000     EXIT.
038100
038200*****************************************************************
038300* 1050-CHECK-MONTH-END - ASKS BUSDAY FOR THE BUSINESS DAY AFTER
038400* THE EFFECTIVE DATE.  WHEN IT FALLS IN ANOTHER MONTH, TONIGHT
038500* IS THE LAST BUSINESS DAY AND THE ACCRUAL IS CAPITALIZED.  A
038600* FAILED CALL LEAVES THE ACCRUAL ON THE MASTER FOR A LATER
038700* NIGHT AND WARNS.
038800*****************************************************************
038900 1050-CHECK-MONTH-END.
039000     MOVE 'N' TO DL100IA-CAPITALIZE-SW.
039100     MOVE 'BUSDAY  ' TO DL100LK-FUNCTION.
039200     MOVE DL100IA-EFFECTIVE-DATE TO DL100LK-DATE-1.
039300     CALL 'DL100DT' USING DL100LK-PARM-AREA.
039400     IF DL100LK-RETURN-CODE NOT = ZERO
039500         DISPLAY 'DL100W - DL100DT REJECTED BUSDAY, RC='
039600             DL100LK-RETURN-CODE
039700         DISPLAY 'DL100W - NO CAPITALIZATION TONIGHT'
039800         MOVE ZERO TO DL100LK-RETURN-CODE
039900         IF DL100IA-RETURN-CODE < 4
040000             MOVE 4 TO DL100IA-RETURN-CODE
040100         END-IF
040200         GO TO 1050-EXIT
040300     END-IF.
040400     MOVE DL100IA-EFFECTIVE-DATE TO DL100IA-EFF-WORK.
040500     MOVE DL100LK-NEXT-BUSDAY TO DL100IA-NEXT-WORK.
040600     IF DL100IA-NEXT-YYMM NOT = DL100IA-EFF-YYMM
040700         SET DL100IA-CAPITALIZE TO TRUE
040800         DISPLAY 'DL100I - LAST BUSINESS DAY OF THE MONTH, '
040900             'ACCRUED INTEREST WILL BE CAPITALIZED'
041000     END-IF.
041100 1050-EXIT.
041200     EXIT.
041300
041400*****************************************************************
041500* 1100-LOAD-RATE-TABLE - LOADS THE RATE TIERS ONCE PER RUN.  A
041600* MISSING OR EMPTY TABLE, A NON-NUMERIC TIER, OR BANDS OUT OF
041700* ASCENDING ORDER STOPS THE RUN BEFORE A SINGLE ACCOUNT IS
041800* TOUCHED - ACCRUING AT THE WRONG RATE IS WORSE THAN A LATE
041900* ACCRUAL, WHICH THE NEXT RUN CATCHES UP DAY FOR DAY.
042000*****************************************************************
042100 1100-LOAD-RATE-TABLE.
042200     MOVE ZERO TO DL100IA-TIER-COUNT.
042300     OPEN INPUT DL100-RATEFILE.
042400     IF DL100-RATEFILE-STATUS NOT = '00'
042500         DISPLAY 'DL100E - UNABLE TO OPEN RATE TABLE, STATUS='
042600             DL100-RATEFILE-STATUS
042700         MOVE 16 TO DL100IA-RETURN-CODE
042800         GO TO 1100-EXIT
042900     END-IF.
043000     PERFORM 1110-LOAD-ONE-TIER THRU 1110-EXIT
043100         UNTIL DL100IA-RATE-EOF.
043200     CLOSE DL100-RATEFILE.
043300     IF DL100IA-RETURN-CODE = 16
043400         GO TO 1100-EXIT
043500     END-IF.
043600     IF DL100IA-TIER-COUNT = ZERO
043700         DISPLAY 'DL100E - RATE TABLE IS EMPTY, NOTHING ACCRUED'
043800         MOVE 16 TO DL100IA-RETURN-CODE
043900         GO TO 1100-EXIT
044000     END-IF.
044100     DISPLAY 'DL100I - RATE TABLE LOADED, TIERS='
044200         DL100IA-TIER-COUNT.
044300 1100-EXIT.
044400     EXIT.
044500
044600 1110-LOAD-ONE-TIER.
044700     READ DL100-RATEFILE
044800         AT END
044900             SET DL100IA-RATE-EOF TO TRUE
045000     END-READ.
045100     IF DL100IA-RATE-EOF
045200         GO TO 1110-EXIT
045300     END-IF.
045400     IF DL100IR-BAND-LIMIT NOT NUMERIC
045500             OR DL100IR-CREDIT-RATE NOT NUMERIC
045600             OR DL100IR-OVERDRAFT-RATE NOT NUMERIC
045700         DISPLAY 'DL100E - RATE TABLE RECORD NOT NUMERIC, TIER='
045800             DL100IA-TIER-COUNT
045900         MOVE 16 TO DL100IA-RETURN-CODE
046000         SET DL100IA-RATE-EOF TO TRUE
046100         GO TO 1110-EXIT
046200     END-IF.
046300     IF DL100IA-TIER-COUNT NOT < 20
046400         DISPLAY 'DL100E - RATE TABLE HOLDS MORE THAN 20 TIERS'
046500         MOVE 16 TO DL100IA-RETURN-CODE
046600         SET DL100IA-RATE-EOF TO TRUE
046700         GO TO 1110-EXIT
046800     END-IF.
046900     IF DL100IA-TIER-COUNT > ZERO
047000         IF DL100IR-BAND-LIMIT NOT >
047100                 DL100IA-TT-LIMIT (DL100IA-TIER-COUNT)
047200             DISPLAY 'DL100E - RATE TABLE BANDS OUT OF ORDER, '
047300                 'LIMIT=' DL100IR-BAND-LIMIT
047400             MOVE 16 TO DL100IA-RETURN-CODE
047500             SET DL100IA-RATE-EOF TO TRUE
047600             GO TO 1110-EXIT
047700         END-IF
047800     END-IF.
047900     ADD 1 TO DL100IA-TIER-COUNT.
048000     MOVE DL100IR-BAND-LIMIT
048100         TO DL100IA-TT-LIMIT (DL100IA-TIER-COUNT).
048200     MOVE DL100IR-CREDIT-RATE
048300         TO DL100IA-TT-CR-RATE (DL100IA-TIER-COUNT).
048400     MOVE DL100IR-OVERDRAFT-RATE
048500         TO DL100IA-TT-OD-RATE (DL100IA-TIER-COUNT).
048600 1110-EXIT.
048700     EXIT.
048800
048900*****************************************************************
049000* 2000-WRITE-BATCH-HEADER - THE 'B' HEADER UNDER THE RESERVED
049100* BRANCH.  A NIGHT THAT DOES NOT CAPITALIZE STILL WRITES A
049200* COMPLETE EMPTY BATCH (HEADER AND ZERO TRAILER) - IT BALANCES
049300* TO ITSELF AND KEEPS THE TRANIN CONCATENATION VALID.
049400*****************************************************************
049500 2000-WRITE-BATCH-HEADER.
049600     MOVE SPACES TO DL100TR-RECORD.
049700     SET DL100TR-BATCH-HDR TO TRUE.
049800     MOVE DL100IA-INTR-BRANCH TO DL100TR-BRANCH-ID.
049900     WRITE DL100TR-RECORD.
050000     IF DL100-INTFILE-STATUS NOT = '00'
050100         DISPLAY 'DL100E - BATCH HEADER WRITE FAILED, STATUS='
050200             DL100-INTFILE-STATUS
050300         MOVE 16 TO DL100IA-RETURN-CODE
050400     END-IF.
050500 2000-EXIT.
050600     EXIT.
050700
050800*****************************************************************
050900* 3000-PROCESS-MASTER - ONE PASS OVER THE ACCOUNT MASTER.
051000*****************************************************************
051100 3000-PROCESS-MASTER.
051200     PERFORM 3100-READ-ONE-ACCOUNT THRU 3100-EXIT
051300         UNTIL DL100IA-MAST-EOF.
051400     DISPLAY 'DL100I - MASTER ACCOUNTS READ = '
051500         DL100IA-READ-COUNT.
051508     IF DL100IA-PRIOR-CAP-COUNT > ZERO
051516             AND NOT DL100IA-RESTART
051525         DISPLAY 'DL100W - ' DL100IA-PRIOR-CAP-COUNT
051533             ' ACCOUNTS ALREADY CAPITALIZED FOR '
051541             DL100IA-EFFECTIVE-DATE ' BY AN EARLIER RUN'
051550         DISPLAY 'DL100W - IF THAT RUN ENDED RC=16, RERUN WITH '
051558             'PARM=R'
051566         IF DL100IA-RETURN-CODE < 4
051575             MOVE 4 TO DL100IA-RETURN-CODE
051583         END-IF
051591     END-IF.
051600 3000-EXIT.
051700     EXIT.
051800
051900 3100-READ-ONE-ACCOUNT.
052000     READ DL100-MASTFILE NEXT RECORD
052100         AT END
052200             SET DL100IA-MAST-EOF TO TRUE
052300     END-READ.
052400     IF DL100IA-MAST-EOF
052500         GO TO 3100-EXIT
052600     END-IF.
052700     IF DL100-MASTFILE-STATUS NOT = '00'
052800         DISPLAY 'DL100E - ACCOUNT MASTER READ FAILED, STATUS='
052900             DL100-MASTFILE-STATUS
053000         MOVE 16 TO DL100IA-RETURN-CODE
053100         SET DL100IA-MAST-EOF TO TRUE
053200         GO TO 3100-EXIT
053300     END-IF.
053400     ADD 1 TO DL100IA-READ-COUNT.
053500     PERFORM 3200-ACCRUE-ONE-ACCOUNT THRU 3200-EXIT.
053600 3100-EXIT.
053700     EXIT.
053800
053900*****************************************************************
054000* 3200-ACCRUE-ONE-ACCOUNT - ONLY OPEN AND DORMANT ACCOUNTS
054050* ACCRUE; A CLOSED ACCOUNT HAS NO BALANCE TO EARN ON.  A RECORD
054100* KEYED BEFORE THE ACCRUAL FIELDS EXISTED CARRIES SPACES THERE
054200* AND STARTS FROM A ZERO ACCRUAL AND A SINGLE DAY.  THE DAY
054300* COUNT IS THE CALENDAR DAYS FROM THE ACCRUED-THRU DATE TO THE
054400* EFFECTIVE DATE, SO A WEEKEND OR HOLIDAY IS ACCRUED ON THE
054500* NEXT RUN AT THE BALANCE IT SAT AT, AND A RERUN ADDS NOTHING.
054600*****************************************************************
054700 3200-ACCRUE-ONE-ACCOUNT.
054800     IF NOT DL100AM-ACCT-OPEN
054850             AND NOT DL100AM-ACCT-DORMANT
054900         ADD 1 TO DL100IA-SKIP-COUNT
055000         GO TO 3200-EXIT
055100     END-IF.
055200     IF DL100AM-CURR-BALANCE NOT NUMERIC
055300         DISPLAY 'DL100W - BALANCE NOT NUMERIC, NOT ACCRUED, '
055400             'ACCOUNT=' DL100AM-ACCOUNT-NO
055500         ADD 1 TO DL100IA-SKIP-COUNT
055600         IF DL100IA-RETURN-CODE < 4
055700             MOVE 4 TO DL100IA-RETURN-CODE
055800         END-IF
055900         GO TO 3200-EXIT
056000     END-IF.
056100     MOVE 'N' TO DL100IA-CHANGED-SW.
056200     MOVE SPACES TO DL100IA-DISPOSITION.
056300     MOVE ZERO TO DL100IA-DAY-ACCRUAL.
056400     MOVE ZERO TO DL100IA-CAP-AMOUNT.
056500     MOVE ZERO TO DL100IA-APPLIED-RATE.
056600     IF DL100AM-ACCRUED-INT NOT NUMERIC
056700         MOVE ZERO TO DL100AM-ACCRUED-INT
056800         SET DL100IA-CHANGED TO TRUE
056900     END-IF.
057000     PERFORM 3250-COUNT-ACCRUAL-DAYS THRU 3250-EXIT.
057100     IF DL100IA-ACCRUAL-DAYS > ZERO
057200         PERFORM 3300-FIND-RATE-TIER THRU 3300-EXIT
057300         COMPUTE DL100IA-DAY-ACCRUAL ROUNDED =
057400             DL100AM-CURR-BALANCE * DL100IA-APPLIED-RATE
057500                 * DL100IA-ACCRUAL-DAYS / 36500
057600         ADD DL100IA-DAY-ACCRUAL TO DL100AM-ACCRUED-INT
057700         MOVE DL100IA-EFFECTIVE-DATE TO DL100AM-ACCRUED-THRU
057800         SET DL100IA-CHANGED TO TRUE
057900         ADD 1 TO DL100IA-ACCRUED-COUNT
058000         IF DL100IA-DAY-ACCRUAL < ZERO
058100             ADD DL100IA-DAY-ACCRUAL TO DL100IA-TONIGHT-OD
058200         ELSE
058300             ADD DL100IA-DAY-ACCRUAL TO DL100IA-TONIGHT-CR
058400         END-IF
058500         MOVE 'ACCRUED' TO DL100IA-DISPOSITION
058600     END-IF.
058700     IF DL100IA-CAPITALIZE
058800         PERFORM 3400-CAPITALIZE-ONE-ACCOUNT THRU 3400-EXIT
058900         IF DL100IA-RETURN-CODE = 16
059000             SET DL100IA-MAST-EOF TO TRUE
059100             GO TO 3200-EXIT
059200         END-IF
059300     END-IF.
059400     IF DL100AM-ACCRUED-INT < ZERO
059500         ADD DL100AM-ACCRUED-INT TO DL100IA-TO-DATE-OD
059600     ELSE
059700         ADD DL100AM-ACCRUED-INT TO DL100IA-TO-DATE-CR
059800     END-IF.
059900     IF DL100IA-CHANGED
060000         PERFORM 3500-REWRITE-ACCOUNT THRU 3500-EXIT
060100     END-IF.
060200     IF DL100IA-DISPOSITION NOT = SPACES
060300         PERFORM 3700-WRITE-REGISTER-LINE THRU 3700-EXIT
060400     END-IF.
060500 3200-EXIT.
060600     EXIT.
060700
060800*****************************************************************
060900* 3250-COUNT-ACCRUAL-DAYS - DAYS TO ACCRUE TONIGHT.  NO ACCRUED-
061000* THRU DATE YET MEANS ONE DAY; A DATE AT OR PAST THE EFFECTIVE
061100* DATE MEANS NONE.
061200*****************************************************************
061300 3250-COUNT-ACCRUAL-DAYS.
061400     MOVE ZERO TO DL100IA-ACCRUAL-DAYS.
061450     MOVE 'N' TO DL100IA-THRU-DONE-SW.
061500     IF DL100AM-ACCRUED-THRU NOT NUMERIC
061600             OR DL100AM-ACCRUED-THRU = ZERO
061700         MOVE 1 TO DL100IA-ACCRUAL-DAYS
061800         GO TO 3250-EXIT
061900     END-IF.
062000     MOVE 'DAYSDIFF' TO DL100LK-FUNCTION.
062100     MOVE DL100IA-EFFECTIVE-DATE TO DL100LK-DATE-1.
062200     MOVE DL100AM-ACCRUED-THRU TO DL100LK-DATE-2.
062300     CALL 'DL100DT' USING DL100LK-PARM-AREA.
062400     IF DL100LK-RETURN-CODE NOT = ZERO
062500         DISPLAY 'DL100W - DL100DT REJECTED DAYSDIFF, RC='
062600             DL100LK-RETURN-CODE ' ACCOUNT=' DL100AM-ACCOUNT-NO
062700         MOVE ZERO TO DL100LK-RETURN-CODE
062800         MOVE 'REJ-BAD THRU DATE' TO DL100IA-DISPOSITION
062900         IF DL100IA-RETURN-CODE < 4
063000             MOVE 4 TO DL100IA-RETURN-CODE
063100         END-IF
063200         GO TO 3250-EXIT
063300     END-IF.
063400     IF DL100LK-DAYS-DIFF > ZERO
063500         MOVE DL100LK-DAYS-DIFF TO DL100IA-ACCRUAL-DAYS
063600     END-IF.
063625     IF DL100LK-DAYS-DIFF = ZERO
063650         SET DL100IA-THRU-DONE TO TRUE
063675     END-IF.
063700 3250-EXIT.
063800     EXIT.
063900
064000*****************************************************************
064100* 3300-FIND-RATE-TIER - FIRST BAND WHOSE LIMIT COVERS THE SIZE
064200* OF THE BALANCE, OR THE TOP BAND WHEN NONE DOES.  THE SIGN OF
064300* THE BALANCE PICKS THE CREDIT OR THE OVERDRAFT RATE.
064400*****************************************************************
064500 3300-FIND-RATE-TIER.
064600     MOVE DL100AM-CURR-BALANCE TO DL100IA-ABS-BALANCE.
064700     IF DL100IA-ABS-BALANCE < ZERO
064800         COMPUTE DL100IA-ABS-BALANCE = ZERO - DL100IA-ABS-BALANCE
064900     END-IF.
065000     MOVE 'N' TO DL100IA-TIER-FOUND-SW.
065100     PERFORM 3310-MATCH-ONE-TIER THRU 3310-EXIT
065200         VARYING DL100IA-TIER-SUB FROM 1 BY 1
065300         UNTIL DL100IA-TIER-SUB > DL100IA-TIER-COUNT
065400             OR DL100IA-TIER-FOUND.
065500     IF DL100IA-TIER-FOUND
065600         SUBTRACT 1 FROM DL100IA-TIER-SUB
065700     ELSE
065800         MOVE DL100IA-TIER-COUNT TO DL100IA-TIER-SUB
065900     END-IF.
066000     IF DL100AM-CURR-BALANCE < ZERO
066100         MOVE DL100IA-TT-OD-RATE (DL100IA-TIER-SUB)
066200             TO DL100IA-APPLIED-RATE
066300     ELSE
066400         MOVE DL100IA-TT-CR-RATE (DL100IA-TIER-SUB)
066500             TO DL100IA-APPLIED-RATE
066600     END-IF.
066700 3300-EXIT.
066800     EXIT.
066900
067000 3310-MATCH-ONE-TIER.
067100     IF DL100IA-ABS-BALANCE NOT >
067200             DL100IA-TT-LIMIT (DL100IA-TIER-SUB)
067300         SET DL100IA-TIER-FOUND TO TRUE
067400     END-IF.
067500 3310-EXIT.
067600     EXIT.
067700
067800*****************************************************************
067900* 3400-CAPITALIZE-ONE-ACCOUNT - TURNS THE WHOLE CENTS ACCRUED
068000* INTO ONE DETAIL IN THE GENERATED BATCH: CREDIT INTEREST AS A
068100* 'CR', OVERDRAFT INTEREST AS A 'DR' FOR THE AMOUNT CHARGED.
068200* THE CAPITALIZED CENTS COME OFF THE ACCRUAL; THE FRACTION OF
068300* A CENT STAYS ON IT FOR NEXT MONTH.  THE AMOUNT IS KEPT ON
068312* THE MASTER IN THE SAME REWRITE THAT TAKES IT OFF THE ACCRUAL.
068325* AN ACCOUNT ALREADY ACCRUED THROUGH THE EFFECTIVE DATE WAS
068337* CAPITALIZED BY AN EARLIER RUN FOR THE SAME DATE: ON A RESTART
068350* (PARM='R') THE FAILED RUN'S BATCH HAS BEEN DELETED, SO THE
068362* KEPT AMOUNT IS WRITTEN AGAIN AND THE ACCRUAL IS LEFT ALONE;
068375* ON ANY OTHER RUN THE EARLIER BATCH STANDS AND THE ACCOUNT IS
068387* ONLY COUNTED.
068400*****************************************************************
068500 3400-CAPITALIZE-ONE-ACCOUNT.
068513     IF DL100IA-THRU-DONE
068526         IF DL100AM-CAPITALIZED NOT = ZERO
068540             ADD 1 TO DL100IA-PRIOR-CAP-COUNT
068553             IF DL100IA-RESTART
068566                 MOVE DL100AM-CAPITALIZED TO DL100IA-CAP-AMOUNT
068580             END-IF
068593         END-IF
068606     ELSE
068620         MOVE DL100AM-ACCRUED-INT TO DL100IA-CAP-AMOUNT
068633         IF DL100AM-CAPITALIZED NOT = DL100IA-CAP-AMOUNT
068646             MOVE DL100IA-CAP-AMOUNT TO DL100AM-CAPITALIZED
068660             SET DL100IA-CHANGED TO TRUE
068673         END-IF
068686     END-IF.
068700     IF DL100IA-CAP-AMOUNT = ZERO
068800         GO TO 3400-EXIT
068900     END-IF.
069000     MOVE SPACES TO DL100TR-RECORD.
069100     SET DL100TR-DETAIL TO TRUE.
069200     MOVE DL100AM-ACCOUNT-NO TO DL100TR-ACCOUNT-NO.
069300     MOVE DL100IA-EFFECTIVE-DATE TO DL100TR-TRAN-DATE.
069400     IF DL100IA-CAP-AMOUNT > ZERO
069500         MOVE 'CR' TO DL100TR-TRAN-CODE
069600         MOVE DL100IA-CAP-AMOUNT TO DL100TR-TRAN-AMOUNT
069700     ELSE
069800         MOVE 'DR' TO DL100TR-TRAN-CODE
069900         COMPUTE DL100TR-TRAN-AMOUNT = ZERO - DL100IA-CAP-AMOUNT
070000     END-IF.
070100     WRITE DL100TR-RECORD.
070200     IF DL100-INTFILE-STATUS NOT = '00'
070300         DISPLAY 'DL100E - INTEREST DETAIL WRITE FAILED, STATUS='
070400             DL100-INTFILE-STATUS
070500         MOVE 16 TO DL100IA-RETURN-CODE
070600         GO TO 3400-EXIT
070700     END-IF.
070800     ADD 1 TO DL100IA-GEN-COUNT.
070900     ADD DL100TR-TRAN-AMOUNT TO DL100IA-GEN-HASH.
071000     IF DL100IA-CAP-AMOUNT > ZERO
071100         ADD 1 TO DL100IA-CAP-CR-COUNT
071200         ADD DL100TR-TRAN-AMOUNT TO DL100IA-CAP-CR-AMOUNT
071300     ELSE
071400         ADD 1 TO DL100IA-CAP-DR-COUNT
071500         ADD DL100TR-TRAN-AMOUNT TO DL100IA-CAP-DR-AMOUNT
071600     END-IF.
071620     IF DL100IA-THRU-DONE
071640         MOVE 'RECAPITALIZED' TO DL100IA-DISPOSITION
071660         GO TO 3400-EXIT
071680     END-IF.
071700     SUBTRACT DL100IA-CAP-AMOUNT FROM DL100AM-ACCRUED-INT.
071800     SET DL100IA-CHANGED TO TRUE.
071900     MOVE 'CAPITALIZED' TO DL100IA-DISPOSITION.
072000 3400-EXIT.
072100     EXIT.
072200
072300 3500-REWRITE-ACCOUNT.
072400     REWRITE DL100AM-RECORD
072500         INVALID KEY
072600             CONTINUE
072700     END-REWRITE.
072800     IF DL100-MASTFILE-STATUS NOT = '00'
072900         DISPLAY 'DL100E - ACCOUNT MASTER REWRITE FAILED, '
073000             'STATUS=' DL100-MASTFILE-STATUS
073100             ' ACCOUNT=' DL100AM-ACCOUNT-NO
073200         MOVE 16 TO DL100IA-RETURN-CODE
073300         SET DL100IA-MAST-EOF TO TRUE
073400     END-IF.
073500 3500-EXIT.
073600     EXIT.
073700
073800 3700-WRITE-REGISTER-LINE.
073900     IF DL100IA-LINE-COUNT >= DL100IA-LINES-PER-PAGE
074000         PERFORM 3750-WRITE-PAGE-HEADERS THRU 3750-EXIT
074100     END-IF.
074200     MOVE SPACES TO DL100IA-DL-CODE.
074300     MOVE DL100AM-ACCOUNT-NO TO DL100IA-DL-ACCOUNT.
074400     MOVE DL100AM-CURR-BALANCE TO DL100IA-DL-BALANCE.
074500     MOVE DL100IA-APPLIED-RATE TO DL100IA-DL-RATE.
074600     MOVE DL100IA-ACCRUAL-DAYS TO DL100IA-DL-DAYS.
074700     MOVE DL100IA-DAY-ACCRUAL TO DL100IA-DL-TONIGHT.
074800     MOVE DL100AM-ACCRUED-INT TO DL100IA-DL-TO-DATE.
074900     MOVE DL100IA-CAP-AMOUNT TO DL100IA-DL-CAPITALIZED.
075000     IF DL100IA-CAP-AMOUNT > ZERO
075100         MOVE 'CR' TO DL100IA-DL-CODE
075200     END-IF.
075300     IF DL100IA-CAP-AMOUNT < ZERO
075400         MOVE 'DR' TO DL100IA-DL-CODE
075500     END-IF.
075600     MOVE DL100IA-DISPOSITION TO DL100IA-DL-DISPOSITION.
075700     WRITE DL100RP-LINE FROM DL100IA-DETAIL-LINE.
075800     ADD 1 TO DL100IA-LINE-COUNT.
075900 3700-EXIT.
076000     EXIT.
076100
076200 3750-WRITE-PAGE-HEADERS.
076300     ADD 1 TO DL100IA-PAGE-NUMBER.
076400     MOVE DL100IA-EFFECTIVE-DATE TO DL100IA-H1-EFF-DATE.
076500     IF DL100IA-CAPITALIZE
076600         MOVE 'MONTH-END CAPITALIZATION' TO DL100IA-H1-CAP-TEXT
076700     ELSE
076800         MOVE SPACES TO DL100IA-H1-CAP-TEXT
076900     END-IF.
077000     MOVE DL100IA-PAGE-NUMBER TO DL100IA-H1-PAGE.
077100     WRITE DL100RP-LINE FROM DL100IA-HDR1-LINE.
077200     WRITE DL100RP-LINE FROM DL100IA-HDR2-LINE.
077300     MOVE ZERO TO DL100IA-LINE-COUNT.
077400 3750-EXIT.
077500     EXIT.
077600
077700*****************************************************************
077800* 4000-WRITE-BATCH-TRAILER - THE 'T' TRAILER WITH THE COUNT
077900* AND HASH OF THE GENERATED DETAILS, SO THE BATCH BALANCES
078000* THROUGH COBOL1'S PASS 1 LIKE ANY BRANCH TRANSMISSION.
078100*****************************************************************
078200 4000-WRITE-BATCH-TRAILER.
078300     IF DL100IA-RETURN-CODE = 16
078312         DISPLAY 'DL100E - INTEREST BATCH LEFT WITHOUT A TRAILER '
078325             'FOR THE JCL TO DELETE'
078337         IF DL100IA-GEN-COUNT > ZERO
078350                 OR DL100IA-RESTART
078362             DISPLAY 'DL100E - CAPITALIZATION INCOMPLETE, RERUN '
078375                 'WITH PARM=R'
078387         END-IF
078400         GO TO 4000-EXIT
078500     END-IF.
078600     MOVE SPACES TO DL100TR-RECORD.
078700     SET DL100TR-TRAILER TO TRUE.
078800     MOVE DL100IA-GEN-COUNT TO DL100TR-TRAILER-COUNT.
078900     MOVE DL100IA-GEN-HASH TO DL100TR-TRAILER-HASH.
079000     WRITE DL100TR-RECORD.
079100     IF DL100-INTFILE-STATUS NOT = '00'
079200         DISPLAY 'DL100E - BATCH TRAILER WRITE FAILED, STATUS='
079300             DL100-INTFILE-STATUS
079400         MOVE 16 TO DL100IA-RETURN-CODE
079500     ELSE
079600         DISPLAY 'DL100I - INTEREST BATCH WRITTEN, DETAILS='
079700             DL100IA-GEN-COUNT
079800     END-IF.
079900 4000-EXIT.
080000     EXIT.
080100
080200*****************************************************************
080300* 4500-WRITE-REGISTER-TOTALS - THE FIGURES FINANCE TIES TO THE
080400* GL: TONIGHT'S CREDIT AND OVERDRAFT ACCRUAL, THE ACCRUED-TO-
080500* DATE POSITION LEFT ON THE MASTER, AND ON A CAPITALIZATION
080600* NIGHT THE 'CR' AND 'DR' INTEREST HANDED TO COBOL1 UNDER THE
080700* 'INTR' BRANCH.
080800*****************************************************************
080900 4500-WRITE-REGISTER-TOTALS.
081000     IF NOT DL100IA-REPT-OPEN
081100         GO TO 4500-EXIT
081200     END-IF.
081300     IF DL100IA-LINE-COUNT + 15 > DL100IA-LINES-PER-PAGE
081400         PERFORM 3750-WRITE-PAGE-HEADERS THRU 3750-EXIT
081500     END-IF.
081600     MOVE 'REGISTER TOTALS' TO DL100IA-NL-TEXT.
081700     WRITE DL100RP-LINE FROM DL100IA-NOTE-LINE.
081800     MOVE 'ACCOUNTS READ' TO DL100IA-CL-LABEL.
081900     MOVE DL100IA-READ-COUNT TO DL100IA-CL-COUNT.
082000     WRITE DL100RP-LINE FROM DL100IA-COUNT-LINE.
082100     MOVE 'ACCOUNTS ACCRUED' TO DL100IA-CL-LABEL.
082200     MOVE DL100IA-ACCRUED-COUNT TO DL100IA-CL-COUNT.
082300     WRITE DL100RP-LINE FROM DL100IA-COUNT-LINE.
082400     MOVE 'ACCOUNTS NOT ACCRUED (CLOSED / BAD)'
082500         TO DL100IA-CL-LABEL.
082600     MOVE DL100IA-SKIP-COUNT TO DL100IA-CL-COUNT.
082700     WRITE DL100RP-LINE FROM DL100IA-COUNT-LINE.
082800     MOVE 'CREDIT INTEREST ACCRUED TONIGHT' TO DL100IA-VL-LABEL.
082900     MOVE DL100IA-TONIGHT-CR TO DL100IA-VL-AMOUNT.
083000     WRITE DL100RP-LINE FROM DL100IA-VALUE-LINE.
083100     MOVE 'OVERDRAFT INTEREST ACCRUED TONIGHT'
083200         TO DL100IA-VL-LABEL.
083300     MOVE DL100IA-TONIGHT-OD TO DL100IA-VL-AMOUNT.
083400     WRITE DL100RP-LINE FROM DL100IA-VALUE-LINE.
083500     MOVE 'CREDIT INTEREST ACCRUED TO DATE' TO DL100IA-VL-LABEL.
083600     MOVE DL100IA-TO-DATE-CR TO DL100IA-VL-AMOUNT.
083700     WRITE DL100RP-LINE FROM DL100IA-VALUE-LINE.
083800     MOVE 'OVERDRAFT INTEREST ACCRUED TO DATE'
083900         TO DL100IA-VL-LABEL.
084000     MOVE DL100IA-TO-DATE-OD TO DL100IA-VL-AMOUNT.
084100     WRITE DL100RP-LINE FROM DL100IA-VALUE-LINE.
084200     MOVE 'CR DETAILS CAPITALIZED' TO DL100IA-CL-LABEL.
084300     MOVE DL100IA-CAP-CR-COUNT TO DL100IA-CL-COUNT.
084400     WRITE DL100RP-LINE FROM DL100IA-COUNT-LINE.
084500     MOVE 'CR AMOUNT CAPITALIZED' TO DL100IA-VL-LABEL.
084600     MOVE DL100IA-CAP-CR-AMOUNT TO DL100IA-VL-AMOUNT.
084700     WRITE DL100RP-LINE FROM DL100IA-VALUE-LINE.
084800     MOVE 'DR DETAILS CAPITALIZED' TO DL100IA-CL-LABEL.
084900     MOVE DL100IA-CAP-DR-COUNT TO DL100IA-CL-COUNT.
085000     WRITE DL100RP-LINE FROM DL100IA-COUNT-LINE.
085100     MOVE 'DR AMOUNT CAPITALIZED' TO DL100IA-VL-LABEL.
085200     MOVE DL100IA-CAP-DR-AMOUNT TO DL100IA-VL-AMOUNT.
085300     WRITE DL100RP-LINE FROM DL100IA-VALUE-LINE.
085400     MOVE 'INTR BATCH HASH' TO DL100IA-VL-LABEL.
085500     MOVE DL100IA-GEN-HASH TO DL100IA-VL-AMOUNT.
085600     WRITE DL100RP-LINE FROM DL100IA-VALUE-LINE.
085620     MOVE 'ACCOUNTS CAPITALIZED BY AN EARLIER RUN'
085640         TO DL100IA-CL-LABEL.
085660     MOVE DL100IA-PRIOR-CAP-COUNT TO DL100IA-CL-COUNT.
085680     WRITE DL100RP-LINE FROM DL100IA-COUNT-LINE.
085700     ADD 15 TO DL100IA-LINE-COUNT.
085800 4500-EXIT.
085900     EXIT.
086000
086100*****************************************************************
086200* 5000-WRITE-AUDIT-RECORD - ONE RECORD PER RUN, LIKE EVERY
086300* PROGRAM IN THE SUITE.  THE DETAIL COUNT CARRIES THE NUMBER
086400* OF ACCOUNTS ACCRUED.
086500*****************************************************************
086600 5000-WRITE-AUDIT-RECORD.
086700     IF NOT DL100IA-AUDIT-OPEN
086800         GO TO 5000-EXIT
086900     END-IF.
087000     MOVE SPACES TO DL100AL-RECORD.
087100     MOVE 'DL100IA' TO DL100AL-PROGRAM-ID.
087200     MOVE DL100LK-RUN-DATE TO DL100AL-RUN-DATE.
087300     MOVE DL100IA-RUN-TIME TO DL100AL-RUN-TIME.
087400     IF DL100IA-CAPITALIZE
087500         MOVE 'INTEREST CAPITALIZATION' TO DL100AL-RUN-LABEL
087600     ELSE
087700         MOVE 'INTEREST ACCRUAL' TO DL100AL-RUN-LABEL
087800     END-IF.
087900     MOVE DL100IA-ACCRUED-COUNT TO DL100AL-DETAIL-COUNT.
088000     MOVE DL100IA-RETURN-CODE TO DL100AL-RETURN-CODE.
088100     WRITE DL100AL-RECORD.
088200 5000-EXIT.
088300     EXIT.
088400
088500*****************************************************************
088600* 9000-TERMINATE.
088700*****************************************************************
088800 9000-TERMINATE.
088900     IF DL100IA-MAST-OPEN
089000         CLOSE DL100-MASTFILE
089100     END-IF.
089200     IF DL100IA-INT-OPEN
089300         CLOSE DL100-INTFILE
089400     END-IF.
089500     IF DL100IA-REPT-OPEN
089600         CLOSE DL100-REPTFILE
089700     END-IF.
089800     IF DL100IA-AUDIT-OPEN
089900         CLOSE DL100-AUDITFILE
090000     END-IF.
090100     MOVE DL100IA-RETURN-CODE TO RETURN-CODE.
090200     DISPLAY 'DL100I - DL100IA ENDED, RETURN CODE = '
090300         DL100IA-RETURN-CODE.
090400 9000-EXIT.
090500     EXIT.
