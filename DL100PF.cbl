000100*****************************************************************
000200* PROGRAM-ID   : DL100PF
000300* AUTHOR       : BRANTA
000400* INSTALLATION : DAILY LEDGER BATCH SUITE
000500* DATE-WRITTEN : 2026-10-15
000600*
000700* REMARKS.
000800*     NIGHTLY READINESS CHECK, RUN AS THE FIRST STEP OF DL100JB
000900*     BEFORE THE IMAGE COPY AND BEFORE COBOL1 TOUCHES THE
001000*     MASTER.  MOST BAD NIGHTS ARE INPUT PROBLEMS THAT CAN BE
001100*     SEEN BEFORE THE POSTING STARTS, SO THIS PROGRAM LOOKS AT
001200*     EVERYTHING THE NIGHT DEPENDS ON AND PRINTS ONE LINE PER
001300*     CHECK ON A READINESS REPORT:
001400*       - THE PARAMETER FILE IS THERE AND ITS CHECKPOINT
001500*         INTERVAL IS NOT ZERO.
001600*       - THE BRANCH TRANSMISSIONS, THE DL100SG SCHEDULED-CHARGE
001700*         GENERATION, THE DL100IA INTEREST GENERATION, THE
001800*         SUSPENSE GENERATION AND THE TRIAL BALANCE POSITION
001900*         GENERATION ARE PRESENT, AND NON-EMPTY WHERE AN EMPTY
002000*         ONE IS WRONG.
002100*       - THE TRANSMISSIONS CARRY A 'B' BATCH HEADER FOR EVERY
002200*         ACTIVE, EXPECTED-TO-TRANSMIT BRANCH ON THE DL100BR
002300*         BRANCH MASTER, AND NONE FROM AN UNKNOWN OR INACTIVE
002400*         BRANCH.
002500*       - THE DL100HC HOLIDAY CALENDAR RUNS AT LEAST 60 DAYS
002600*         PAST THE RUN DATE.
002700*       - THE GL FEEDS STILL OUTSTANDING OR MISMATCHED ON THE
002800*         DL100OF FILE DL100GA KEEPS.
002900*       - FROM THE DL100AL AUDIT LOG: HOW THE LAST COBOL1,
003000*         DL100TB AND DL100HP RUNS ENDED, AND THAT DL100SG (AND
003100*         DL100SM, WHEN ITEMS ARE HELD) HAVE RUN SINCE THE LAST
003200*         POSTING.
003300*     EACH CHECK IS OK, A WARNING (SOFT - THE NIGHT CAN RUN BUT
003400*     SOMEBODY SHOULD LOOK) OR A FAILURE (HARD - POSTING WOULD
003500*     GO WRONG).  RETURN CODES:
003600*        0 - EVERY CHECK OK.
003700*        4 - ONE OR MORE WARNINGS, NO FAILURES.
003800*        8 - ONE OR MORE FAILURES.  DL100JB BYPASSES EVERY LATER
003900*            STEP.
004000*       16 - THE CHECK ITSELF COULD NOT RUN.
004100*     A RESTART OF A FAILED NIGHT (COBOL1 ENDED RC=16) CODES
004200*     PARM='R', SO THE FAILED RUN ON THE AUDIT LOG IS EXPECTED
004300*     RATHER THAN A FAILURE.  THE CHECK ONLY READS.
004400*
004500* MODIFICATION HISTORY.
004600*     2026-10-15  BAB  ORIGINAL VERSION.
004700*****************************************************************
004800 IDENTIFICATION DIVISION.
004900 PROGRAM-ID. DL100PF.
005000 AUTHOR. BRANTA.
005100 INSTALLATION. DAILY LEDGER BATCH SUITE.
005200 DATE-WRITTEN. 2026-10-15.
005300 DATE-COMPILED.
005400
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER. IBM-370.
005800 OBJECT-COMPUTER. IBM-370.
005900
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200*****************************************************************
006300* RUN PARAMETER FILE - THE RECORD COBOL1 WILL RUN UNDER.
006400*****************************************************************
006500     SELECT DL100-PARMFILE ASSIGN TO PARMIN
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS DL100-PARMFILE-STATUS.
006800
006900*****************************************************************
007000* BRANCH MASTER - WHICH BRANCHES ARE EXPECTED TO TRANSMIT.
007100*****************************************************************
007200     SELECT DL100-BRANCHFILE ASSIGN TO BRANCHIN
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS DL100-BRANCHFILE-STATUS.
007500
007600*****************************************************************
007700* TONIGHT'S BRANCH TRANSMISSIONS - THE FIRST TRANIN DATASET OF
007800* THE DL100J PROC.
007900*****************************************************************
008000     SELECT DL100-TRANFILE ASSIGN TO TRANIN
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS DL100-TRANFILE-STATUS.
008300
008400*****************************************************************
008500* THE GENERATIONS COBOL1 AND DL100TB WILL READ: SCHEDULED
008600* CHARGES, INTEREST BATCH, SUSPENSE AND TRIAL BALANCE POSITION.
008700* ONLY PRESENCE AND RECORD COUNT MATTER HERE.
008800*****************************************************************
008900     SELECT DL100-CHGFILE ASSIGN TO CHGIN
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS DL100-CHGFILE-STATUS.
009200
009300     SELECT DL100-INTFILE ASSIGN TO INTIN
009400         ORGANIZATION IS SEQUENTIAL
009500         FILE STATUS IS DL100-INTFILE-STATUS.
009600
009700     SELECT DL100-SUSPFILE ASSIGN TO SUSPIN
009800         ORGANIZATION IS SEQUENTIAL
009900         FILE STATUS IS DL100-SUSPFILE-STATUS.
010000
010100     SELECT DL100-POSFILE ASSIGN TO POSIN
010200         ORGANIZATION IS SEQUENTIAL
010300         FILE STATUS IS DL100-POSFILE-STATUS.
010400
010500*****************************************************************
010600* HOLIDAY CALENDAR - READ FOR ITS LAST DATE.
010700*****************************************************************
010800     SELECT DL100-HOLFILE ASSIGN TO HOLIDAYS
010900         ORGANIZATION IS SEQUENTIAL
011000         FILE STATUS IS DL100-HOLFILE-STATUS.
011100
011200*****************************************************************
011300* OUTSTANDING GL FEEDS - THE CURRENT DL100GA GENERATION.
011400*****************************************************************
011500     SELECT DL100-OUTFILE ASSIGN TO OUTIN
011600         ORGANIZATION IS SEQUENTIAL
011700         FILE STATUS IS DL100-OUTFILE-STATUS.
011800
011900*****************************************************************
012000* STANDING AUDIT TRAIL, READ FOR THE PRIOR RUNS.  THE SAME
012100* DATASET IS REOPENED THROUGH AUDITOUT AT END OF JOB TO APPEND
012200* THIS RUN'S OWN AUDIT RECORD.
012300*****************************************************************
012400     SELECT DL100-AUDITIN ASSIGN TO AUDITIN
012500         ORGANIZATION IS SEQUENTIAL
012600         FILE STATUS IS DL100-AUDITIN-STATUS.
012700
012800     SELECT DL100-AUDITOUT ASSIGN TO AUDITOUT
012900         ORGANIZATION IS SEQUENTIAL
013000         FILE STATUS IS DL100-AUDITOUT-STATUS.
013100
013200*****************************************************************
013300* PRINTED READINESS REPORT.
013400*****************************************************************
013500     SELECT DL100-REPTFILE ASSIGN TO RPTOUT
013600         ORGANIZATION IS SEQUENTIAL
013700         FILE STATUS IS DL100-REPTFILE-STATUS.
013800
013900 DATA DIVISION.
014000 FILE SECTION.
014100 FD  DL100-PARMFILE
014200     LABEL RECORDS ARE STANDARD
014300     RECORD CONTAINS 80 CHARACTERS
014400     RECORDING MODE IS F.
014500     COPY DL100PM.
014600
014700 FD  DL100-BRANCHFILE
014800     LABEL RECORDS ARE STANDARD
014900     RECORD CONTAINS 80 CHARACTERS
015000     RECORDING MODE IS F.
015100     COPY DL100BR.
015200
015300 FD  DL100-TRANFILE
015400     LABEL RECORDS ARE STANDARD
015500     RECORD CONTAINS 80 CHARACTERS
015600     RECORDING MODE IS F.
015700     COPY DL100TR.
015800
015900 FD  DL100-CHGFILE
016000     LABEL RECORDS ARE STANDARD
016100     RECORD CONTAINS 80 CHARACTERS
016200     RECORDING MODE IS F.
016300 01  DL100PF-CHG-RECORD             PIC X(80).
016400
016500 FD  DL100-INTFILE
016600     LABEL RECORDS ARE STANDARD
016700     RECORD CONTAINS 80 CHARACTERS
016800     RECORDING MODE IS F.
016900 01  DL100PF-INT-RECORD             PIC X(80).
017000
017100 FD  DL100-SUSPFILE
017200     LABEL RECORDS ARE STANDARD
017300     RECORD CONTAINS 100 CHARACTERS
017400     RECORDING MODE IS F.
017500 01  DL100PF-SUSP-RECORD            PIC X(100).
017600
017700 FD  DL100-POSFILE
017800     LABEL RECORDS ARE STANDARD
017900     RECORD CONTAINS 80 CHARACTERS
018000     RECORDING MODE IS F.
018100 01  DL100PF-POS-RECORD             PIC X(80).
018200
018300 FD  DL100-HOLFILE
018400     LABEL RECORDS ARE STANDARD
018500     RECORD CONTAINS 80 CHARACTERS
018600     RECORDING MODE IS F.
018700     COPY DL100HC.
018800
018900 FD  DL100-OUTFILE
019000     LABEL RECORDS ARE STANDARD
019100     RECORD CONTAINS 80 CHARACTERS
019200     RECORDING MODE IS F.
019300     COPY DL100OF.
019400
019500 FD  DL100-AUDITIN
019600     LABEL RECORDS ARE STANDARD
019700     RECORD CONTAINS 80 CHARACTERS
019800     RECORDING MODE IS F.
019900     COPY DL100AL.
020000
020100 FD  DL100-AUDITOUT
020200     LABEL RECORDS ARE STANDARD
020300     RECORD CONTAINS 80 CHARACTERS
020400     RECORDING MODE IS F.
020500 01  DL100PF-AUDITOUT-RECORD        PIC X(80).
020600
020700 FD  DL100-REPTFILE
020800     LABEL RECORDS ARE STANDARD
020900     RECORD CONTAINS 132 CHARACTERS
021000     RECORDING MODE IS F.
021100 01  DL100RP-LINE                   PIC X(132).
021200
021300 WORKING-STORAGE SECTION.
021400*****************************************************************
021500* SWITCHES.
021600*****************************************************************
021700 77  DL100PF-EOF-SW                  PIC X(01) VALUE 'N'.
021800     88  DL100PF-EOF                        VALUE 'Y'.
021900 77  DL100PF-RESTART-SW              PIC X(01) VALUE 'N'.
022000     88  DL100PF-RESTART                    VALUE 'Y'.
022100 77  DL100PF-BRANCHES-SW             PIC X(01) VALUE 'N'.
022200     88  DL100PF-BRANCHES-LOADED            VALUE 'Y'.
022300 77  DL100PF-TRANS-SW                PIC X(01) VALUE 'N'.
022400     88  DL100PF-TRANS-READ                 VALUE 'Y'.
022500 77  DL100PF-BRANCH-FOUND-SW         PIC X(01) VALUE 'N'.
022600     88  DL100PF-BRANCH-FOUND               VALUE 'Y'.
022700 77  DL100PF-REPT-OPEN-SW            PIC X(01) VALUE 'N'.
022800     88  DL100PF-REPT-OPEN                  VALUE 'Y'.
022900 77  DL100PF-SEVERITY-SW             PIC X(01) VALUE 'O'.
023000     88  DL100PF-CHECK-OK                   VALUE 'O'.
023100     88  DL100PF-CHECK-WARNING              VALUE 'W'.
023200     88  DL100PF-CHECK-FAILED               VALUE 'F'.
023300
023400*****************************************************************
023500* RUN CONTROL AND LIMITS.  THE CALENDAR MUST RUN AT LEAST
023600* CAL-MIN-DAYS PAST THE RUN DATE; AN OUTSTANDING GL FEED OLDER
023700* THAN FEED-MAX-DAYS IS OVERDUE (A FRIDAY FEED ACKNOWLEDGED ON
023800* MONDAY IS NOT).
023900*****************************************************************
024000 77  DL100PF-RETURN-CODE             PIC 9(03) VALUE ZERO.
024100 77  DL100PF-RUN-TIME                PIC 9(08) VALUE ZERO.
024200 77  DL100PF-CAL-MIN-DAYS            PIC S9(05) VALUE +60.
024300 77  DL100PF-FEED-MAX-DAYS           PIC S9(05) VALUE +3.
024400 77  DL100PF-PAGE-NUMBER             PIC 9(05) COMP VALUE ZERO.
024500 77  DL100PF-LINE-COUNT              PIC 9(03) COMP VALUE 99.
024600 77  DL100PF-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
024700
024800*****************************************************************
024900* COUNTERS.  REC-COUNT IS SHARED BY THE FILE CHECKS, ONE FILE
025000* AT A TIME.
025100*****************************************************************
025200 77  DL100PF-CHECK-COUNT             PIC 9(05) COMP VALUE ZERO.
025300 77  DL100PF-WARNING-COUNT           PIC 9(05) COMP VALUE ZERO.
025400 77  DL100PF-FAILED-COUNT            PIC 9(05) COMP VALUE ZERO.
025500 77  DL100PF-REC-COUNT               PIC 9(09) COMP VALUE ZERO.
025600 77  DL100PF-HDR-COUNT               PIC 9(09) COMP VALUE ZERO.
025700 77  DL100PF-SUSP-COUNT              PIC 9(09) COMP VALUE ZERO.
025800 77  DL100PF-MISSING-COUNT           PIC 9(05) COMP VALUE ZERO.
025900 77  DL100PF-EXPECTED-COUNT          PIC 9(05) COMP VALUE ZERO.
026000 77  DL100PF-WAITING-COUNT           PIC 9(05) COMP VALUE ZERO.
026100 77  DL100PF-OVERDUE-COUNT           PIC 9(05) COMP VALUE ZERO.
026200 77  DL100PF-MISMATCH-COUNT          PIC 9(05) COMP VALUE ZERO.
026300 77  DL100PF-LAST-HOLIDAY            PIC 9(08) VALUE ZERO.
026400 77  DL100PF-CAL-DAYS                PIC S9(05) VALUE ZERO.
026500 77  DL100PF-OLDEST-FEED             PIC 9(08) VALUE ZERO.
026600
026700*****************************************************************
026800* BRANCH MASTER TABLE - THE SAME 100 BRANCHES COBOL1 HOLDS.
026900* EACH ENTRY IS FLAGGED WHEN A 'B' HEADER FOR IT IS SEEN.  A
027000* HEADER FOR A BRANCH NOT ON THE TABLE, OR ONE FLAGGED
027100* INACTIVE, IS KEPT ON THE STRAY TABLE (FIRST 50) FOR THE
027200* REPORT.
027300*****************************************************************
027400 77  DL100PF-BRM-COUNT               PIC 9(03) COMP VALUE ZERO.
027500 77  DL100PF-BRM-SUB                 PIC 9(03) COMP VALUE ZERO.
027600 77  DL100PF-STRAY-COUNT             PIC 9(05) COMP VALUE ZERO.
027700 77  DL100PF-STRAY-SUB               PIC 9(03) COMP VALUE ZERO.
027800 77  DL100PF-STRAY-MAX               PIC 9(03) COMP VALUE 50.
027900 01  DL100PF-BRANCH-TABLE.
028000     05  DL100PF-BRM-ENTRY OCCURS 100 TIMES.
028100         10  DL100PF-BRM-ID          PIC X(04).
028200         10  DL100PF-BRM-STATUS      PIC X(01).
028300             88  DL100PF-BRM-ACTIVE         VALUE 'A'.
028400         10  DL100PF-BRM-EXPECT      PIC X(01).
028500             88  DL100PF-BRM-EXPECTED       VALUE 'Y'.
028600         10  DL100PF-BRM-SEEN-SW     PIC X(01).
028700             88  DL100PF-BRM-SEEN           VALUE 'Y'.
028800 01  DL100PF-STRAY-TABLE.
028900     05  DL100PF-STRAY-ENTRY OCCURS 50 TIMES.
029000         10  DL100PF-ST-ID           PIC X(04).
029100         10  DL100PF-ST-REASON       PIC X(01).
029200             88  DL100PF-ST-UNKNOWN         VALUE 'U'.
029300             88  DL100PF-ST-INACTIVE        VALUE 'I'.
029400
029500*****************************************************************
029600* LAST RUN OF EACH PROGRAM OF INTEREST ON THE AUDIT LOG.  THE
029700* LOG IS APPENDED IN RUN ORDER, SO THE LAST RECORD READ FOR A
029800* PROGRAM IS ITS LATEST RUN.  DATE AND TIME ARE GLUED TOGETHER
029900* SO ONE COMPARE SAYS WHICH OF TWO RUNS CAME LATER.
030000*****************************************************************
030100 77  DL100PF-AUDIT-COUNT             PIC 9(09) COMP VALUE ZERO.
030200 01  DL100PF-LAST-POSTING.
030300     05  DL100PF-LP-KEY.
030400         10  DL100PF-LP-DATE         PIC 9(08) VALUE ZERO.
030500         10  DL100PF-LP-TIME         PIC 9(08) VALUE ZERO.
030600     05  DL100PF-LP-RC               PIC 9(03) VALUE ZERO.
030700 01  DL100PF-LAST-TRIAL.
030800     05  DL100PF-LT-KEY.
030900         10  DL100PF-LT-DATE         PIC 9(08) VALUE ZERO.
031000         10  DL100PF-LT-TIME         PIC 9(08) VALUE ZERO.
031100     05  DL100PF-LT-RC               PIC 9(03) VALUE ZERO.
031200 01  DL100PF-LAST-PURGE.
031300     05  DL100PF-LH-KEY.
031400         10  DL100PF-LH-DATE         PIC 9(08) VALUE ZERO.
031500         10  DL100PF-LH-TIME         PIC 9(08) VALUE ZERO.
031600     05  DL100PF-LH-RC               PIC 9(03) VALUE ZERO.
031700 01  DL100PF-LAST-CHARGES.
031800     05  DL100PF-LG-KEY.
031900         10  DL100PF-LG-DATE         PIC 9(08) VALUE ZERO.
032000         10  DL100PF-LG-TIME         PIC 9(08) VALUE ZERO.
032100     05  DL100PF-LG-RC               PIC 9(03) VALUE ZERO.
032200 01  DL100PF-LAST-REPAIR.
032300     05  DL100PF-LS-KEY.
032400         10  DL100PF-LS-DATE         PIC 9(08) VALUE ZERO.
032500         10  DL100PF-LS-TIME         PIC 9(08) VALUE ZERO.
032600     05  DL100PF-LS-RC               PIC 9(03) VALUE ZERO.
032700
032800*****************************************************************
032900* EDITED WORK FIELDS FOR THE CHECK LINE VALUES.
033000*****************************************************************
033100 77  DL100PF-ED-COUNT                PIC Z(08)9.
033200 77  DL100PF-ED-RC                   PIC ZZ9.
033300 77  DL100PF-ED-DAYS                 PIC -(04)9.
033400
033500*****************************************************************
033600* FILE STATUS BYTES.
033700*****************************************************************
033800 01  DL100PF-FILE-STATUSES.
033900     05  DL100-PARMFILE-STATUS       PIC X(02) VALUE SPACES.
034000     05  DL100-BRANCHFILE-STATUS     PIC X(02) VALUE SPACES.
034100     05  DL100-TRANFILE-STATUS       PIC X(02) VALUE SPACES.
034200     05  DL100-CHGFILE-STATUS        PIC X(02) VALUE SPACES.
034300     05  DL100-INTFILE-STATUS        PIC X(02) VALUE SPACES.
034400     05  DL100-SUSPFILE-STATUS       PIC X(02) VALUE SPACES.
034500     05  DL100-POSFILE-STATUS        PIC X(02) VALUE SPACES.
034600     05  DL100-HOLFILE-STATUS        PIC X(02) VALUE SPACES.
034700     05  DL100-OUTFILE-STATUS        PIC X(02) VALUE SPACES.
034800     05  DL100-AUDITIN-STATUS        PIC X(02) VALUE SPACES.
034900     05  DL100-AUDITOUT-STATUS       PIC X(02) VALUE SPACES.
035000     05  DL100-REPTFILE-STATUS       PIC X(02) VALUE SPACES.
035100
035200*****************************************************************
035300* AUDIT RECORD WORK AREA - WRITTEN THROUGH AUDITOUT, WHOSE FD
035400* CANNOT CARRY THE DL100AL NAMES AUDITIN ALREADY USES.
035500*****************************************************************
035600 01  DL100PF-AUDIT-WORK.
035700     05  DL100PF-AW-PROGRAM-ID       PIC X(08).
035800     05  DL100PF-AW-RUN-DATE         PIC 9(08).
035900     05  DL100PF-AW-RUN-TIME         PIC 9(08).
036000     05  DL100PF-AW-RUN-LABEL        PIC X(30).
036100     05  DL100PF-AW-DETAIL-COUNT     PIC 9(09).
036200     05  DL100PF-AW-RETURN-CODE      PIC 9(03).
036300     05  FILLER                      PIC X(14).
036400
036500*****************************************************************
036600* LINKAGE PARAMETER AREA PASSED TO THE DL100DT SUBPROGRAM.
036700*****************************************************************
036800     COPY DL100LK.
036900
037000*****************************************************************
037100* REPORT LINE LAYOUTS.  A CHECK PRINTS WHAT WAS CHECKED, ITS
037200* RESULT, WHAT WAS FOUND, AND UP TO TWO LABELLED VALUES.
037300*****************************************************************
037400 01  DL100PF-HDR1-LINE.
037500     05  FILLER                      PIC X(01) VALUE '1'.
037600     05  FILLER                      PIC X(36)
037700             VALUE 'DL100 NIGHTLY READINESS CHECK'.
037800     05  FILLER                      PIC X(09) VALUE 'RUN DATE:'.
037900     05  DL100PF-H1-RUN-DATE         PIC 9(08).
038000     05  FILLER                      PIC X(08) VALUE SPACES.
038100     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
038200     05  DL100PF-H1-PAGE             PIC ZZZZ9.
038300     05  FILLER                      PIC X(60) VALUE SPACES.
038400
038500 01  DL100PF-HDR2-LINE.
038600     05  FILLER                      PIC X(01) VALUE '0'.
038700     05  FILLER                      PIC X(36) VALUE 'CHECK'.
038800     05  FILLER                      PIC X(09) VALUE 'RESULT'.
038900     05  FILLER                      PIC X(38) VALUE 'FOUND'.
039000     05  FILLER                      PIC X(48) VALUE SPACES.
039100
039200 01  DL100PF-CHECK-LINE.
039300     05  FILLER                      PIC X(01) VALUE SPACE.
039400     05  DL100PF-CL-CHECK            PIC X(34) VALUE SPACES.
039500     05  FILLER                      PIC X(02) VALUE SPACES.
039600     05  DL100PF-CL-RESULT           PIC X(07) VALUE SPACES.
039700     05  FILLER                      PIC X(02) VALUE SPACES.
039800     05  DL100PF-CL-TEXT             PIC X(36) VALUE SPACES.
039900     05  FILLER                      PIC X(02) VALUE SPACES.
040000     05  DL100PF-CL-LABEL-1          PIC X(10) VALUE SPACES.
040100     05  DL100PF-CL-VALUE-1          PIC X(10) VALUE SPACES.
040200     05  FILLER                      PIC X(02) VALUE SPACES.
040300     05  DL100PF-CL-LABEL-2          PIC X(10) VALUE SPACES.
040400     05  DL100PF-CL-VALUE-2          PIC X(10) VALUE SPACES.
040500     05  FILLER                      PIC X(06) VALUE SPACES.
040600
040700 01  DL100PF-COUNT-LINE.
040800     05  FILLER                      PIC X(01) VALUE SPACE.
040900     05  DL100PF-CN-LABEL            PIC X(48).
041000     05  DL100PF-CN-COUNT            PIC ZZZ,ZZZ,ZZ9.
041100     05  FILLER                      PIC X(72) VALUE SPACES.
041200
041300 01  DL100PF-NOTE-LINE.
041400     05  FILLER                      PIC X(01) VALUE '0'.
041500     05  DL100PF-NL-TEXT             PIC X(70).
041600     05  FILLER                      PIC X(61) VALUE SPACES.
041700
041800 LINKAGE SECTION.
041900*****************************************************************
042000* EXEC PARM - 'R' ON THE RESTART OF A FAILED NIGHT.  NO PARM
042100* AT ALL IS A NORMAL NIGHT.
042200*****************************************************************
042300 01  DL100PF-EXEC-PARM.
042400     05  DL100PF-EP-LENGTH           PIC S9(04) COMP.
042500     05  DL100PF-EP-RESTART          PIC X(01).
042600
042700 PROCEDURE DIVISION USING DL100PF-EXEC-PARM.
042800*****************************************************************
042900* 0000-MAINLINE.
043000*****************************************************************
043100 0000-MAINLINE.
043200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
043300     IF DL100PF-RETURN-CODE NOT = 16
043400         PERFORM 2000-CHECK-PARAMETERS THRU 2000-EXIT
043500         PERFORM 2100-LOAD-BRANCHES THRU 2100-EXIT
043600         PERFORM 2200-CHECK-TRANSMISSIONS THRU 2200-EXIT
043700         PERFORM 2300-CHECK-BRANCH-HEADERS THRU 2300-EXIT
043800         PERFORM 2400-CHECK-CHARGES THRU 2400-EXIT
043900         PERFORM 2500-CHECK-INTEREST THRU 2500-EXIT
044000         PERFORM 2600-CHECK-SUSPENSE THRU 2600-EXIT
044100         PERFORM 2700-CHECK-POSITION THRU 2700-EXIT
044200         PERFORM 3000-CHECK-CALENDAR THRU 3000-EXIT
044300         PERFORM 3500-CHECK-GL-FEEDS THRU 3500-EXIT
044400         PERFORM 4000-CHECK-PRIOR-RUNS THRU 4000-EXIT
044500         PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT
044600     END-IF.
044700     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
044800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
044900     STOP RUN.
045000
045100*****************************************************************
045200* 1000-INITIALIZE - STAMPS THE RUN, TAKES THE RESTART PARM AND
045300* OPENS THE REPORT.  EVERY INPUT IS OPENED BY ITS OWN CHECK.
045400*****************************************************************
045500 1000-INITIALIZE.
045600     MOVE 'GETDATE ' TO DL100LK-FUNCTION.
045700     CALL 'DL100DT' USING DL100LK-PARM-AREA.
045800     IF DL100LK-RETURN-CODE NOT = ZERO
045900         DISPLAY 'DL100E - DL100DT REJECTED GETDATE, RC='
046000             DL100LK-RETURN-CODE
046100         MOVE 16 TO DL100PF-RETURN-CODE
046200         GO TO 1000-EXIT
046300     END-IF.
046400     ACCEPT DL100PF-RUN-TIME FROM TIME.
046500     IF DL100PF-EP-LENGTH NOT = ZERO
046600         IF DL100PF-EP-LENGTH = 1
046700                 AND DL100PF-EP-RESTART = 'R'
046800             SET DL100PF-RESTART TO TRUE
046900             DISPLAY 'DL100I - RESTART OF A FAILED NIGHT'
047000         ELSE
047100             DISPLAY 'DL100E - INVALID EXEC PARM, EXPECTED R '
047200                 'OR NONE'
047300             MOVE 16 TO DL100PF-RETURN-CODE
047400             GO TO 1000-EXIT
047500         END-IF
047600     END-IF.
047700     OPEN OUTPUT DL100-REPTFILE.
047800     IF DL100-REPTFILE-STATUS NOT = '00'
047900         DISPLAY 'DL100E - UNABLE TO OPEN REPORT FILE, STATUS='
048000             DL100-REPTFILE-STATUS
048100         MOVE 16 TO DL100PF-RETURN-CODE
048200         GO TO 1000-EXIT
048300     END-IF.
048400     SET DL100PF-REPT-OPEN TO TRUE.
048500 1000-EXIT.
048600     EXIT.
048700
048800*****************************************************************
048900* 2000-CHECK-PARAMETERS - THE PARAMETER FILE MUST HOLD A RECORD
049000* AND ITS CHECKPOINT INTERVAL MUST NOT BE ZERO.  COBOL1 WOULD
049100* QUIETLY FALL BACK TO ITS OWN DEFAULTS; HERE IT IS A FAILURE,
049200* SO THE RECORD IS PUT RIGHT BEFORE THE NIGHT RUNS.
049300*****************************************************************
049400 2000-CHECK-PARAMETERS.
049500     MOVE 'PARAMETER FILE (PARMIN)' TO DL100PF-CL-CHECK.
049600     OPEN INPUT DL100-PARMFILE.
049700     IF DL100-PARMFILE-STATUS NOT = '00'
049800         SET DL100PF-CHECK-FAILED TO TRUE
049900         MOVE 'NOT AVAILABLE' TO DL100PF-CL-TEXT
050000         MOVE 'STATUS:' TO DL100PF-CL-LABEL-1
050100         MOVE DL100-PARMFILE-STATUS TO DL100PF-CL-VALUE-1
050200         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
050300         GO TO 2000-EXIT
050400     END-IF.
050500     MOVE 'N' TO DL100PF-EOF-SW.
050600     READ DL100-PARMFILE
050700         AT END
050800             SET DL100PF-EOF TO TRUE
050900     END-READ.
051000     CLOSE DL100-PARMFILE.
051100     IF DL100PF-EOF
051200             OR DL100-PARMFILE-STATUS NOT = '00'
051300         SET DL100PF-CHECK-FAILED TO TRUE
051400         MOVE 'EMPTY OR UNREADABLE' TO DL100PF-CL-TEXT
051500         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
051600         GO TO 2000-EXIT
051700     END-IF.
051800     SET DL100PF-CHECK-OK TO TRUE.
051900     MOVE DL100PM-RUN-LABEL TO DL100PF-CL-TEXT.
052000     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
052100     MOVE 'CHECKPOINT INTERVAL' TO DL100PF-CL-CHECK.
052200     IF DL100PM-CHECKPT-INTERVAL NOT NUMERIC
052300             OR DL100PM-CHECKPT-INTERVAL = ZERO
052400         SET DL100PF-CHECK-FAILED TO TRUE
052500         MOVE 'ZERO OR NOT NUMERIC' TO DL100PF-CL-TEXT
052600     ELSE
052700         SET DL100PF-CHECK-OK TO TRUE
052800         MOVE 'SET' TO DL100PF-CL-TEXT
052900         MOVE 'RECORDS:' TO DL100PF-CL-LABEL-1
053000         MOVE DL100PM-CHECKPT-INTERVAL TO DL100PF-ED-COUNT
053100         MOVE DL100PF-ED-COUNT TO DL100PF-CL-VALUE-1
053200     END-IF.
053300     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
053400 2000-EXIT.
053500     EXIT.
053600
053700*****************************************************************
053800* 2100-LOAD-BRANCHES - LOADS THE BRANCH MASTER TABLE.  THE
053900* MASTER MUST BE THERE AND HOLD AT LEAST ONE BRANCH, OR COBOL1
054000* CANNOT VALIDATE A SINGLE BATCH HEADER.
054100*****************************************************************
054200 2100-LOAD-BRANCHES.
054300     MOVE 'BRANCH MASTER (BRANCHIN)' TO DL100PF-CL-CHECK.
054400     MOVE ZERO TO DL100PF-BRM-COUNT.
054500     MOVE ZERO TO DL100PF-EXPECTED-COUNT.
054600     OPEN INPUT DL100-BRANCHFILE.
054700     IF DL100-BRANCHFILE-STATUS NOT = '00'
054800         SET DL100PF-CHECK-FAILED TO TRUE
054900         MOVE 'NOT AVAILABLE' TO DL100PF-CL-TEXT
055000         MOVE 'STATUS:' TO DL100PF-CL-LABEL-1
055100         MOVE DL100-BRANCHFILE-STATUS TO DL100PF-CL-VALUE-1
055200         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
055300         GO TO 2100-EXIT
055400     END-IF.
055500     MOVE 'N' TO DL100PF-EOF-SW.
055600     PERFORM 2110-LOAD-ONE-BRANCH THRU 2110-EXIT
055700         UNTIL DL100PF-EOF.
055800     CLOSE DL100-BRANCHFILE.
055900     IF DL100PF-BRM-COUNT = ZERO
056000         SET DL100PF-CHECK-FAILED TO TRUE
056100         MOVE 'EMPTY OR UNREADABLE' TO DL100PF-CL-TEXT
056200         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
056300         GO TO 2100-EXIT
056400     END-IF.
056500     SET DL100PF-BRANCHES-LOADED TO TRUE.
056600     SET DL100PF-CHECK-OK TO TRUE.
056700     MOVE 'LOADED' TO DL100PF-CL-TEXT.
056800     MOVE 'BRANCHES:' TO DL100PF-CL-LABEL-1.
056900     MOVE DL100PF-BRM-COUNT TO DL100PF-ED-COUNT.
057000     MOVE DL100PF-ED-COUNT TO DL100PF-CL-VALUE-1.
057100     MOVE 'EXPECTED:' TO DL100PF-CL-LABEL-2.
057200     MOVE DL100PF-EXPECTED-COUNT TO DL100PF-ED-COUNT.
057300     MOVE DL100PF-ED-COUNT TO DL100PF-CL-VALUE-2.
057400     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
057500 2100-EXIT.
057600     EXIT.
057700
057800 2110-LOAD-ONE-BRANCH.
057900     READ DL100-BRANCHFILE
058000         AT END
058100             SET DL100PF-EOF TO TRUE
058200             GO TO 2110-EXIT
058300     END-READ.
058400     IF DL100-BRANCHFILE-STATUS NOT = '00'
058500         DISPLAY 'DL100W - BRANCH MASTER READ FAILED, STATUS='
058600             DL100-BRANCHFILE-STATUS
058700         SET DL100PF-EOF TO TRUE
058800         GO TO 2110-EXIT
058900     END-IF.
059000     IF DL100PF-BRM-COUNT NOT < 100
059100         DISPLAY 'DL100W - BRANCH MASTER TABLE FULL, '
059200             'FILE TRUNCATED AT 100 BRANCHES'
059300         SET DL100PF-EOF TO TRUE
059400         GO TO 2110-EXIT
059500     END-IF.
059600     ADD 1 TO DL100PF-BRM-COUNT.
059700     MOVE DL100BR-BRANCH-ID TO DL100PF-BRM-ID (DL100PF-BRM-COUNT).
059800     MOVE DL100BR-BRANCH-STATUS
059900         TO DL100PF-BRM-STATUS (DL100PF-BRM-COUNT).
060000     MOVE DL100BR-EXPECT-FLAG
060100         TO DL100PF-BRM-EXPECT (DL100PF-BRM-COUNT).
060200     MOVE 'N' TO DL100PF-BRM-SEEN-SW (DL100PF-BRM-COUNT).
060300     IF DL100BR-BRANCH-ACTIVE AND DL100BR-EXPECTED
060400         ADD 1 TO DL100PF-EXPECTED-COUNT
060500     END-IF.
060600 2110-EXIT.
060700     EXIT.
060800
060900*****************************************************************
061000* 2200-CHECK-TRANSMISSIONS - TONIGHT'S BRANCH TRANSMISSIONS
061100* MUST BE THERE AND NOT EMPTY.  EVERY 'B' HEADER IS LOOKED UP ON
061200* THE BRANCH TABLE ON THE WAY THROUGH.
061300*****************************************************************
061400 2200-CHECK-TRANSMISSIONS.
061500     MOVE 'BRANCH TRANSMISSIONS (TRANIN)' TO DL100PF-CL-CHECK.
061600     MOVE ZERO TO DL100PF-REC-COUNT.
061700     MOVE ZERO TO DL100PF-HDR-COUNT.
061800     MOVE ZERO TO DL100PF-STRAY-COUNT.
061900     OPEN INPUT DL100-TRANFILE.
062000     IF DL100-TRANFILE-STATUS NOT = '00'
062100         SET DL100PF-CHECK-FAILED TO TRUE
062200         MOVE 'NOT AVAILABLE' TO DL100PF-CL-TEXT
062300         MOVE 'STATUS:' TO DL100PF-CL-LABEL-1
062400         MOVE DL100-TRANFILE-STATUS TO DL100PF-CL-VALUE-1
062500         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
062600         GO TO 2200-EXIT
062700     END-IF.
062800     MOVE 'N' TO DL100PF-EOF-SW.
062900     PERFORM 2210-READ-ONE-TRAN THRU 2210-EXIT
063000         UNTIL DL100PF-EOF.
063100     CLOSE DL100-TRANFILE.
063200     IF DL100PF-REC-COUNT = ZERO
063300         SET DL100PF-CHECK-FAILED TO TRUE
063400         MOVE 'EMPTY - NOTHING TO POST' TO DL100PF-CL-TEXT
063500         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
063600         GO TO 2200-EXIT
063700     END-IF.
063800     SET DL100PF-TRANS-READ TO TRUE.
063900     SET DL100PF-CHECK-OK TO TRUE.
064000     MOVE 'PRESENT' TO DL100PF-CL-TEXT.
064100     MOVE 'RECORDS:' TO DL100PF-CL-LABEL-1.
064200     MOVE DL100PF-REC-COUNT TO DL100PF-ED-COUNT.
064300     MOVE DL100PF-ED-COUNT TO DL100PF-CL-VALUE-1.
064400     MOVE 'BATCHES:' TO DL100PF-CL-LABEL-2.
064500     MOVE DL100PF-HDR-COUNT TO DL100PF-ED-COUNT.
064600     MOVE DL100PF-ED-COUNT TO DL100PF-CL-VALUE-2.
064700     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
064800 2200-EXIT.
064900     EXIT.
065000
065100 2210-READ-ONE-TRAN.
065200     READ DL100-TRANFILE
065300         AT END
065400             SET DL100PF-EOF TO TRUE
065500             GO TO 2210-EXIT
065600     END-READ.
065700     IF DL100-TRANFILE-STATUS NOT = '00'
065800         DISPLAY 'DL100W - TRANSMISSIONS READ FAILED, STATUS='
065900             DL100-TRANFILE-STATUS
066000         SET DL100PF-EOF TO TRUE
066100         GO TO 2210-EXIT
066200     END-IF.
066300     ADD 1 TO DL100PF-REC-COUNT.
066400     IF NOT DL100TR-BATCH-HDR
066500         GO TO 2210-EXIT
066600     END-IF.
066700     ADD 1 TO DL100PF-HDR-COUNT.
066800     IF NOT DL100PF-BRANCHES-LOADED
066900         GO TO 2210-EXIT
067000     END-IF.
067100     MOVE 'N' TO DL100PF-BRANCH-FOUND-SW.
067200     MOVE ZERO TO DL100PF-BRM-SUB.
067300     PERFORM 2220-FIND-BRANCH THRU 2220-EXIT
067400         UNTIL DL100PF-BRANCH-FOUND
067500            OR DL100PF-BRM-SUB NOT < DL100PF-BRM-COUNT.
067600     IF DL100PF-BRANCH-FOUND
067700         SET DL100PF-BRM-SEEN (DL100PF-BRM-SUB) TO TRUE
067800         IF DL100PF-BRM-ACTIVE (DL100PF-BRM-SUB)
067900             GO TO 2210-EXIT
068000         END-IF
068100     END-IF.
068200     ADD 1 TO DL100PF-STRAY-COUNT.
068300     IF DL100PF-STRAY-COUNT > DL100PF-STRAY-MAX
068400         GO TO 2210-EXIT
068500     END-IF.
068600     MOVE DL100TR-BRANCH-ID
068700         TO DL100PF-ST-ID (DL100PF-STRAY-COUNT).
068800     IF DL100PF-BRANCH-FOUND
068900         SET DL100PF-ST-INACTIVE (DL100PF-STRAY-COUNT) TO TRUE
069000     ELSE
069100         SET DL100PF-ST-UNKNOWN (DL100PF-STRAY-COUNT) TO TRUE
069200     END-IF.
069300 2210-EXIT.
069400     EXIT.
069500
069600 2220-FIND-BRANCH.
069700     ADD 1 TO DL100PF-BRM-SUB.
069800     IF DL100PF-BRM-ID (DL100PF-BRM-SUB) = DL100TR-BRANCH-ID
069900         SET DL100PF-BRANCH-FOUND TO TRUE
070000     END-IF.
070100 2220-EXIT.
070200     EXIT.
070300
070400*****************************************************************
070500* 2300-CHECK-BRANCH-HEADERS - ONE WARNING PER ACTIVE, EXPECTED
070600* BRANCH WITH NO 'B' HEADER ON TONIGHT'S TRANSMISSIONS, AND ONE
070700* PER HEADER FROM A BRANCH COBOL1 WILL HOLD AS UNKNOWN OR
070800* INACTIVE.  THESE ARE WARNINGS, NOT FAILURES: COBOL1 POSTS THE
070900* BRANCHES THAT DID SEND, AND A LATE BRANCH MAY STILL COME IN
071000* ON A LATER CYCLE OF THE DAY.
071100*****************************************************************
071200 2300-CHECK-BRANCH-HEADERS.
071300     IF NOT DL100PF-BRANCHES-LOADED
071400             OR NOT DL100PF-TRANS-READ
071500         GO TO 2300-EXIT
071600     END-IF.
071700     MOVE ZERO TO DL100PF-MISSING-COUNT.
071800     PERFORM 2310-CHECK-ONE-BRANCH THRU 2310-EXIT
071900         VARYING DL100PF-BRM-SUB FROM 1 BY 1
072000         UNTIL DL100PF-BRM-SUB > DL100PF-BRM-COUNT.
072100     PERFORM 2320-REPORT-STRAY THRU 2320-EXIT
072200         VARYING DL100PF-STRAY-SUB FROM 1 BY 1
072300         UNTIL DL100PF-STRAY-SUB > DL100PF-STRAY-COUNT
072400            OR DL100PF-STRAY-SUB > DL100PF-STRAY-MAX.
072500     IF DL100PF-STRAY-COUNT > DL100PF-STRAY-MAX
072600         SET DL100PF-CHECK-WARNING TO TRUE
072700         MOVE 'BATCH HEADER BRANCHES' TO DL100PF-CL-CHECK
072800         MOVE 'MORE STRAY HEADERS THAN LISTED'
072900             TO DL100PF-CL-TEXT
073000         MOVE 'HEADERS:' TO DL100PF-CL-LABEL-1
073100         MOVE DL100PF-STRAY-COUNT TO DL100PF-ED-COUNT
073200         MOVE DL100PF-ED-COUNT TO DL100PF-CL-VALUE-1
073300         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
073400     END-IF.
073500     MOVE 'BATCH HEADER PER EXPECTED BRANCH' TO DL100PF-CL-CHECK.
073600     IF DL100PF-MISSING-COUNT = ZERO
073700         SET DL100PF-CHECK-OK TO TRUE
073800         MOVE 'EVERY EXPECTED BRANCH PRESENT' TO DL100PF-CL-TEXT
073900     ELSE
074000         SET DL100PF-CHECK-WARNING TO TRUE
074100         MOVE 'EXPECTED BRANCHES MISSING' TO DL100PF-CL-TEXT
074200     END-IF.
074300     MOVE 'EXPECTED:' TO DL100PF-CL-LABEL-1.
074400     MOVE DL100PF-EXPECTED-COUNT TO DL100PF-ED-COUNT.
074500     MOVE DL100PF-ED-COUNT TO DL100PF-CL-VALUE-1.
074600     MOVE 'MISSING:' TO DL100PF-CL-LABEL-2.
074700     MOVE DL100PF-MISSING-COUNT TO DL100PF-ED-COUNT.
074800     MOVE DL100PF-ED-COUNT TO DL100PF-CL-VALUE-2.
074900     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
075000 2300-EXIT.
075100     EXIT.
075200
075300 2310-CHECK-ONE-BRANCH.
075400     IF NOT DL100PF-BRM-ACTIVE (DL100PF-BRM-SUB)
075500             OR NOT DL100PF-BRM-EXPECTED (DL100PF-BRM-SUB)
075600             OR DL100PF-BRM-SEEN (DL100PF-BRM-SUB)
075700         GO TO 2310-EXIT
075800     END-IF.
075900     ADD 1 TO DL100PF-MISSING-COUNT.
076000     SET DL100PF-CHECK-WARNING TO TRUE.
076100     MOVE 'EXPECTED BRANCH' TO DL100PF-CL-CHECK.
076200     MOVE 'NO BATCH HEADER ON TRANIN' TO DL100PF-CL-TEXT.
076300     MOVE 'BRANCH:' TO DL100PF-CL-LABEL-1.
076400     MOVE DL100PF-BRM-ID (DL100PF-BRM-SUB) TO DL100PF-CL-VALUE-1.
076500     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
076600 2310-EXIT.
076700     EXIT.
076800
076900 2320-REPORT-STRAY.
077000     SET DL100PF-CHECK-WARNING TO TRUE.
077100     MOVE 'BATCH HEADER BRANCH' TO DL100PF-CL-CHECK.
077200     IF DL100PF-ST-UNKNOWN (DL100PF-STRAY-SUB)
077300         MOVE 'NOT ON BRANCH MASTER - WILL BE HELD'
077400             TO DL100PF-CL-TEXT
077500     ELSE
077600         MOVE 'BRANCH INACTIVE - WILL BE HELD' TO DL100PF-CL-TEXT
077700     END-IF.
077800     MOVE 'BRANCH:' TO DL100PF-CL-LABEL-1.
077900     MOVE DL100PF-ST-ID (DL100PF-STRAY-SUB) TO DL100PF-CL-VALUE-1.
078000     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
078100 2320-EXIT.
078200     EXIT.
078300
078400*****************************************************************
078500* 2400-CHECK-CHARGES - THE DL100SG GENERATION COBOL1 WILL READ.
078600* DL100SG ALWAYS WRITES A HEADER AND TRAILER, EVEN WITH NOTHING
078700* DUE, SO AN EMPTY GENERATION MEANS IT DID NOT FINISH.
078800*****************************************************************
078900 2400-CHECK-CHARGES.
079000     MOVE 'SCHEDULED CHARGES (CHGIN)' TO DL100PF-CL-CHECK.
079100     MOVE ZERO TO DL100PF-REC-COUNT.
079200     OPEN INPUT DL100-CHGFILE.
079300     IF DL100-CHGFILE-STATUS NOT = '00'
079400         SET DL100PF-CHECK-FAILED TO TRUE
079500         MOVE 'NOT AVAILABLE' TO DL100PF-CL-TEXT
079600         MOVE 'STATUS:' TO DL100PF-CL-LABEL-1
079700         MOVE DL100-CHGFILE-STATUS TO DL100PF-CL-VALUE-1
079800         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
079900         GO TO 2400-EXIT
080000     END-IF.
080100     MOVE 'N' TO DL100PF-EOF-SW.
080200     PERFORM 2410-READ-ONE-CHARGE THRU 2410-EXIT
080300         UNTIL DL100PF-EOF.
080400     CLOSE DL100-CHGFILE.
080500     IF DL100PF-REC-COUNT = ZERO
080600         SET DL100PF-CHECK-FAILED TO TRUE
080700         MOVE 'EMPTY - DL100SG DID NOT FINISH' TO DL100PF-CL-TEXT
080800     ELSE
080900         SET DL100PF-CHECK-OK TO TRUE
081000         MOVE 'PRESENT' TO DL100PF-CL-TEXT
081100     END-IF.
081200     MOVE 'RECORDS:' TO DL100PF-CL-LABEL-1.
081300     MOVE DL100PF-REC-COUNT TO DL100PF-ED-COUNT.
081400     MOVE DL100PF-ED-COUNT TO DL100PF-CL-VALUE-1.
081500     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
081600 2400-EXIT.
081700     EXIT.
081800
081900 2410-READ-ONE-CHARGE.
082000     READ DL100-CHGFILE
082100         AT END
082200             SET DL100PF-EOF TO TRUE
082300             GO TO 2410-EXIT
082400     END-READ.
082500     IF DL100-CHGFILE-STATUS NOT = '00'
082600         DISPLAY 'DL100W - CHARGES READ FAILED, STATUS='
082700             DL100-CHGFILE-STATUS
082800         SET DL100PF-EOF TO TRUE
082900         GO TO 2410-EXIT
083000     END-IF.
083100     ADD 1 TO DL100PF-REC-COUNT.
083200 2410-EXIT.
083300     EXIT.
083400
083500*****************************************************************
083600* 2500-CHECK-INTEREST - THE DL100IA GENERATION COBOL1 WILL READ.
083700* IT IS EMPTY EXCEPT ON THE LAST BUSINESS DAY OF THE MONTH, SO
083800* ONLY ITS ABSENCE FAILS.
083900*****************************************************************
084000 2500-CHECK-INTEREST.
084100     MOVE 'INTEREST BATCH (INTIN)' TO DL100PF-CL-CHECK.
084200     MOVE ZERO TO DL100PF-REC-COUNT.
084300     OPEN INPUT DL100-INTFILE.
084400     IF DL100-INTFILE-STATUS NOT = '00'
084500         SET DL100PF-CHECK-FAILED TO TRUE
084600         MOVE 'NOT AVAILABLE' TO DL100PF-CL-TEXT
084700         MOVE 'STATUS:' TO DL100PF-CL-LABEL-1
084800         MOVE DL100-INTFILE-STATUS TO DL100PF-CL-VALUE-1
084900         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
085000         GO TO 2500-EXIT
085100     END-IF.
085200     MOVE 'N' TO DL100PF-EOF-SW.
085300     PERFORM 2510-READ-ONE-INTEREST THRU 2510-EXIT
085400         UNTIL DL100PF-EOF.
085500     CLOSE DL100-INTFILE.
085600     SET DL100PF-CHECK-OK TO TRUE.
085700     IF DL100PF-REC-COUNT = ZERO
085800         MOVE 'EMPTY - NO CAPITALIZATION TONIGHT'
085900             TO DL100PF-CL-TEXT
086000     ELSE
086100         MOVE 'PRESENT' TO DL100PF-CL-TEXT
086200     END-IF.
086300     MOVE 'RECORDS:' TO DL100PF-CL-LABEL-1.
086400     MOVE DL100PF-REC-COUNT TO DL100PF-ED-COUNT.
086500     MOVE DL100PF-ED-COUNT TO DL100PF-CL-VALUE-1.
086600     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
086700 2500-EXIT.
086800     EXIT.
086900
087000 2510-READ-ONE-INTEREST.
087100     READ DL100-INTFILE
087200         AT END
087300             SET DL100PF-EOF TO TRUE
087400             GO TO 2510-EXIT
087500     END-READ.
087600     IF DL100-INTFILE-STATUS NOT = '00'
087700         DISPLAY 'DL100W - INTEREST BATCH READ FAILED, STATUS='
087800             DL100-INTFILE-STATUS
087900         SET DL100PF-EOF TO TRUE
088000         GO TO 2510-EXIT
088100     END-IF.
088200     ADD 1 TO DL100PF-REC-COUNT.
088300 2510-EXIT.
088400     EXIT.
088500
088600*****************************************************************
088700* 2600-CHECK-SUSPENSE - THE SUSPENSE GENERATION COBOL1 WILL
088800* RECYCLE.  EMPTY IS NORMAL - NOTHING IS HELD.  THE ITEM COUNT
088900* DECIDES WHETHER A MISSED DL100SM REPAIR RUN MATTERS.
089000*****************************************************************
089100 2600-CHECK-SUSPENSE.
089200     MOVE 'SUSPENSE (SUSPIN)' TO DL100PF-CL-CHECK.
089300     MOVE ZERO TO DL100PF-SUSP-COUNT.
089400     OPEN INPUT DL100-SUSPFILE.
089500     IF DL100-SUSPFILE-STATUS NOT = '00'
089600         SET DL100PF-CHECK-FAILED TO TRUE
089700         MOVE 'NOT AVAILABLE' TO DL100PF-CL-TEXT
089800         MOVE 'STATUS:' TO DL100PF-CL-LABEL-1
089900         MOVE DL100-SUSPFILE-STATUS TO DL100PF-CL-VALUE-1
090000         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
090100         GO TO 2600-EXIT
090200     END-IF.
090300     MOVE 'N' TO DL100PF-EOF-SW.
090400     PERFORM 2610-READ-ONE-SUSPENSE THRU 2610-EXIT
090500         UNTIL DL100PF-EOF.
090600     CLOSE DL100-SUSPFILE.
090700     SET DL100PF-CHECK-OK TO TRUE.
090800     IF DL100PF-SUSP-COUNT = ZERO
090900         MOVE 'EMPTY - NO ITEMS HELD' TO DL100PF-CL-TEXT
091000     ELSE
091100         MOVE 'PRESENT' TO DL100PF-CL-TEXT
091200     END-IF.
091300     MOVE 'ITEMS:' TO DL100PF-CL-LABEL-1.
091400     MOVE DL100PF-SUSP-COUNT TO DL100PF-ED-COUNT.
091500     MOVE DL100PF-ED-COUNT TO DL100PF-CL-VALUE-1.
091600     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
091700 2600-EXIT.
091800     EXIT.
091900
092000 2610-READ-ONE-SUSPENSE.
092100     READ DL100-SUSPFILE
092200         AT END
092300             SET DL100PF-EOF TO TRUE
092400             GO TO 2610-EXIT
092500     END-READ.
092600     IF DL100-SUSPFILE-STATUS NOT = '00'
092700         DISPLAY 'DL100W - SUSPENSE READ FAILED, STATUS='
092800             DL100-SUSPFILE-STATUS
092900         SET DL100PF-EOF TO TRUE
093000         GO TO 2610-EXIT
093100     END-IF.
093200     ADD 1 TO DL100PF-SUSP-COUNT.
093300 2610-EXIT.
093400     EXIT.
093500
093600*****************************************************************
093700* 2700-CHECK-POSITION - THE TRIAL BALANCE POSITION DL100TB WILL
093800* TIE TONIGHT'S MOVEMENT FROM.  EMPTY IS ONLY RIGHT ON THE VERY
093900* FIRST NIGHT (DD DUMMY), SO IT IS A WARNING.
094000*****************************************************************
094100 2700-CHECK-POSITION.
094200     MOVE 'TRIAL BALANCE POSITION (POSIN)' TO DL100PF-CL-CHECK.
094300     MOVE ZERO TO DL100PF-REC-COUNT.
094400     OPEN INPUT DL100-POSFILE.
094500     IF DL100-POSFILE-STATUS NOT = '00'
094600         SET DL100PF-CHECK-FAILED TO TRUE
094700         MOVE 'NOT AVAILABLE' TO DL100PF-CL-TEXT
094800         MOVE 'STATUS:' TO DL100PF-CL-LABEL-1
094900         MOVE DL100-POSFILE-STATUS TO DL100PF-CL-VALUE-1
095000         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
095100         GO TO 2700-EXIT
095200     END-IF.
095300     MOVE 'N' TO DL100PF-EOF-SW.
095400     PERFORM 2710-READ-ONE-POSITION THRU 2710-EXIT
095500         UNTIL DL100PF-EOF.
095600     CLOSE DL100-POSFILE.
095700     IF DL100PF-REC-COUNT = ZERO
095800         SET DL100PF-CHECK-WARNING TO TRUE
095900         MOVE 'EMPTY - RIGHT ON FIRST NIGHT ONLY'
096000             TO DL100PF-CL-TEXT
096100     ELSE
096200         SET DL100PF-CHECK-OK TO TRUE
096300         MOVE 'PRESENT' TO DL100PF-CL-TEXT
096400     END-IF.
096500     MOVE 'RECORDS:' TO DL100PF-CL-LABEL-1.
096600     MOVE DL100PF-REC-COUNT TO DL100PF-ED-COUNT.
096700     MOVE DL100PF-ED-COUNT TO DL100PF-CL-VALUE-1.
096800     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
096900 2700-EXIT.
097000     EXIT.
097100
097200 2710-READ-ONE-POSITION.
097300     READ DL100-POSFILE
097400         AT END
097500             SET DL100PF-EOF TO TRUE
097600             GO TO 2710-EXIT
097700     END-READ.
097800     IF DL100-POSFILE-STATUS NOT = '00'
097900         DISPLAY 'DL100W - POSITION READ FAILED, STATUS='
098000             DL100-POSFILE-STATUS
098100         SET DL100PF-EOF TO TRUE
098200         GO TO 2710-EXIT
098300     END-IF.
098400     ADD 1 TO DL100PF-REC-COUNT.
098500 2710-EXIT.
098600     EXIT.
098700
098800*****************************************************************
098900* 3000-CHECK-CALENDAR - THE LAST DATE ON THE HOLIDAY CALENDAR
099000* MUST BE AT LEAST CAL-MIN-DAYS PAST THE RUN DATE.  A SHORT
099100* CALENDAR IS A WARNING, SO NEXT YEAR'S HOLIDAYS GO IN IN GOOD
099200* TIME; A MISSING OR EMPTY ONE, OR ONE THAT HAS ALREADY RUN
099300* OUT, IS A FAILURE - EVERY BUSINESS DAY ANSWER WOULD BE WRONG
099400* ON A HOLIDAY.
099500*****************************************************************
099600 3000-CHECK-CALENDAR.
099700     MOVE 'HOLIDAY CALENDAR (HOLIDAYS)' TO DL100PF-CL-CHECK.
099800     MOVE ZERO TO DL100PF-LAST-HOLIDAY.
099900     OPEN INPUT DL100-HOLFILE.
100000     IF DL100-HOLFILE-STATUS NOT = '00'
100100         SET DL100PF-CHECK-FAILED TO TRUE
100200         MOVE 'NOT AVAILABLE' TO DL100PF-CL-TEXT
100300         MOVE 'STATUS:' TO DL100PF-CL-LABEL-1
100400         MOVE DL100-HOLFILE-STATUS TO DL100PF-CL-VALUE-1
100500         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
100600         GO TO 3000-EXIT
100700     END-IF.
100800     MOVE 'N' TO DL100PF-EOF-SW.
100900     PERFORM 3010-READ-ONE-HOLIDAY THRU 3010-EXIT
101000         UNTIL DL100PF-EOF.
101100     CLOSE DL100-HOLFILE.
101200     IF DL100PF-LAST-HOLIDAY = ZERO
101300         SET DL100PF-CHECK-FAILED TO TRUE
101400         MOVE 'EMPTY OR NO VALID DATES' TO DL100PF-CL-TEXT
101500         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
101600         GO TO 3000-EXIT
101700     END-IF.
101800     MOVE 'DAYSDIFF' TO DL100LK-FUNCTION.
101900     MOVE DL100PF-LAST-HOLIDAY TO DL100LK-DATE-1.
102000     MOVE DL100LK-RUN-DATE TO DL100LK-DATE-2.
102100     CALL 'DL100DT' USING DL100LK-PARM-AREA.
102200     MOVE 'LAST DATE:' TO DL100PF-CL-LABEL-1.
102300     MOVE DL100PF-LAST-HOLIDAY TO DL100PF-CL-VALUE-1.
102400     IF DL100LK-RETURN-CODE NOT = ZERO
102500         SET DL100PF-CHECK-FAILED TO TRUE
102600         MOVE 'LAST DATE IS NOT A CALENDAR DATE'
102700             TO DL100PF-CL-TEXT
102800         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
102900         GO TO 3000-EXIT
103000     END-IF.
103100     MOVE DL100LK-DAYS-DIFF TO DL100PF-CAL-DAYS.
103200     MOVE 'DAYS LEFT:' TO DL100PF-CL-LABEL-2.
103300     MOVE DL100PF-CAL-DAYS TO DL100PF-ED-DAYS.
103400     MOVE DL100PF-ED-DAYS TO DL100PF-CL-VALUE-2.
103500     IF DL100PF-CAL-DAYS < ZERO
103600         SET DL100PF-CHECK-FAILED TO TRUE
103700         MOVE 'RAN OUT BEFORE THE RUN DATE' TO DL100PF-CL-TEXT
103800     ELSE
103900         IF DL100PF-CAL-DAYS < DL100PF-CAL-MIN-DAYS
104000             SET DL100PF-CHECK-WARNING TO TRUE
104100             MOVE 'RUNS OUT WITHIN 60 DAYS' TO DL100PF-CL-TEXT
104200         ELSE
104300             SET DL100PF-CHECK-OK TO TRUE
104400             MOVE 'COVERS THE NEXT 60 DAYS' TO DL100PF-CL-TEXT
104500         END-IF
104600     END-IF.
104700     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
104800 3000-EXIT.
104900     EXIT.
105000
105100 3010-READ-ONE-HOLIDAY.
105200     READ DL100-HOLFILE
105300         AT END
105400             SET DL100PF-EOF TO TRUE
105500             GO TO 3010-EXIT
105600     END-READ.
105700     IF DL100-HOLFILE-STATUS NOT = '00'
105800         DISPLAY 'DL100W - HOLIDAY CALENDAR READ FAILED, STATUS='
105900             DL100-HOLFILE-STATUS
106000         SET DL100PF-EOF TO TRUE
106100         GO TO 3010-EXIT
106200     END-IF.
106300     IF DL100HC-HOLIDAY-DATE NUMERIC
106400             AND DL100HC-HOLIDAY-DATE > DL100PF-LAST-HOLIDAY
106500         MOVE DL100HC-HOLIDAY-DATE TO DL100PF-LAST-HOLIDAY
106600     END-IF.
106700 3010-EXIT.
106800     EXIT.
106900
107000*****************************************************************
107100* 3500-CHECK-GL-FEEDS - COUNTS THE FEEDS ON THE OUTSTANDING FEED
107200* FILE.  A FEED WAITING ON ITS ACKNOWLEDGMENT IS NORMAL FOR A
107300* DAY OR TWO; ONE OLDER THAN FEED-MAX-DAYS IS OVERDUE.  OVERDUE
107400* AND MISMATCHED FEEDS ARE WARNINGS - THE LEDGER CAN POST, BUT
107500* THE GENERAL LEDGER IS FALLING BEHIND IT.
107600*****************************************************************
107700 3500-CHECK-GL-FEEDS.
107800     MOVE 'GL FEEDS OUTSTANDING (OUTIN)' TO DL100PF-CL-CHECK.
107900     MOVE ZERO TO DL100PF-WAITING-COUNT.
108000     MOVE ZERO TO DL100PF-OVERDUE-COUNT.
108100     MOVE ZERO TO DL100PF-MISMATCH-COUNT.
108200     MOVE ZERO TO DL100PF-OLDEST-FEED.
108300     OPEN INPUT DL100-OUTFILE.
108400     IF DL100-OUTFILE-STATUS NOT = '00'
108500         SET DL100PF-CHECK-WARNING TO TRUE
108600         MOVE 'NOT AVAILABLE - FEEDS NOT COUNTED'
108700             TO DL100PF-CL-TEXT
108800         MOVE 'STATUS:' TO DL100PF-CL-LABEL-1
108900         MOVE DL100-OUTFILE-STATUS TO DL100PF-CL-VALUE-1
109000         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
109100         GO TO 3500-EXIT
109200     END-IF.
109300     MOVE 'N' TO DL100PF-EOF-SW.
109400     PERFORM 3510-READ-ONE-FEED THRU 3510-EXIT
109500         UNTIL DL100PF-EOF.
109600     CLOSE DL100-OUTFILE.
109700     IF DL100PF-OVERDUE-COUNT = ZERO
109800         SET DL100PF-CHECK-OK TO TRUE
109900         MOVE 'NONE OVERDUE' TO DL100PF-CL-TEXT
110000     ELSE
110100         SET DL100PF-CHECK-WARNING TO TRUE
110200         MOVE 'FEEDS OVERDUE - OLDEST DATED' TO DL100PF-CL-TEXT
110300         MOVE 'OLDEST:' TO DL100PF-CL-LABEL-2
110400         MOVE DL100PF-OLDEST-FEED TO DL100PF-CL-VALUE-2
110500     END-IF.
110600     MOVE 'WAITING:' TO DL100PF-CL-LABEL-1.
110700     MOVE DL100PF-WAITING-COUNT TO DL100PF-ED-COUNT.
110800     MOVE DL100PF-ED-COUNT TO DL100PF-CL-VALUE-1.
110900     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
111000     MOVE 'GL FEEDS MISMATCHED (OUTIN)' TO DL100PF-CL-CHECK.
111100     IF DL100PF-MISMATCH-COUNT = ZERO
111200         SET DL100PF-CHECK-OK TO TRUE
111300         MOVE 'NONE MISMATCHED' TO DL100PF-CL-TEXT
111400     ELSE
111500         SET DL100PF-CHECK-WARNING TO TRUE
111600         MOVE 'FEEDS MISMATCHED OR REJECTED' TO DL100PF-CL-TEXT
111700     END-IF.
111800     MOVE 'FEEDS:' TO DL100PF-CL-LABEL-1.
111900     MOVE DL100PF-MISMATCH-COUNT TO DL100PF-ED-COUNT.
112000     MOVE DL100PF-ED-COUNT TO DL100PF-CL-VALUE-1.
112100     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
112200 3500-EXIT.
112300     EXIT.
112400
112500 3510-READ-ONE-FEED.
112600     READ DL100-OUTFILE
112700         AT END
112800             SET DL100PF-EOF TO TRUE
112900             GO TO 3510-EXIT
113000     END-READ.
113100     IF DL100-OUTFILE-STATUS NOT = '00'
113200         DISPLAY 'DL100W - OUTSTANDING FEED READ FAILED, STATUS='
113300             DL100-OUTFILE-STATUS
113400         SET DL100PF-EOF TO TRUE
113500         GO TO 3510-EXIT
113600     END-IF.
113700     IF DL100OF-MISMATCHED
113800         ADD 1 TO DL100PF-MISMATCH-COUNT
113900         GO TO 3510-EXIT
114000     END-IF.
114100     IF NOT DL100OF-OUTSTANDING
114200         GO TO 3510-EXIT
114300     END-IF.
114400     ADD 1 TO DL100PF-WAITING-COUNT.
114500     MOVE 'DAYSDIFF' TO DL100LK-FUNCTION.
114600     MOVE DL100LK-RUN-DATE TO DL100LK-DATE-1.
114700     MOVE DL100OF-FEED-DATE TO DL100LK-DATE-2.
114800     CALL 'DL100DT' USING DL100LK-PARM-AREA.
114900     IF DL100LK-RETURN-CODE NOT = ZERO
115000             OR DL100LK-DAYS-DIFF > DL100PF-FEED-MAX-DAYS
115100         ADD 1 TO DL100PF-OVERDUE-COUNT
115200         IF DL100PF-OLDEST-FEED = ZERO
115300                 OR DL100OF-FEED-DATE < DL100PF-OLDEST-FEED
115400             MOVE DL100OF-FEED-DATE TO DL100PF-OLDEST-FEED
115500         END-IF
115600     END-IF.
115700 3510-EXIT.
115800     EXIT.
115900
116000*****************************************************************
116100* 4000-CHECK-PRIOR-RUNS - READS THE AUDIT LOG FOR THE LAST RUN
116200* OF COBOL1, DL100TB, DL100HP, DL100SG AND DL100SM, THEN JUDGES
116300* THEM.  AN UNREADABLE LOG FAILS: NOTHING ABOUT THE PRIOR NIGHT
116400* CAN BE CONFIRMED, AND THE NIGHT'S OWN AUDIT RECORDS WOULD BE
116500* LOST.
116600*****************************************************************
116700 4000-CHECK-PRIOR-RUNS.
116800     MOVE 'AUDIT LOG (AUDITIN)' TO DL100PF-CL-CHECK.
116900     MOVE ZERO TO DL100PF-AUDIT-COUNT.
117000     OPEN INPUT DL100-AUDITIN.
117100     IF DL100-AUDITIN-STATUS NOT = '00'
117200         SET DL100PF-CHECK-FAILED TO TRUE
117300         MOVE 'NOT AVAILABLE' TO DL100PF-CL-TEXT
117400         MOVE 'STATUS:' TO DL100PF-CL-LABEL-1
117500         MOVE DL100-AUDITIN-STATUS TO DL100PF-CL-VALUE-1
117600         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
117700         GO TO 4000-EXIT
117800     END-IF.
117900     MOVE 'N' TO DL100PF-EOF-SW.
118000     PERFORM 4010-READ-ONE-AUDIT THRU 4010-EXIT
118100         UNTIL DL100PF-EOF.
118200     CLOSE DL100-AUDITIN.
118300     SET DL100PF-CHECK-OK TO TRUE.
118400     MOVE 'READ' TO DL100PF-CL-TEXT.
118500     MOVE 'RECORDS:' TO DL100PF-CL-LABEL-1.
118600     MOVE DL100PF-AUDIT-COUNT TO DL100PF-ED-COUNT.
118700     MOVE DL100PF-ED-COUNT TO DL100PF-CL-VALUE-1.
118800     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
118900     PERFORM 4100-JUDGE-POSTING THRU 4100-EXIT.
119000     PERFORM 4200-JUDGE-TRIAL-BALANCE THRU 4200-EXIT.
119100     PERFORM 4300-JUDGE-PURGE THRU 4300-EXIT.
119200     PERFORM 4400-JUDGE-CHARGES THRU 4400-EXIT.
119300     PERFORM 4500-JUDGE-REPAIR THRU 4500-EXIT.
119400 4000-EXIT.
119500     EXIT.
119600
119700 4010-READ-ONE-AUDIT.
119800     READ DL100-AUDITIN
119900         AT END
120000             SET DL100PF-EOF TO TRUE
120100             GO TO 4010-EXIT
120200     END-READ.
120300     IF DL100-AUDITIN-STATUS NOT = '00'
120400         DISPLAY 'DL100W - AUDIT LOG READ FAILED, STATUS='
120500             DL100-AUDITIN-STATUS
120600         SET DL100PF-EOF TO TRUE
120700         GO TO 4010-EXIT
120800     END-IF.
120900     ADD 1 TO DL100PF-AUDIT-COUNT.
121000     IF DL100AL-PROGRAM-ID = 'COBOL1'
121100         MOVE DL100AL-RUN-DATE TO DL100PF-LP-DATE
121200         MOVE DL100AL-RUN-TIME TO DL100PF-LP-TIME
121300         MOVE DL100AL-RETURN-CODE TO DL100PF-LP-RC
121400     END-IF.
121500     IF DL100AL-PROGRAM-ID = 'DL100TB'
121600         MOVE DL100AL-RUN-DATE TO DL100PF-LT-DATE
121700         MOVE DL100AL-RUN-TIME TO DL100PF-LT-TIME
121800         MOVE DL100AL-RETURN-CODE TO DL100PF-LT-RC
121900     END-IF.
122000     IF DL100AL-PROGRAM-ID = 'DL100HP'
122100         MOVE DL100AL-RUN-DATE TO DL100PF-LH-DATE
122200         MOVE DL100AL-RUN-TIME TO DL100PF-LH-TIME
122300         MOVE DL100AL-RETURN-CODE TO DL100PF-LH-RC
122400     END-IF.
122500     IF DL100AL-PROGRAM-ID = 'DL100SG'
122600         MOVE DL100AL-RUN-DATE TO DL100PF-LG-DATE
122700         MOVE DL100AL-RUN-TIME TO DL100PF-LG-TIME
122800         MOVE DL100AL-RETURN-CODE TO DL100PF-LG-RC
122900     END-IF.
123000     IF DL100AL-PROGRAM-ID = 'DL100SM'
123100         MOVE DL100AL-RUN-DATE TO DL100PF-LS-DATE
123200         MOVE DL100AL-RUN-TIME TO DL100PF-LS-TIME
123300         MOVE DL100AL-RETURN-CODE TO DL100PF-LS-RC
123400     END-IF.
123500 4010-EXIT.
123600     EXIT.
123700
123800*****************************************************************
123900* 4100-JUDGE-POSTING - THE LAST COBOL1 RUN.  ONE THAT ENDED
124000* RC=16 FAILS THE CHECK UNLESS THIS IS ITS RESTART (PARM='R'):
124100* A FRESH NIGHT ON TOP OF A HALF-POSTED ONE DOUBLES NOTHING
124200* BACK OUT.  RC=8 (NOTHING POSTED) IS A WARNING.  NO RUN AT ALL
124300* IS A WARNING TOO - RIGHT ONLY ON THE VERY FIRST NIGHT.
124400*****************************************************************
124500 4100-JUDGE-POSTING.
124600     MOVE 'LAST POSTING RUN (COBOL1)' TO DL100PF-CL-CHECK.
124700     IF DL100PF-LP-DATE = ZERO
124800         SET DL100PF-CHECK-WARNING TO TRUE
124900         MOVE 'NO RUN ON THE AUDIT LOG' TO DL100PF-CL-TEXT
125000         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
125100         GO TO 4100-EXIT
125200     END-IF.
125300     MOVE 'RUN DATE:' TO DL100PF-CL-LABEL-1.
125400     MOVE DL100PF-LP-DATE TO DL100PF-CL-VALUE-1.
125500     MOVE 'RC:' TO DL100PF-CL-LABEL-2.
125600     MOVE DL100PF-LP-RC TO DL100PF-ED-RC.
125700     MOVE DL100PF-ED-RC TO DL100PF-CL-VALUE-2.
125800     IF DL100PF-LP-RC NOT < 16
125900         IF DL100PF-RESTART
126000             SET DL100PF-CHECK-OK TO TRUE
126100             MOVE 'FAILED - TONIGHT IS ITS RESTART'
126200                 TO DL100PF-CL-TEXT
126300         ELSE
126400             SET DL100PF-CHECK-FAILED TO TRUE
126500             MOVE 'FAILED - RESTART IT WITH PARM=R'
126600                 TO DL100PF-CL-TEXT
126700         END-IF
126800         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
126900         GO TO 4100-EXIT
127000     END-IF.
127100     IF DL100PF-RESTART
127200         SET DL100PF-CHECK-WARNING TO TRUE
127300         MOVE 'RESTART ASKED, LAST RUN DID NOT FAIL'
127400             TO DL100PF-CL-TEXT
127500     ELSE
127600         IF DL100PF-LP-RC NOT < 8
127700             SET DL100PF-CHECK-WARNING TO TRUE
127800             MOVE 'ENDED WITH NOTHING POSTED' TO DL100PF-CL-TEXT
127900         ELSE
128000             SET DL100PF-CHECK-OK TO TRUE
128100             MOVE 'ENDED NORMALLY' TO DL100PF-CL-TEXT
128200         END-IF
128300     END-IF.
128400     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
128500 4100-EXIT.
128600     EXIT.
128700
128800*****************************************************************
128900* 4200-JUDGE-TRIAL-BALANCE - DL100TB RUNS AFTER EVERY COBOL1
129000* THAT DID NOT FAIL, SO ITS LAST RUN SHOULD COME AFTER THE LAST
129100* POSTING AND SHOULD HAVE TIED.  EITHER SHORTFALL IS A WARNING.
129200*****************************************************************
129300 4200-JUDGE-TRIAL-BALANCE.
129400     MOVE 'LAST TRIAL BALANCE (DL100TB)' TO DL100PF-CL-CHECK.
129500     IF DL100PF-LT-DATE = ZERO
129600         IF DL100PF-LP-DATE = ZERO
129700             GO TO 4200-EXIT
129800         END-IF
129900         SET DL100PF-CHECK-WARNING TO TRUE
130000         MOVE 'NO RUN ON THE AUDIT LOG' TO DL100PF-CL-TEXT
130100         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
130200         GO TO 4200-EXIT
130300     END-IF.
130400     MOVE 'RUN DATE:' TO DL100PF-CL-LABEL-1.
130500     MOVE DL100PF-LT-DATE TO DL100PF-CL-VALUE-1.
130600     MOVE 'RC:' TO DL100PF-CL-LABEL-2.
130700     MOVE DL100PF-LT-RC TO DL100PF-ED-RC.
130800     MOVE DL100PF-ED-RC TO DL100PF-CL-VALUE-2.
130900     IF DL100PF-LT-KEY < DL100PF-LP-KEY
131000             AND DL100PF-LP-RC < 16
131100         SET DL100PF-CHECK-WARNING TO TRUE
131200         MOVE 'DID NOT RUN AFTER THE LAST POSTING'
131300             TO DL100PF-CL-TEXT
131400     ELSE
131500         IF DL100PF-LT-RC NOT < 8
131600             SET DL100PF-CHECK-WARNING TO TRUE
131700             MOVE 'MASTER DID NOT TIE OR RUN FAILED'
131800                 TO DL100PF-CL-TEXT
131900         ELSE
132000             SET DL100PF-CHECK-OK TO TRUE
132100             MOVE 'ENDED NORMALLY' TO DL100PF-CL-TEXT
132200         END-IF
132300     END-IF.
132400     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
132500 4200-EXIT.
132600     EXIT.
132700
132800*****************************************************************
132900* 4300-JUDGE-PURGE - DL100HP RUNS ONCE A DAY, IN THE NIGHTLY
133000* ONLY, SO IT IS COMPARED ON THE DATE OF THE LAST POSTING, NOT
133100* ITS TIME (A LATER SAME-DAY CYCLE HAS NO PURGE).  A MISSED OR
133200* FAILED PURGE IS A WARNING - THE HISTORY ONLY GROWS.
133300*****************************************************************
133400 4300-JUDGE-PURGE.
133500     MOVE 'LAST HISTORY PURGE (DL100HP)' TO DL100PF-CL-CHECK.
133600     IF DL100PF-LH-DATE = ZERO
133700         IF DL100PF-LP-DATE = ZERO
133800             GO TO 4300-EXIT
133900         END-IF
134000         SET DL100PF-CHECK-WARNING TO TRUE
134100         MOVE 'NO RUN ON THE AUDIT LOG' TO DL100PF-CL-TEXT
134200         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
134300         GO TO 4300-EXIT
134400     END-IF.
134500     MOVE 'RUN DATE:' TO DL100PF-CL-LABEL-1.
134600     MOVE DL100PF-LH-DATE TO DL100PF-CL-VALUE-1.
134700     MOVE 'RC:' TO DL100PF-CL-LABEL-2.
134800     MOVE DL100PF-LH-RC TO DL100PF-ED-RC.
134900     MOVE DL100PF-ED-RC TO DL100PF-CL-VALUE-2.
135000     IF DL100PF-LH-DATE < DL100PF-LP-DATE
135100             AND DL100PF-LP-RC < 16
135200         SET DL100PF-CHECK-WARNING TO TRUE
135300         MOVE 'DID NOT RUN ON THE LAST POSTING DATE'
135400             TO DL100PF-CL-TEXT
135500     ELSE
135600         IF DL100PF-LH-RC NOT < 8
135700             SET DL100PF-CHECK-WARNING TO TRUE
135800             MOVE 'RUN FAILED' TO DL100PF-CL-TEXT
135900         ELSE
136000             SET DL100PF-CHECK-OK TO TRUE
136100             MOVE 'ENDED NORMALLY' TO DL100PF-CL-TEXT
136200         END-IF
136300     END-IF.
136400     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
136500 4300-EXIT.
136600     EXIT.
136700
136800*****************************************************************
136900* 4400-JUDGE-CHARGES - DL100SG MUST HAVE RUN, AND ENDED BELOW
137000* RC=16, SINCE THE LAST POSTING; OTHERWISE CHGIN IS THE BATCH
137100* THAT NIGHT ALREADY POSTED AND TONIGHT'S CHARGES ARE MISSING.
137200* ON A RESTART THE FAILED NIGHT'S GENERATION IS THE RIGHT ONE.
137300*****************************************************************
137400 4400-JUDGE-CHARGES.
137500     MOVE 'SCHEDULED CHARGES RUN (DL100SG)' TO DL100PF-CL-CHECK.
137600     IF DL100PF-LG-DATE = ZERO
137700         SET DL100PF-CHECK-FAILED TO TRUE
137800         MOVE 'NO RUN ON THE AUDIT LOG' TO DL100PF-CL-TEXT
137900         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
138000         GO TO 4400-EXIT
138100     END-IF.
138200     MOVE 'RUN DATE:' TO DL100PF-CL-LABEL-1.
138300     MOVE DL100PF-LG-DATE TO DL100PF-CL-VALUE-1.
138400     MOVE 'RC:' TO DL100PF-CL-LABEL-2.
138500     MOVE DL100PF-LG-RC TO DL100PF-ED-RC.
138600     MOVE DL100PF-ED-RC TO DL100PF-CL-VALUE-2.
138700     IF DL100PF-RESTART
138800         SET DL100PF-CHECK-OK TO TRUE
138900         MOVE 'RESTART - FAILED NIGHT''S BATCH' TO DL100PF-CL-TEXT
139000         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
139100         GO TO 4400-EXIT
139200     END-IF.
139300     IF DL100PF-LG-KEY < DL100PF-LP-KEY
139400         SET DL100PF-CHECK-FAILED TO TRUE
139500         MOVE 'NOT RUN SINCE THE LAST POSTING' TO DL100PF-CL-TEXT
139600     ELSE
139700         IF DL100PF-LG-RC NOT < 16
139800             SET DL100PF-CHECK-FAILED TO TRUE
139900             MOVE 'RUN FAILED' TO DL100PF-CL-TEXT
140000         ELSE
140100             IF DL100PF-LG-RC NOT = ZERO
140200                 SET DL100PF-CHECK-WARNING TO TRUE
140300                 MOVE 'ENDED WITH WARNINGS' TO DL100PF-CL-TEXT
140400             ELSE
140500                 SET DL100PF-CHECK-OK TO TRUE
140600                 MOVE 'RUN SINCE THE LAST POSTING'
140700                     TO DL100PF-CL-TEXT
140800             END-IF
140900         END-IF
141000     END-IF.
141100     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
141200 4400-EXIT.
141300     EXIT.
141400
141500*****************************************************************
141600* 4500-JUDGE-REPAIR - WITH ITEMS HELD ON SUSPENSE, DL100SM
141700* SHOULD HAVE RUN SINCE THE LAST POSTING SO THE CORRECTED ITEMS
141800* RECYCLE TONIGHT.  A MISSED REPAIR RUN IS A WARNING - THE ITEMS
141900* STAY HELD ANOTHER NIGHT, NOTHING IS LOST.
142000*****************************************************************
142100 4500-JUDGE-REPAIR.
142200     MOVE 'SUSPENSE REPAIR RUN (DL100SM)' TO DL100PF-CL-CHECK.
142300     IF DL100PF-SUSP-COUNT = ZERO
142400             OR DL100PF-RESTART
142500         GO TO 4500-EXIT
142600     END-IF.
142700     MOVE 'HELD:' TO DL100PF-CL-LABEL-1.
142800     MOVE DL100PF-SUSP-COUNT TO DL100PF-ED-COUNT.
142900     MOVE DL100PF-ED-COUNT TO DL100PF-CL-VALUE-1.
143000     IF DL100PF-LS-KEY < DL100PF-LP-KEY
143100             OR DL100PF-LS-DATE = ZERO
143200         SET DL100PF-CHECK-WARNING TO TRUE
143300         MOVE 'NOT RUN SINCE THE LAST POSTING' TO DL100PF-CL-TEXT
143400     ELSE
143500         MOVE 'RC:' TO DL100PF-CL-LABEL-2
143600         MOVE DL100PF-LS-RC TO DL100PF-ED-RC
143700         MOVE DL100PF-ED-RC TO DL100PF-CL-VALUE-2
143800         IF DL100PF-LS-RC NOT < 8
143900             SET DL100PF-CHECK-WARNING TO TRUE
144000             MOVE 'RUN FAILED' TO DL100PF-CL-TEXT
144100         ELSE
144200             SET DL100PF-CHECK-OK TO TRUE
144300             MOVE 'RUN SINCE THE LAST POSTING' TO DL100PF-CL-TEXT
144400         END-IF
144500     END-IF.
144600     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
144700 4500-EXIT.
144800     EXIT.
144900
145000*****************************************************************
145100* 6000-WRITE-SUMMARY - THE VERDICT AND THE COUNTS.
145200*****************************************************************
145300 6000-WRITE-SUMMARY.
145400     IF DL100PF-LINE-COUNT + 6 > DL100PF-LINES-PER-PAGE
145500         PERFORM 8500-WRITE-PAGE-HEADERS THRU 8500-EXIT
145600     END-IF.
145700     IF DL100PF-FAILED-COUNT NOT = ZERO
145800         MOVE 'NOT READY - THE NIGHTLY IS STOPPED (RC 8)'
145900             TO DL100PF-NL-TEXT
146000     ELSE
146100         IF DL100PF-WARNING-COUNT NOT = ZERO
146200             MOVE 'READY WITH WARNINGS (RC 4)' TO DL100PF-NL-TEXT
146300         ELSE
146400             MOVE 'READY (RC 0)' TO DL100PF-NL-TEXT
146500         END-IF
146600     END-IF.
146700     WRITE DL100RP-LINE FROM DL100PF-NOTE-LINE.
146800     MOVE 'CHECKS MADE' TO DL100PF-CN-LABEL.
146900     MOVE DL100PF-CHECK-COUNT TO DL100PF-CN-COUNT.
147000     WRITE DL100RP-LINE FROM DL100PF-COUNT-LINE.
147100     MOVE 'WARNINGS' TO DL100PF-CN-LABEL.
147200     MOVE DL100PF-WARNING-COUNT TO DL100PF-CN-COUNT.
147300     WRITE DL100RP-LINE FROM DL100PF-COUNT-LINE.
147400     MOVE 'FAILURES' TO DL100PF-CN-LABEL.
147500     MOVE DL100PF-FAILED-COUNT TO DL100PF-CN-COUNT.
147600     WRITE DL100RP-LINE FROM DL100PF-COUNT-LINE.
147700     ADD 5 TO DL100PF-LINE-COUNT.
147800     DISPLAY 'DL100I - READINESS CHECKS=' DL100PF-CHECK-COUNT
147900         ' WARNINGS=' DL100PF-WARNING-COUNT
148000         ' FAILURES=' DL100PF-FAILED-COUNT.
148100 6000-EXIT.
148200     EXIT.
148300
148400*****************************************************************
148500* 7000-WRITE-AUDIT-RECORD - ONE RECORD PER RUN, LIKE EVERY
148600* PROGRAM IN THE SUITE.  THE DETAIL COUNT CARRIES THE WARNINGS
148700* AND FAILURES FOUND.
148800*****************************************************************
148900 7000-WRITE-AUDIT-RECORD.
149000     OPEN EXTEND DL100-AUDITOUT.
149100     IF DL100-AUDITOUT-STATUS NOT = '00'
149200         DISPLAY 'DL100E - UNABLE TO OPEN AUDIT LOG FOR '
149300             'APPEND, STATUS=' DL100-AUDITOUT-STATUS
149400         IF DL100PF-RETURN-CODE < 8
149500             MOVE 8 TO DL100PF-RETURN-CODE
149600         END-IF
149700         GO TO 7000-EXIT
149800     END-IF.
149900     MOVE SPACES TO DL100PF-AUDIT-WORK.
150000     MOVE 'DL100PF' TO DL100PF-AW-PROGRAM-ID.
150100     MOVE DL100LK-RUN-DATE TO DL100PF-AW-RUN-DATE.
150200     MOVE DL100PF-RUN-TIME TO DL100PF-AW-RUN-TIME.
150300     MOVE 'READINESS CHECK' TO DL100PF-AW-RUN-LABEL.
150400     COMPUTE DL100PF-AW-DETAIL-COUNT =
150500         DL100PF-WARNING-COUNT + DL100PF-FAILED-COUNT.
150600     MOVE DL100PF-RETURN-CODE TO DL100PF-AW-RETURN-CODE.
150700     WRITE DL100PF-AUDITOUT-RECORD FROM DL100PF-AUDIT-WORK.
150800     CLOSE DL100-AUDITOUT.
150900 7000-EXIT.
151000     EXIT.
151100
151200*****************************************************************
151300* 8000-WRITE-CHECK - PRINTS THE CHECK LINE BUILT BY THE CALLER
151400* WITH ITS RESULT, COUNTS IT, AND RAISES THE RUN'S RETURN CODE
151500* TO 4 FOR A WARNING OR 8 FOR A FAILURE.  THE LINE'S VARIABLE
151600* PARTS ARE CLEARED FOR THE NEXT CHECK.
151700*****************************************************************
151800 8000-WRITE-CHECK.
151900     ADD 1 TO DL100PF-CHECK-COUNT.
152000     IF DL100PF-CHECK-FAILED
152100         ADD 1 TO DL100PF-FAILED-COUNT
152200         MOVE 'FAILED' TO DL100PF-CL-RESULT
152300         IF DL100PF-RETURN-CODE < 8
152400             MOVE 8 TO DL100PF-RETURN-CODE
152500         END-IF
152600     ELSE
152700         IF DL100PF-CHECK-WARNING
152800             ADD 1 TO DL100PF-WARNING-COUNT
152900             MOVE 'WARNING' TO DL100PF-CL-RESULT
153000             IF DL100PF-RETURN-CODE < 4
153100                 MOVE 4 TO DL100PF-RETURN-CODE
153200             END-IF
153300         ELSE
153400             MOVE 'OK' TO DL100PF-CL-RESULT
153500         END-IF
153600     END-IF.
153700     IF DL100PF-LINE-COUNT + 1 > DL100PF-LINES-PER-PAGE
153800         PERFORM 8500-WRITE-PAGE-HEADERS THRU 8500-EXIT
153900     END-IF.
154000     WRITE DL100RP-LINE FROM DL100PF-CHECK-LINE.
154100     ADD 1 TO DL100PF-LINE-COUNT.
154200     IF NOT DL100PF-CHECK-OK
154300         DISPLAY 'DL100W - ' DL100PF-CL-CHECK ' '
154400             DL100PF-CL-RESULT ' ' DL100PF-CL-TEXT
154500     END-IF.
154600     MOVE SPACES TO DL100PF-CL-TEXT.
154700     MOVE SPACES TO DL100PF-CL-LABEL-1.
154800     MOVE SPACES TO DL100PF-CL-VALUE-1.
154900     MOVE SPACES TO DL100PF-CL-LABEL-2.
155000     MOVE SPACES TO DL100PF-CL-VALUE-2.
155100     SET DL100PF-CHECK-OK TO TRUE.
155200 8000-EXIT.
155300     EXIT.
155400
155500 8500-WRITE-PAGE-HEADERS.
155600     ADD 1 TO DL100PF-PAGE-NUMBER.
155700     MOVE DL100LK-RUN-DATE TO DL100PF-H1-RUN-DATE.
155800     MOVE DL100PF-PAGE-NUMBER TO DL100PF-H1-PAGE.
155900     WRITE DL100RP-LINE FROM DL100PF-HDR1-LINE.
156000     WRITE DL100RP-LINE FROM DL100PF-HDR2-LINE.
156100     MOVE 2 TO DL100PF-LINE-COUNT.
156200 8500-EXIT.
156300     EXIT.
156400
156500*****************************************************************
156600* 9000-TERMINATE.
156700*****************************************************************
156800 9000-TERMINATE.
156900     IF DL100PF-REPT-OPEN
157000         CLOSE DL100-REPTFILE
157100     END-IF.
157200     MOVE DL100PF-RETURN-CODE TO RETURN-CODE.
157300     DISPLAY 'DL100I - DL100PF ENDED, RETURN CODE = '
157400         DL100PF-RETURN-CODE.
157500 9000-EXIT.
157600     EXIT.
