000100*****************************************************************
000200* PROGRAM-ID   : DL100VM
000300* AUTHOR       : BRANTA
000400* INSTALLATION : DAILY LEDGER BATCH SUITE
000500* DATE-WRITTEN : 2026-10-15
000600*
000700* REMARKS.
000800*     LARGE-ITEM AND VELOCITY MONITOR, RUN AFTER COBOL1 EACH NIGHT
000900*     (STEP025 OF DL100JB, AHEAD OF THE HISTORY PURGE, OR OF
000950*     DL100JC ON A DAY WITH A LATER POSTING CYCLE).  READS THE
001000*     DL100HI POSTED HISTORY FRONT TO BACK - ACCOUNT BY ACCOUNT,
001100*     IN TRAN DATE ORDER WITHIN THE ACCOUNT - AND FLAGS FOR RISK:
001200*       - EVERY ITEM POSTED TONIGHT AT OR OVER THE REPORT LIMIT;
001300*       - ACCOUNTS WHOSE ITEM COUNT OR NET MOVEMENT OVER THE
001400*         ROLLING WINDOW (THE LAST N CALENDAR DAYS, BY TRAN DATE)
001500*         IS OVER ITS LIMIT;
001600*       - STRUCTURING: NEAR-THRESHOLD ITEMS (FROM THE BAND FLOOR
001700*         UP TO JUST UNDER THE REPORT LIMIT) ON ONE ACCOUNT ON
001800*         CONSECUTIVE BUSINESS DAYS INSIDE THE WINDOW.
001900*     THE LIMITS AND WINDOW COME FROM THE DL100VP PARAMETER FILE,
002000*     MAINTAINED THROUGH DL100VU.  EACH EXCEPTION IS PRINTED WITH
002100*     THE ACCOUNT'S CURRENT DL100AM BALANCE AND STATUS AND WRITTEN
002200*     TO A DL100VX EXTRACT FOR RISK, CLOSED BY A COUNT TRAILER.
002300*
002400*     THE WINDOW AND CLUSTER TESTS ARE ONLY MADE FOR AN ACCOUNT
002500*     THAT POSTED TONIGHT.  WITHOUT A NEW POSTING AN ACCOUNT'S
002600*     WINDOW CAN ONLY SHRINK, SO ANYTHING IT COULD TRIP WAS
002700*     ALREADY FLAGGED ON THE NIGHT OF ITS LAST POSTING.
002800*     REVERSED ITEMS AND THE REVERSALS THEMSELVES ARE LEFT OUT -
002900*     BETWEEN THEM THEY MOVED NOTHING.
002912*
002925*     "TONIGHT" IS EVERY ITEM POSTED UNDER TONIGHT'S RUN DATE, IN
002937*     WHATEVER POSTING CYCLE, SO THE MONITOR HAS TO RUN AFTER THE
002950*     LAST CYCLE OF THE DAY.  THE EXEC PARM CARRIES THE SAME LAST-
002962*     CYCLE FLAG COBOL1 GETS: ON PARM='N' NOTHING IS SCANNED AND
002975*     RISK GETS AN EMPTY EXTRACT AND A REPORT THAT SAY THE MONITOR
002987*     RUNS AFTER THE LATER CYCLE.
003000*
003100* MODIFICATION HISTORY.
003200*     2026-10-15  BAB  ORIGINAL VERSION.
003233*     2026-10-15  BAB  LAST-CYCLE EXEC PARM - THE MONITOR WAITS
003266*                      FOR THE DAY'S LAST POSTING CYCLE.
003300*****************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. DL100VM.
003600 AUTHOR. BRANTA.
003700 INSTALLATION. DAILY LEDGER BATCH SUITE.
003800 DATE-WRITTEN. 2026-10-15.
003900 DATE-COMPILED.
004000
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER. IBM-370.
004400 OBJECT-COMPUTER. IBM-370.
004500
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800*****************************************************************
004900* MONITORING LIMITS - ONE DL100VP RECORD.
005000*****************************************************************
005100     SELECT DL100-PARMFILE ASSIGN TO PARMIN
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS DL100-PARMFILE-STATUS.
005400
005500*****************************************************************
005600* PROCESSED-TRANSACTION HISTORY - READ FRONT TO BACK.  THE KEY IS
005700* ACCOUNT / TRAN DATE / CODE / AMOUNT, SO EACH ACCOUNT'S ITEMS
005800* COME TOGETHER AND IN DATE ORDER.
005900*****************************************************************
006000     SELECT DL100-HISTFILE ASSIGN TO HISTIO
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS SEQUENTIAL
006300         RECORD KEY IS DL100HI-KEY
006400         FILE STATUS IS DL100-HISTFILE-STATUS.
006500
006600*****************************************************************
006700* ACCOUNT MASTER - READ ONLY, FOR THE CURRENT BALANCE AND STATUS
006800* OF EACH FLAGGED ACCOUNT.
006900*****************************************************************
007000     SELECT DL100-MASTFILE ASSIGN TO MASTIO
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS RANDOM
007300         RECORD KEY IS DL100AM-ACCOUNT-NO
007400         FILE STATUS IS DL100-MASTFILE-STATUS.
007500
007600*****************************************************************
007700* RISK EXTRACT - ONE RECORD PER EXCEPTION, COUNT TRAILER LAST.
007800*****************************************************************
007900     SELECT DL100-EXTRFILE ASSIGN TO EXTOUT
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS DL100-EXTRFILE-STATUS.
008200
008300*****************************************************************
008400* PRINTED EXCEPTIONS REPORT.
008500*****************************************************************
008600     SELECT DL100-REPTFILE ASSIGN TO RPTOUT
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS DL100-REPTFILE-STATUS.
008900
009000*****************************************************************
009100* STANDING AUDIT TRAIL - OPENED EXTEND, ONE RECORD PER RUN.
009200*****************************************************************
009300     SELECT DL100-AUDITFILE ASSIGN TO AUDITOUT
009400         ORGANIZATION IS SEQUENTIAL
009500         FILE STATUS IS DL100-AUDITFILE-STATUS.
009600
009700 DATA DIVISION.
009800 FILE SECTION.
009900 FD  DL100-PARMFILE
010000     LABEL RECORDS ARE STANDARD
010100     RECORD CONTAINS 80 CHARACTERS
010200     RECORDING MODE IS F.
010300     COPY DL100VP.
010400
010500 FD  DL100-HISTFILE
010600     RECORD CONTAINS 80 CHARACTERS.
010700     COPY DL100HI.
010800
010900 FD  DL100-MASTFILE
011000     RECORD CONTAINS 80 CHARACTERS.
011100     COPY DL100AM.
011200
011300 FD  DL100-EXTRFILE
011400     LABEL RECORDS ARE STANDARD
011500     RECORD CONTAINS 80 CHARACTERS
011600     RECORDING MODE IS F.
011700     COPY DL100VX.
011800
011900 FD  DL100-REPTFILE
012000     LABEL RECORDS ARE STANDARD
012100     RECORD CONTAINS 132 CHARACTERS
012200     RECORDING MODE IS F.
012300 01  DL100RP-LINE                   PIC X(132).
012400
012500 FD  DL100-AUDITFILE
012600     LABEL RECORDS ARE STANDARD
012700     RECORD CONTAINS 80 CHARACTERS
012800     RECORDING MODE IS F.
012900     COPY DL100AL.
013000
013100 WORKING-STORAGE SECTION.
013200*****************************************************************
013300* SWITCHES.
013400*****************************************************************
013500 77  DL100VM-HIST-EOF-SW             PIC X(01) VALUE 'N'.
013600     88  DL100VM-HIST-EOF                   VALUE 'Y'.
013700 77  DL100VM-HIST-OPEN-SW            PIC X(01) VALUE 'N'.
013800     88  DL100VM-HIST-OPEN                  VALUE 'Y'.
013900 77  DL100VM-MAST-OPEN-SW            PIC X(01) VALUE 'N'.
014000     88  DL100VM-MAST-OPEN                  VALUE 'Y'.
014100 77  DL100VM-EXTR-OPEN-SW            PIC X(01) VALUE 'N'.
014200     88  DL100VM-EXTR-OPEN                  VALUE 'Y'.
014300 77  DL100VM-REPT-OPEN-SW            PIC X(01) VALUE 'N'.
014400     88  DL100VM-REPT-OPEN                  VALUE 'Y'.
014500 77  DL100VM-AUDIT-OPEN-SW           PIC X(01) VALUE 'N'.
014600     88  DL100VM-AUDIT-OPEN                 VALUE 'Y'.
014700 77  DL100VM-SINGLE-ON-SW            PIC X(01) VALUE 'N'.
014800     88  DL100VM-SINGLE-ON                  VALUE 'Y'.
014900 77  DL100VM-WINDOW-ON-SW            PIC X(01) VALUE 'N'.
015000     88  DL100VM-WINDOW-ON                  VALUE 'Y'.
015100 77  DL100VM-CLUSTER-ON-SW           PIC X(01) VALUE 'N'.
015200     88  DL100VM-CLUSTER-ON                 VALUE 'Y'.
015300 77  DL100VM-ACCT-IN-HAND-SW         PIC X(01) VALUE 'N'.
015400     88  DL100VM-ACCT-IN-HAND               VALUE 'Y'.
015500 77  DL100VM-POSTED-TONIGHT-SW       PIC X(01) VALUE 'N'.
015600     88  DL100VM-POSTED-TONIGHT             VALUE 'Y'.
015700 77  DL100VM-ACCT-FLAGGED-SW         PIC X(01) VALUE 'N'.
015800     88  DL100VM-ACCT-FLAGGED               VALUE 'Y'.
015900 77  DL100VM-ACCT-LOOKED-UP-SW       PIC X(01) VALUE 'N'.
016000     88  DL100VM-ACCT-LOOKED-UP             VALUE 'Y'.
016100 77  DL100VM-CLUSTER-FOUND-SW        PIC X(01) VALUE 'N'.
016200     88  DL100VM-CLUSTER-FOUND              VALUE 'Y'.
016300 77  DL100VM-CONSECUTIVE-SW          PIC X(01) VALUE 'N'.
016400     88  DL100VM-CONSECUTIVE                VALUE 'Y'.
016433 77  DL100VM-DEFERRED-SW             PIC X(01) VALUE 'N'.
016466     88  DL100VM-DEFERRED                   VALUE 'Y'.
016500
016600*****************************************************************
016700* COUNTERS.
016800*****************************************************************
016900 77  DL100VM-RETURN-CODE             PIC 9(03) VALUE ZERO.
017000 77  DL100VM-RUN-TIME                PIC 9(08) VALUE ZERO.
017100 77  DL100VM-PAGE-NUMBER             PIC 9(05) COMP VALUE ZERO.
017200 77  DL100VM-LINE-COUNT              PIC 9(03) COMP VALUE 99.
017300 77  DL100VM-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
017400 77  DL100VM-HIST-READ               PIC 9(09) COMP VALUE ZERO.
017500 77  DL100VM-HIST-SKIPPED            PIC 9(09) COMP VALUE ZERO.
017600 77  DL100VM-ACCT-EXAMINED           PIC 9(09) COMP VALUE ZERO.
017700 77  DL100VM-ACCT-FLAG-COUNT         PIC 9(09) COMP VALUE ZERO.
017800 77  DL100VM-LARGE-COUNT             PIC 9(09) COMP VALUE ZERO.
017900 77  DL100VM-VEL-COUNT-COUNT         PIC 9(09) COMP VALUE ZERO.
018000 77  DL100VM-VEL-NET-COUNT           PIC 9(09) COMP VALUE ZERO.
018100 77  DL100VM-CLUSTER-COUNT           PIC 9(09) COMP VALUE ZERO.
018200 77  DL100VM-EXTRACT-COUNT           PIC 9(09) COMP VALUE ZERO.
018300
018400*****************************************************************
018500* MONITORING LIMITS, TAKEN FROM DL100VP.
018600*****************************************************************
018700 77  DL100VM-REPORT-LIMIT            PIC 9(09)V99 VALUE ZERO.
018800 77  DL100VM-BAND-FLOOR              PIC 9(09)V99 VALUE ZERO.
018900 77  DL100VM-CLUSTER-DAYS            PIC 9(02) VALUE ZERO.
019000 77  DL100VM-WINDOW-DAYS             PIC 9(03) VALUE ZERO.
019100 77  DL100VM-WINDOW-COUNT            PIC 9(05) VALUE ZERO.
019200 77  DL100VM-WINDOW-NET              PIC 9(11)V99 VALUE ZERO.
019300
019400*****************************************************************
019500* THE ACCOUNT IN HAND - ITS ROLLING WINDOW, THE NEAR-THRESHOLD
019600* RUN BEING BUILT, AND THE LATEST RUN LONG ENOUGH TO FLAG.
019700*****************************************************************
019800 77  DL100VM-CURR-ACCOUNT            PIC X(10) VALUE SPACES.
019900 77  DL100VM-ABS-AMOUNT              PIC 9(09)V99 VALUE ZERO.
020000 77  DL100VM-SIGNED-AMOUNT           PIC S9(09)V99 VALUE ZERO.
020100 77  DL100VM-WIN-COUNT               PIC 9(09) COMP VALUE ZERO.
020200 77  DL100VM-WIN-NET                 PIC S9(13)V99 VALUE ZERO.
020300 77  DL100VM-ABS-NET                 PIC 9(13)V99 VALUE ZERO.
020400 77  DL100VM-WIN-FIRST-DATE          PIC 9(08) VALUE ZERO.
020500 77  DL100VM-RUN-START               PIC 9(08) VALUE ZERO.
020600 77  DL100VM-RUN-LAST                PIC 9(08) VALUE ZERO.
020700 77  DL100VM-RUN-DAYS                PIC 9(03) COMP VALUE ZERO.
020800 77  DL100VM-RUN-ITEMS               PIC 9(05) COMP VALUE ZERO.
020900 77  DL100VM-RUN-AMOUNT              PIC 9(11)V99 VALUE ZERO.
021000 77  DL100VM-CLU-START                PIC 9(08) VALUE ZERO.
021100 77  DL100VM-CLU-END                  PIC 9(08) VALUE ZERO.
021200 77  DL100VM-CLU-ITEMS                PIC 9(05) COMP VALUE ZERO.
021300 77  DL100VM-CLU-AMOUNT               PIC 9(11)V99 VALUE ZERO.
021400 77  DL100VM-ACCT-BALANCE            PIC S9(11)V99 VALUE ZERO.
021500 77  DL100VM-ACCT-STATUS             PIC X(01) VALUE SPACE.
021600 77  DL100VM-STATUS-TEXT             PIC X(08) VALUE SPACES.
021700
021800*****************************************************************
021900* THE EXCEPTION BEING WRITTEN - SET BY THE FLAGGING PARAGRAPH,
022000* PRINTED AND EXTRACTED BY 4000-WRITE-EXCEPTION.
022100*****************************************************************
022200 77  DL100VM-EX-TYPE                 PIC X(02) VALUE SPACES.
022300 77  DL100VM-EX-LABEL                PIC X(12) VALUE SPACES.
022400 77  DL100VM-EX-FROM                 PIC 9(08) VALUE ZERO.
022500 77  DL100VM-EX-TO                   PIC 9(08) VALUE ZERO.
022600 77  DL100VM-EX-CODE                 PIC X(02) VALUE SPACES.
022700 77  DL100VM-EX-COUNT                PIC 9(05) VALUE ZERO.
022800 77  DL100VM-EX-AMOUNT               PIC S9(11)V99 VALUE ZERO.
022900 77  DL100VM-EX-REASON               PIC X(30) VALUE SPACES.
023000
023100*****************************************************************
023200* FILE STATUS BYTES.
023300*****************************************************************
023400 01  DL100VM-FILE-STATUSES.
023500     05  DL100-PARMFILE-STATUS       PIC X(02) VALUE SPACES.
023600     05  DL100-HISTFILE-STATUS       PIC X(02) VALUE SPACES.
023700     05  DL100-MASTFILE-STATUS       PIC X(02) VALUE SPACES.
023800     05  DL100-EXTRFILE-STATUS       PIC X(02) VALUE SPACES.
023900     05  DL100-REPTFILE-STATUS       PIC X(02) VALUE SPACES.
024000     05  DL100-AUDITFILE-STATUS      PIC X(02) VALUE SPACES.
024100
024200*****************************************************************
024300* LINKAGE PARAMETER AREA PASSED TO THE DL100DT SUBPROGRAM.
024400*****************************************************************
024500     COPY DL100LK.
024600
024700*****************************************************************
024800* REPORT LINE LAYOUTS.
024900*****************************************************************
025000 01  DL100VM-HDR1-LINE.
025100     05  FILLER                      PIC X(01) VALUE '1'.
025200     05  FILLER                      PIC X(45)
025300             VALUE 'DL100 LARGE-ITEM AND VELOCITY EXCEPTIONS'.
025400     05  FILLER                      PIC X(09) VALUE 'RUN DATE:'.
025500     05  DL100VM-H1-RUN-DATE         PIC 9(08).
025600     05  FILLER                      PIC X(04) VALUE SPACES.
025700     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
025800     05  DL100VM-H1-PAGE             PIC ZZZZ9.
025900     05  FILLER                      PIC X(55) VALUE SPACES.
026000
026100 01  DL100VM-HDR2-LINE.
026200     05  FILLER                      PIC X(01) VALUE SPACE.
026300     05  FILLER                      PIC X(11)
026400             VALUE 'REPORT AT: '.
026500     05  DL100VM-H2-REPORT           PIC ZZZ,ZZZ,ZZ9.99.
026600     05  FILLER                      PIC X(02) VALUE SPACES.
026700     05  FILLER                      PIC X(11)
026800             VALUE 'NEAR FROM: '.
026900     05  DL100VM-H2-FLOOR            PIC ZZZ,ZZZ,ZZ9.99.
027000     05  FILLER                      PIC X(02) VALUE SPACES.
027100     05  FILLER                      PIC X(08) VALUE 'WINDOW: '.
027200     05  DL100VM-H2-WINDOW           PIC ZZ9.
027300     05  FILLER                      PIC X(05) VALUE ' DAYS'.
027400     05  FILLER                      PIC X(02) VALUE SPACES.
027500     05  FILLER                      PIC X(11)
027600             VALUE 'MAX ITEMS: '.
027700     05  DL100VM-H2-COUNT            PIC ZZ,ZZ9.
027800     05  FILLER                      PIC X(02) VALUE SPACES.
027900     05  FILLER                      PIC X(09) VALUE 'MAX NET: '.
028000     05  DL100VM-H2-NET              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
028100     05  FILLER                      PIC X(02) VALUE SPACES.
028200     05  FILLER                      PIC X(10) VALUE 'RUN DAYS: '.
028300     05  DL100VM-H2-CLUSTER          PIC Z9.
028400
028500 01  DL100VM-HDR3-LINE.
028600     05  FILLER                      PIC X(01) VALUE '0'.
028700     05  FILLER                      PIC X(12) VALUE 'ACCOUNT NO'.
028800     05  FILLER                      PIC X(14) VALUE 'EXCEPTION'.
028900     05  FILLER                      PIC X(09) VALUE 'FROM'.
029000     05  FILLER                      PIC X(10) VALUE 'TO'.
029100     05  FILLER                      PIC X(04) VALUE 'CD'.
029200     05  FILLER                      PIC X(08) VALUE ' ITEMS'.
029300     05  FILLER                      PIC X(17)
029400             VALUE '         AMOUNT'.
029500     05  FILLER                      PIC X(17)
029600             VALUE '        BALANCE'.
029700     05  FILLER                      PIC X(10) VALUE 'STATUS'.
029800     05  FILLER                      PIC X(30) VALUE 'REASON'.
029900
030000 01  DL100VM-DETAIL-LINE.
030100     05  FILLER                      PIC X(01) VALUE SPACE.
030200     05  DL100VM-DL-ACCOUNT          PIC X(10).
030300     05  FILLER                      PIC X(02) VALUE SPACES.
030400     05  DL100VM-DL-LABEL            PIC X(12).
030500     05  FILLER                      PIC X(02) VALUE SPACES.
030600     05  DL100VM-DL-FROM             PIC X(08).
030700     05  FILLER                      PIC X(01) VALUE SPACE.
030800     05  DL100VM-DL-TO               PIC X(08).
030900     05  FILLER                      PIC X(02) VALUE SPACES.
031000     05  DL100VM-DL-CODE             PIC X(02).
031100     05  FILLER                      PIC X(02) VALUE SPACES.
031200     05  DL100VM-DL-COUNT            PIC ZZ,ZZ9.
031300     05  FILLER                      PIC X(02) VALUE SPACES.
031400     05  DL100VM-DL-AMOUNT           PIC -(11)9.99.
031500     05  FILLER                      PIC X(02) VALUE SPACES.
031600     05  DL100VM-DL-BALANCE          PIC -(11)9.99.
031700     05  FILLER                      PIC X(02) VALUE SPACES.
031800     05  DL100VM-DL-STATUS           PIC X(08).
031900     05  FILLER                      PIC X(02) VALUE SPACES.
032000     05  DL100VM-DL-REASON           PIC X(30).
032100
032200 01  DL100VM-COUNT-LINE.
032300     05  FILLER                      PIC X(01) VALUE SPACE.
032400     05  DL100VM-CL-LABEL            PIC X(40).
032500     05  DL100VM-CL-COUNT            PIC ZZZ,ZZZ,ZZ9.
032600     05  FILLER                      PIC X(80) VALUE SPACES.
032700
032800 01  DL100VM-NOTE-LINE.
032900     05  FILLER                      PIC X(01) VALUE '0'.
033000     05  DL100VM-NL-TEXT             PIC X(60).
033100     05  FILLER                      PIC X(71) VALUE SPACES.
033200
033210 LINKAGE SECTION.
033220*****************************************************************
033230* EXEC PARM - THE LAST-CYCLE FLAG (Y/N) THE JOB ALSO PASSES TO
033240* COBOL1.  NO PARM AT ALL IS THE LAST CYCLE - THE ONE-RUN-A-DAY
033250* SCHEDULE.
033260*****************************************************************
033270 01  DL100VM-EXEC-PARM.
033280     05  DL100VM-EP-LENGTH           PIC S9(04) COMP.
033290     05  DL100VM-EP-LASTCYC          PIC X(01).
033300 PROCEDURE DIVISION USING DL100VM-EXEC-PARM.
033400*****************************************************************
033500* 0000-MAINLINE.
033600*****************************************************************
033700 0000-MAINLINE.
033800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033900     IF DL100VM-RETURN-CODE NOT = 16
034000             AND (DL100VM-SINGLE-ON OR DL100VM-WINDOW-ON)
034100         PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT
034200     END-IF.
034300     IF DL100VM-RETURN-CODE NOT = 16
034400         PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
034500     END-IF.
034600     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
034700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
034800     STOP RUN.
034900
035000*****************************************************************
035100* 1000-INITIALIZE - STAMPS THE RUN, TAKES THE LAST-CYCLE PARM,
035200* READS THE LIMITS AND OPENS THE FILES.  BEFORE THE LAST CYCLE
035250* ONLY THE REPORT AND THE EXTRACT ARE OPENED.
035300*****************************************************************
035400 1000-INITIALIZE.
035500     MOVE 'GETDATE ' TO DL100LK-FUNCTION.
035600     CALL 'DL100DT' USING DL100LK-PARM-AREA.
035700     IF DL100LK-RETURN-CODE NOT = ZERO
035800         DISPLAY 'DL100E - DL100DT REJECTED GETDATE, RC='
035900             DL100LK-RETURN-CODE
036000         MOVE 16 TO DL100VM-RETURN-CODE
036100         GO TO 1000-EXIT
036200     END-IF.
036300     ACCEPT DL100VM-RUN-TIME FROM TIME.
036306     IF DL100VM-EP-LENGTH NOT = ZERO
036313         IF DL100VM-EP-LENGTH = 1
036320                 AND DL100VM-EP-LASTCYC = 'N'
036326             SET DL100VM-DEFERRED TO TRUE
036333         ELSE
036340             IF DL100VM-EP-LENGTH NOT = 1
036346                     OR DL100VM-EP-LASTCYC NOT = 'Y'
036353                 DISPLAY 'DL100E - INVALID EXEC PARM, '
036360                     'EXPECTED Y, N OR NONE'
036366                 MOVE 16 TO DL100VM-RETURN-CODE
036373                 GO TO 1000-EXIT
036380             END-IF
036386         END-IF
036393     END-IF.
036400     OPEN EXTEND DL100-AUDITFILE.
036500     IF DL100-AUDITFILE-STATUS NOT = '00'
036600         DISPLAY 'DL100E - UNABLE TO OPEN AUDIT LOG, STATUS='
036700             DL100-AUDITFILE-STATUS
036800         MOVE 16 TO DL100VM-RETURN-CODE
036900         GO TO 1000-EXIT
037000     END-IF.
037100     SET DL100VM-AUDIT-OPEN TO TRUE.
037200     OPEN OUTPUT DL100-REPTFILE.
037300     IF DL100-REPTFILE-STATUS NOT = '00'
037400         DISPLAY 'DL100E - UNABLE TO OPEN REPORT FILE, STATUS='
037500             DL100-REPTFILE-STATUS
037600         MOVE 16 TO DL100VM-RETURN-CODE
037700         GO TO 1000-EXIT
037800     END-IF.
037900     SET DL100VM-REPT-OPEN TO TRUE.
038000     OPEN OUTPUT DL100-EXTRFILE.
038100     IF DL100-EXTRFILE-STATUS NOT = '00'
038200         DISPLAY 'DL100E - UNABLE TO OPEN RISK EXTRACT, STATUS='
038300             DL100-EXTRFILE-STATUS
038400         MOVE 16 TO DL100VM-RETURN-CODE
038500         GO TO 1000-EXIT
038600     END-IF.
038700     SET DL100VM-EXTR-OPEN TO TRUE.
038716     IF DL100VM-DEFERRED
038733         DISPLAY 'DL100I - NOT THE LAST POSTING CYCLE OF THE '
038750             'DAY, MONITOR RUNS AFTER THE LAST'
038766         GO TO 1000-EXIT
038783     END-IF.
038800     PERFORM 1100-READ-LIMITS THRU 1100-EXIT.
038900     IF NOT DL100VM-SINGLE-ON AND NOT DL100VM-WINDOW-ON
039000         GO TO 1000-EXIT
039100     END-IF.
039200     OPEN INPUT DL100-HISTFILE.
039300     IF DL100-HISTFILE-STATUS NOT = '00'
039400         DISPLAY 'DL100E - UNABLE TO OPEN TRANSACTION HISTORY, '
039500             'STATUS=' DL100-HISTFILE-STATUS
039600         MOVE 16 TO DL100VM-RETURN-CODE
039700         GO TO 1000-EXIT
039800     END-IF.
039900     SET DL100VM-HIST-OPEN TO TRUE.
040000     OPEN INPUT DL100-MASTFILE.
040100     IF DL100-MASTFILE-STATUS NOT = '00'
040200         DISPLAY 'DL100E - UNABLE TO OPEN ACCOUNT MASTER, '
040300             'STATUS=' DL100-MASTFILE-STATUS
040400         MOVE 16 TO DL100VM-RETURN-CODE
040500         GO TO 1000-EXIT
040600     END-IF.
040700     SET DL100VM-MAST-OPEN TO TRUE.
040800 1000-EXIT.
040900     EXIT.
041000
041100*****************************************************************
041200* 1100-READ-LIMITS - NO PARAMETER RECORD, OR ONE THAT IS NOT
041300* NUMERIC, TURNS EVERY TEST OFF WITH A WARNING - THE NIGHT GOES
041400* ON, BUT RISK GETS AN EMPTY REPORT THAT SAYS WHY.
041500*****************************************************************
041600 1100-READ-LIMITS.
041700     OPEN INPUT DL100-PARMFILE.
041800     IF DL100-PARMFILE-STATUS NOT = '00'
041900         DISPLAY 'DL100W - UNABLE TO OPEN MONITORING PARAMETERS, '
042000             'STATUS=' DL100-PARMFILE-STATUS
042100         GO TO 1100-CHECK-TESTS
042200     END-IF.
042300     READ DL100-PARMFILE
042400         AT END
042500             DISPLAY 'DL100W - NO MONITORING PARAMETER RECORD'
042600     END-READ.
042700     IF DL100-PARMFILE-STATUS = '00'
042800         IF DL100VP-REPORT-LIMIT NUMERIC
042900                 AND DL100VP-BAND-FLOOR NUMERIC
043000                 AND DL100VP-CLUSTER-DAYS NUMERIC
043100                 AND DL100VP-WINDOW-DAYS NUMERIC
043200                 AND DL100VP-WINDOW-COUNT NUMERIC
043300                 AND DL100VP-WINDOW-NET NUMERIC
043400             MOVE DL100VP-REPORT-LIMIT TO DL100VM-REPORT-LIMIT
043500             MOVE DL100VP-BAND-FLOOR TO DL100VM-BAND-FLOOR
043600             MOVE DL100VP-CLUSTER-DAYS TO DL100VM-CLUSTER-DAYS
043700             MOVE DL100VP-WINDOW-DAYS TO DL100VM-WINDOW-DAYS
043800             MOVE DL100VP-WINDOW-COUNT TO DL100VM-WINDOW-COUNT
043900             MOVE DL100VP-WINDOW-NET TO DL100VM-WINDOW-NET
044000         ELSE
044100             DISPLAY 'DL100W - MONITORING PARAMETER RECORD NOT '
044200                 'NUMERIC, IGNORED'
044300         END-IF
044400     END-IF.
044500     CLOSE DL100-PARMFILE.
044600 1100-CHECK-TESTS.
044700     IF DL100VM-REPORT-LIMIT > ZERO
044800         SET DL100VM-SINGLE-ON TO TRUE
044900     END-IF.
045000     IF DL100VM-WINDOW-DAYS > ZERO
045100         IF DL100VM-WINDOW-COUNT > ZERO
045200                 OR DL100VM-WINDOW-NET > ZERO
045300             SET DL100VM-WINDOW-ON TO TRUE
045400         END-IF
045500         IF DL100VM-REPORT-LIMIT > ZERO
045600                 AND DL100VM-BAND-FLOOR > ZERO
045700                 AND DL100VM-BAND-FLOOR < DL100VM-REPORT-LIMIT
045800                 AND DL100VM-CLUSTER-DAYS > ZERO
045900             SET DL100VM-CLUSTER-ON TO TRUE
046000             SET DL100VM-WINDOW-ON TO TRUE
046100         END-IF
046200     END-IF.
046300     IF NOT DL100VM-SINGLE-ON AND NOT DL100VM-WINDOW-ON
046400         DISPLAY 'DL100W - NO MONITORING LIMITS SET, NOTHING '
046500             'FLAGGED'
046600         IF DL100VM-RETURN-CODE < 4
046700             MOVE 4 TO DL100VM-RETURN-CODE
046800         END-IF
046900     END-IF.
047000 1100-EXIT.
047100     EXIT.
047200
047300*****************************************************************
047400* 2000-SCAN-HISTORY - ONE PASS OVER THE HISTORY; A CHANGE OF
047500* ACCOUNT CLOSES THE ONE IN HAND.
047600*****************************************************************
047700 2000-SCAN-HISTORY.
047800     PERFORM 2100-READ-ONE-HIST THRU 2100-EXIT
047900         UNTIL DL100VM-HIST-EOF.
048000     IF DL100VM-ACCT-IN-HAND AND DL100VM-RETURN-CODE NOT = 16
048100         PERFORM 3000-CLOSE-ACCOUNT THRU 3000-EXIT
048200     END-IF.
048300     DISPLAY 'DL100I - HISTORY RECORDS READ = ' DL100VM-HIST-READ.
048400 2000-EXIT.
048500     EXIT.
048600
048700 2100-READ-ONE-HIST.
048800     READ DL100-HISTFILE NEXT RECORD
048900         AT END
049000             SET DL100VM-HIST-EOF TO TRUE
049100     END-READ.
049200     IF DL100VM-HIST-EOF
049300         GO TO 2100-EXIT
049400     END-IF.
049500     IF DL100-HISTFILE-STATUS NOT = '00'
049600         DISPLAY 'DL100E - TRANSACTION HISTORY READ FAILED, '
049700             'STATUS=' DL100-HISTFILE-STATUS
049800         MOVE 16 TO DL100VM-RETURN-CODE
049900         SET DL100VM-HIST-EOF TO TRUE
050000         GO TO 2100-EXIT
050100     END-IF.
050200     ADD 1 TO DL100VM-HIST-READ.
050300     IF DL100VM-ACCT-IN-HAND
050400             AND DL100HI-ACCOUNT-NO NOT = DL100VM-CURR-ACCOUNT
050500         PERFORM 3000-CLOSE-ACCOUNT THRU 3000-EXIT
050600     END-IF.
050700     IF NOT DL100VM-ACCT-IN-HAND
050800         PERFORM 2200-START-ACCOUNT THRU 2200-EXIT
050900     END-IF.
051000     IF DL100HI-REVERSAL-ENTRY OR DL100HI-REVERSED
051100         ADD 1 TO DL100VM-HIST-SKIPPED
051200         GO TO 2100-EXIT
051300     END-IF.
051400     PERFORM 2150-TAKE-ONE-ITEM THRU 2150-EXIT.
051500 2100-EXIT.
051600     EXIT.
051700
051800*****************************************************************
051900* 2150-TAKE-ONE-ITEM - THE SINGLE-ITEM TEST FOR TONIGHT'S
052000* POSTINGS, THEN THE WINDOW TOTALS AND NEAR-THRESHOLD RUN FOR
052100* ANY ITEM DATED INSIDE THE WINDOW.  DEBITS COUNT NEGATIVE IN
052200* THE NET, AS THEY DO ON THE LEDGER.
052300*****************************************************************
052400 2150-TAKE-ONE-ITEM.
052500     IF DL100HI-TRAN-CODE = 'DR'
052600         SUBTRACT DL100HI-TRAN-AMOUNT FROM ZERO
052700             GIVING DL100VM-SIGNED-AMOUNT
052800     ELSE
052900         MOVE DL100HI-TRAN-AMOUNT TO DL100VM-SIGNED-AMOUNT
053000     END-IF.
053100     IF DL100HI-TRAN-AMOUNT < ZERO
053200         SUBTRACT DL100HI-TRAN-AMOUNT FROM ZERO
053300             GIVING DL100VM-ABS-AMOUNT
053400     ELSE
053500         MOVE DL100HI-TRAN-AMOUNT TO DL100VM-ABS-AMOUNT
053600     END-IF.
053700     IF DL100HI-RUN-DATE = DL100LK-RUN-DATE
053800         SET DL100VM-POSTED-TONIGHT TO TRUE
053900         IF DL100VM-SINGLE-ON
054000                 AND DL100VM-ABS-AMOUNT NOT < DL100VM-REPORT-LIMIT
054100             PERFORM 4100-FLAG-LARGE-ITEM THRU 4100-EXIT
054200         END-IF
054300     END-IF.
054400     IF NOT DL100VM-WINDOW-ON
054500         GO TO 2150-EXIT
054600     END-IF.
054700     MOVE 'DAYSDIFF' TO DL100LK-FUNCTION.
054800     MOVE DL100LK-RUN-DATE TO DL100LK-DATE-1.
054900     MOVE DL100HI-TRAN-DATE TO DL100LK-DATE-2.
055000     CALL 'DL100DT' USING DL100LK-PARM-AREA.
055100     IF DL100LK-RETURN-CODE NOT = ZERO
055200         MOVE ZERO TO DL100LK-RETURN-CODE
055300         GO TO 2150-EXIT
055400     END-IF.
055500     IF DL100LK-DAYS-DIFF < ZERO
055600             OR DL100LK-DAYS-DIFF NOT < DL100VM-WINDOW-DAYS
055700         GO TO 2150-EXIT
055800     END-IF.
055900     ADD 1 TO DL100VM-WIN-COUNT.
056000     ADD DL100VM-SIGNED-AMOUNT TO DL100VM-WIN-NET.
056100     IF DL100VM-WIN-FIRST-DATE = ZERO
056200         MOVE DL100HI-TRAN-DATE TO DL100VM-WIN-FIRST-DATE
056300     END-IF.
056400     IF DL100VM-CLUSTER-ON
056500             AND DL100VM-ABS-AMOUNT NOT < DL100VM-BAND-FLOOR
056600             AND DL100VM-ABS-AMOUNT < DL100VM-REPORT-LIMIT
056700         PERFORM 2300-TAKE-NEAR-ITEM THRU 2300-EXIT
056800     END-IF.
056900 2150-EXIT.
057000     EXIT.
057100
057200 2200-START-ACCOUNT.
057300     SET DL100VM-ACCT-IN-HAND TO TRUE.
057400     MOVE DL100HI-ACCOUNT-NO TO DL100VM-CURR-ACCOUNT.
057500     MOVE 'N' TO DL100VM-POSTED-TONIGHT-SW.
057600     MOVE 'N' TO DL100VM-ACCT-FLAGGED-SW.
057700     MOVE 'N' TO DL100VM-ACCT-LOOKED-UP-SW.
057800     MOVE 'N' TO DL100VM-CLUSTER-FOUND-SW.
057900     MOVE ZERO TO DL100VM-WIN-COUNT.
058000     MOVE ZERO TO DL100VM-WIN-NET.
058100     MOVE ZERO TO DL100VM-WIN-FIRST-DATE.
058200     MOVE ZERO TO DL100VM-RUN-DAYS.
058300     MOVE ZERO TO DL100VM-RUN-ITEMS.
058400     MOVE ZERO TO DL100VM-RUN-AMOUNT.
058500 2200-EXIT.
058600     EXIT.
058700
058800*****************************************************************
058900* 2300-TAKE-NEAR-ITEM - EXTENDS THE RUN OF NEAR-THRESHOLD DAYS.
059000* ANOTHER ITEM ON THE SAME DAY JOINS THE RUN; ONE ON THE NEXT
059100* CALENDAR OR BUSINESS DAY EXTENDS IT; ANYTHING LATER STARTS A
059200* NEW RUN.  ONCE A RUN IS LONG ENOUGH IT IS KEPT AS THE CLUSTER
059300* TO FLAG.
059400*****************************************************************
059500 2300-TAKE-NEAR-ITEM.
059600     IF DL100VM-RUN-DAYS = ZERO
059700         PERFORM 2310-START-RUN THRU 2310-EXIT
059800     ELSE
059900         IF DL100HI-TRAN-DATE = DL100VM-RUN-LAST
060000             ADD 1 TO DL100VM-RUN-ITEMS
060100             ADD DL100VM-ABS-AMOUNT TO DL100VM-RUN-AMOUNT
060200         ELSE
060300             PERFORM 2320-TEST-CONSECUTIVE THRU 2320-EXIT
060400             IF DL100VM-CONSECUTIVE
060500                 ADD 1 TO DL100VM-RUN-DAYS
060600                 ADD 1 TO DL100VM-RUN-ITEMS
060700                 ADD DL100VM-ABS-AMOUNT TO DL100VM-RUN-AMOUNT
060800                 MOVE DL100HI-TRAN-DATE TO DL100VM-RUN-LAST
060900             ELSE
061000                 PERFORM 2310-START-RUN THRU 2310-EXIT
061100             END-IF
061200         END-IF
061300     END-IF.
061400     IF DL100VM-RUN-DAYS NOT < DL100VM-CLUSTER-DAYS
061500         SET DL100VM-CLUSTER-FOUND TO TRUE
061600         MOVE DL100VM-RUN-START TO DL100VM-CLU-START
061700         MOVE DL100VM-RUN-LAST TO DL100VM-CLU-END
061800         MOVE DL100VM-RUN-ITEMS TO DL100VM-CLU-ITEMS
061900         MOVE DL100VM-RUN-AMOUNT TO DL100VM-CLU-AMOUNT
062000     END-IF.
062100 2300-EXIT.
062200     EXIT.
062300
062400 2310-START-RUN.
062500     MOVE DL100HI-TRAN-DATE TO DL100VM-RUN-START.
062600     MOVE DL100HI-TRAN-DATE TO DL100VM-RUN-LAST.
062700     MOVE 1 TO DL100VM-RUN-DAYS.
062800     MOVE 1 TO DL100VM-RUN-ITEMS.
062900     MOVE DL100VM-ABS-AMOUNT TO DL100VM-RUN-AMOUNT.
063000 2310-EXIT.
063100     EXIT.
063200
063300*****************************************************************
063400* 2320-TEST-CONSECUTIVE - IS THE ITEM'S DATE THE DAY AFTER THE
063500* LAST DAY OF THE RUN, OR THE FIRST BUSINESS DAY AFTER IT (SO A
063600* FRIDAY-MONDAY RUN IS NOT BROKEN BY THE WEEKEND)?
063700*****************************************************************
063800 2320-TEST-CONSECUTIVE.
063900     MOVE 'N' TO DL100VM-CONSECUTIVE-SW.
064000     MOVE 'DAYSDIFF' TO DL100LK-FUNCTION.
064100     MOVE DL100HI-TRAN-DATE TO DL100LK-DATE-1.
064200     MOVE DL100VM-RUN-LAST TO DL100LK-DATE-2.
064300     CALL 'DL100DT' USING DL100LK-PARM-AREA.
064400     IF DL100LK-RETURN-CODE = ZERO AND DL100LK-DAYS-DIFF = 1
064500         SET DL100VM-CONSECUTIVE TO TRUE
064600         GO TO 2320-EXIT
064700     END-IF.
064800     MOVE ZERO TO DL100LK-RETURN-CODE.
064900     MOVE 'BUSDAY  ' TO DL100LK-FUNCTION.
065000     MOVE DL100VM-RUN-LAST TO DL100LK-DATE-1.
065100     CALL 'DL100DT' USING DL100LK-PARM-AREA.
065200     IF DL100LK-RETURN-CODE = ZERO
065300             AND DL100LK-NEXT-BUSDAY = DL100HI-TRAN-DATE
065400         SET DL100VM-CONSECUTIVE TO TRUE
065500     END-IF.
065600     MOVE ZERO TO DL100LK-RETURN-CODE.
065700 2320-EXIT.
065800     EXIT.
065900
066000*****************************************************************
066100* 3000-CLOSE-ACCOUNT - THE WINDOW AND CLUSTER TESTS, FOR AN
066200* ACCOUNT THAT POSTED TONIGHT.
066300*****************************************************************
066400 3000-CLOSE-ACCOUNT.
066500     MOVE 'N' TO DL100VM-ACCT-IN-HAND-SW.
066600     IF NOT DL100VM-POSTED-TONIGHT
066700         GO TO 3000-EXIT
066800     END-IF.
066900     ADD 1 TO DL100VM-ACCT-EXAMINED.
067000     IF DL100VM-WINDOW-COUNT > ZERO
067100             AND DL100VM-WIN-COUNT > DL100VM-WINDOW-COUNT
067200         PERFORM 4200-FLAG-WINDOW-COUNT THRU 4200-EXIT
067300     END-IF.
067400     IF DL100VM-WIN-NET < ZERO
067500         SUBTRACT DL100VM-WIN-NET FROM ZERO GIVING DL100VM-ABS-NET
067600     ELSE
067700         MOVE DL100VM-WIN-NET TO DL100VM-ABS-NET
067800     END-IF.
067900     IF DL100VM-WINDOW-NET > ZERO
068000             AND DL100VM-ABS-NET > DL100VM-WINDOW-NET
068100         PERFORM 4300-FLAG-WINDOW-NET THRU 4300-EXIT
068200     END-IF.
068300     IF DL100VM-CLUSTER-FOUND
068400         PERFORM 4400-FLAG-CLUSTER THRU 4400-EXIT
068500     END-IF.
068600 3000-EXIT.
068700     EXIT.
068800
068900*****************************************************************
069000* 4000-WRITE-EXCEPTION - PRINTS AND EXTRACTS THE EXCEPTION SET UP
069100* BY THE CALLER, WITH THE ACCOUNT'S CURRENT MASTER BALANCE.
069200*****************************************************************
069300 4000-WRITE-EXCEPTION.
069400     IF NOT DL100VM-ACCT-LOOKED-UP
069500         PERFORM 4050-LOOK-UP-ACCOUNT THRU 4050-EXIT
069600     END-IF.
069700     IF NOT DL100VM-ACCT-FLAGGED
069800         SET DL100VM-ACCT-FLAGGED TO TRUE
069900         ADD 1 TO DL100VM-ACCT-FLAG-COUNT
070000     END-IF.
070100     IF DL100VM-LINE-COUNT >= DL100VM-LINES-PER-PAGE
070200         PERFORM 4500-WRITE-PAGE-HEADERS THRU 4500-EXIT
070300     END-IF.
070400     MOVE DL100VM-CURR-ACCOUNT TO DL100VM-DL-ACCOUNT.
070500     MOVE DL100VM-EX-LABEL TO DL100VM-DL-LABEL.
070600     MOVE DL100VM-EX-FROM TO DL100VM-DL-FROM.
070700     MOVE DL100VM-EX-TO TO DL100VM-DL-TO.
070800     MOVE DL100VM-EX-CODE TO DL100VM-DL-CODE.
070900     MOVE DL100VM-EX-COUNT TO DL100VM-DL-COUNT.
071000     MOVE DL100VM-EX-AMOUNT TO DL100VM-DL-AMOUNT.
071100     MOVE DL100VM-ACCT-BALANCE TO DL100VM-DL-BALANCE.
071200     MOVE DL100VM-STATUS-TEXT TO DL100VM-DL-STATUS.
071300     MOVE DL100VM-EX-REASON TO DL100VM-DL-REASON.
071400     WRITE DL100RP-LINE FROM DL100VM-DETAIL-LINE.
071500     ADD 1 TO DL100VM-LINE-COUNT.
071600     MOVE SPACES TO DL100VX-RECORD.
071700     SET DL100VX-DETAIL TO TRUE.
071800     MOVE DL100LK-RUN-DATE TO DL100VX-RUN-DATE.
071900     MOVE DL100VM-CURR-ACCOUNT TO DL100VX-ACCOUNT-NO.
072000     MOVE DL100VM-EX-TYPE TO DL100VX-EXCEPTION-TYPE.
072100     MOVE DL100VM-EX-FROM TO DL100VX-FROM-DATE.
072200     MOVE DL100VM-EX-TO TO DL100VX-TO-DATE.
072300     MOVE DL100VM-EX-CODE TO DL100VX-TRAN-CODE.
072400     MOVE DL100VM-EX-COUNT TO DL100VX-ITEM-COUNT.
072500     MOVE DL100VM-EX-AMOUNT TO DL100VX-AMOUNT.
072600     MOVE DL100VM-ACCT-BALANCE TO DL100VX-CURR-BALANCE.
072700     MOVE DL100VM-ACCT-STATUS TO DL100VX-ACCT-STATUS.
072800     WRITE DL100VX-RECORD.
072900     IF DL100-EXTRFILE-STATUS NOT = '00'
073000         DISPLAY 'DL100E - RISK EXTRACT WRITE FAILED, STATUS='
073100             DL100-EXTRFILE-STATUS
073200         MOVE 16 TO DL100VM-RETURN-CODE
073300         SET DL100VM-HIST-EOF TO TRUE
073400         GO TO 4000-EXIT
073500     END-IF.
073600     ADD 1 TO DL100VM-EXTRACT-COUNT.
073700 4000-EXIT.
073800     EXIT.
073900
074000*****************************************************************
074100* 4050-LOOK-UP-ACCOUNT - ONCE PER FLAGGED ACCOUNT.  AN ACCOUNT
074200* GONE FROM THE MASTER IS STILL REPORTED, AS MISSING.
074300*****************************************************************
074400 4050-LOOK-UP-ACCOUNT.
074500     SET DL100VM-ACCT-LOOKED-UP TO TRUE.
074600     MOVE ZERO TO DL100VM-ACCT-BALANCE.
074700     MOVE SPACE TO DL100VM-ACCT-STATUS.
074800     MOVE 'MISSING' TO DL100VM-STATUS-TEXT.
074900     MOVE DL100VM-CURR-ACCOUNT TO DL100AM-ACCOUNT-NO.
075000     READ DL100-MASTFILE
075100         INVALID KEY
075200             CONTINUE
075300     END-READ.
075400     IF DL100-MASTFILE-STATUS = '23'
075500         GO TO 4050-EXIT
075600     END-IF.
075700     IF DL100-MASTFILE-STATUS NOT = '00'
075800         DISPLAY 'DL100E - ACCOUNT MASTER READ FAILED, STATUS='
075900             DL100-MASTFILE-STATUS
076000         MOVE 16 TO DL100VM-RETURN-CODE
076100         SET DL100VM-HIST-EOF TO TRUE
076200         GO TO 4050-EXIT
076300     END-IF.
076400     MOVE DL100AM-CURR-BALANCE TO DL100VM-ACCT-BALANCE.
076500     MOVE DL100AM-ACCT-STATUS TO DL100VM-ACCT-STATUS.
076600     IF DL100AM-ACCT-OPEN
076700         MOVE 'OPEN' TO DL100VM-STATUS-TEXT
076800     ELSE
076900         IF DL100AM-ACCT-CLOSED
077000             MOVE 'CLOSED' TO DL100VM-STATUS-TEXT
077100         ELSE
077200             IF DL100AM-ACCT-DORMANT
077300                 MOVE 'DORMANT' TO DL100VM-STATUS-TEXT
077400             ELSE
077500                 MOVE DL100AM-ACCT-STATUS TO DL100VM-STATUS-TEXT
077600             END-IF
077700         END-IF
077800     END-IF.
077900 4050-EXIT.
078000     EXIT.
078100
078200 4100-FLAG-LARGE-ITEM.
078300     MOVE 'LI' TO DL100VM-EX-TYPE.
078400     MOVE 'LARGE ITEM' TO DL100VM-EX-LABEL.
078500     MOVE DL100HI-TRAN-DATE TO DL100VM-EX-FROM.
078600     MOVE DL100HI-RUN-DATE TO DL100VM-EX-TO.
078700     MOVE DL100HI-TRAN-CODE TO DL100VM-EX-CODE.
078800     MOVE 1 TO DL100VM-EX-COUNT.
078900     MOVE DL100HI-TRAN-AMOUNT TO DL100VM-EX-AMOUNT.
079000     MOVE 'AT OR OVER THE REPORT LIMIT' TO DL100VM-EX-REASON.
079100     PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT.
079200     ADD 1 TO DL100VM-LARGE-COUNT.
079300 4100-EXIT.
079400     EXIT.
079500
079600 4200-FLAG-WINDOW-COUNT.
079700     MOVE 'VC' TO DL100VM-EX-TYPE.
079800     MOVE 'VELOCITY CNT' TO DL100VM-EX-LABEL.
079900     MOVE DL100VM-WIN-FIRST-DATE TO DL100VM-EX-FROM.
080000     MOVE DL100LK-RUN-DATE TO DL100VM-EX-TO.
080100     MOVE SPACES TO DL100VM-EX-CODE.
080200     MOVE DL100VM-WIN-COUNT TO DL100VM-EX-COUNT.
080300     MOVE DL100VM-WIN-NET TO DL100VM-EX-AMOUNT.
080400     MOVE 'ITEMS OVER THE WINDOW LIMIT' TO DL100VM-EX-REASON.
080500     PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT.
080600     ADD 1 TO DL100VM-VEL-COUNT-COUNT.
080700 4200-EXIT.
080800     EXIT.
080900
081000 4300-FLAG-WINDOW-NET.
081100     MOVE 'VN' TO DL100VM-EX-TYPE.
081200     MOVE 'VELOCITY NET' TO DL100VM-EX-LABEL.
081300     MOVE DL100VM-WIN-FIRST-DATE TO DL100VM-EX-FROM.
081400     MOVE DL100LK-RUN-DATE TO DL100VM-EX-TO.
081500     MOVE SPACES TO DL100VM-EX-CODE.
081600     MOVE DL100VM-WIN-COUNT TO DL100VM-EX-COUNT.
081700     MOVE DL100VM-WIN-NET TO DL100VM-EX-AMOUNT.
081800     MOVE 'NET OVER THE WINDOW LIMIT' TO DL100VM-EX-REASON.
081900     PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT.
082000     ADD 1 TO DL100VM-VEL-NET-COUNT.
082100 4300-EXIT.
082200     EXIT.
082300
082400 4400-FLAG-CLUSTER.
082500     MOVE 'ST' TO DL100VM-EX-TYPE.
082600     MOVE 'STRUCTURING' TO DL100VM-EX-LABEL.
082700     MOVE DL100VM-CLU-START TO DL100VM-EX-FROM.
082800     MOVE DL100VM-CLU-END TO DL100VM-EX-TO.
082900     MOVE SPACES TO DL100VM-EX-CODE.
083000     MOVE DL100VM-CLU-ITEMS TO DL100VM-EX-COUNT.
083100     MOVE DL100VM-CLU-AMOUNT TO DL100VM-EX-AMOUNT.
083200     MOVE 'NEAR-LIMIT ITEMS, CONSEC DAYS' TO DL100VM-EX-REASON.
083300     PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT.
083400     ADD 1 TO DL100VM-CLUSTER-COUNT.
083500 4400-EXIT.
083600     EXIT.
083700
083800 4500-WRITE-PAGE-HEADERS.
083900     ADD 1 TO DL100VM-PAGE-NUMBER.
084000     MOVE DL100LK-RUN-DATE TO DL100VM-H1-RUN-DATE.
084100     MOVE DL100VM-PAGE-NUMBER TO DL100VM-H1-PAGE.
084200     MOVE DL100VM-REPORT-LIMIT TO DL100VM-H2-REPORT.
084300     MOVE DL100VM-BAND-FLOOR TO DL100VM-H2-FLOOR.
084400     MOVE DL100VM-WINDOW-DAYS TO DL100VM-H2-WINDOW.
084500     MOVE DL100VM-WINDOW-COUNT TO DL100VM-H2-COUNT.
084600     MOVE DL100VM-WINDOW-NET TO DL100VM-H2-NET.
084700     MOVE DL100VM-CLUSTER-DAYS TO DL100VM-H2-CLUSTER.
084800     WRITE DL100RP-LINE FROM DL100VM-HDR1-LINE.
084900     WRITE DL100RP-LINE FROM DL100VM-HDR2-LINE.
085000     WRITE DL100RP-LINE FROM DL100VM-HDR3-LINE.
085100     MOVE ZERO TO DL100VM-LINE-COUNT.
085200 4500-EXIT.
085300     EXIT.
085400
085500*****************************************************************
085600* 6000-WRITE-TOTALS - REPORT TOTALS, THEN THE EXTRACT TRAILER
085700* CARRYING THE DETAIL COUNT.
085800*****************************************************************
085900 6000-WRITE-TOTALS.
086000     IF DL100VM-LINE-COUNT + 10 > DL100VM-LINES-PER-PAGE
086100         PERFORM 4500-WRITE-PAGE-HEADERS THRU 4500-EXIT
086200     END-IF.
086300     IF NOT DL100VM-SINGLE-ON AND NOT DL100VM-WINDOW-ON
086400         MOVE 'NO MONITORING LIMITS SET - NOTHING FLAGGED'
086500             TO DL100VM-NL-TEXT
086600     ELSE
086700         MOVE 'MONITOR TOTALS' TO DL100VM-NL-TEXT
086800     END-IF.
086820     IF DL100VM-DEFERRED
086840         MOVE 'NOT THE LAST POSTING CYCLE - MONITOR RUNS LATER'
086860             TO DL100VM-NL-TEXT
086880     END-IF.
086900     WRITE DL100RP-LINE FROM DL100VM-NOTE-LINE.
087000     MOVE 'HISTORY RECORDS READ' TO DL100VM-CL-LABEL.
087100     MOVE DL100VM-HIST-READ TO DL100VM-CL-COUNT.
087200     WRITE DL100RP-LINE FROM DL100VM-COUNT-LINE.
087300     MOVE 'REVERSED OR REVERSAL ITEMS LEFT OUT'
087400         TO DL100VM-CL-LABEL.
087500     MOVE DL100VM-HIST-SKIPPED TO DL100VM-CL-COUNT.
087600     WRITE DL100RP-LINE FROM DL100VM-COUNT-LINE.
087700     MOVE 'ACCOUNTS POSTED TONIGHT' TO DL100VM-CL-LABEL.
087800     MOVE DL100VM-ACCT-EXAMINED TO DL100VM-CL-COUNT.
087900     WRITE DL100RP-LINE FROM DL100VM-COUNT-LINE.
088000     MOVE 'ACCOUNTS FLAGGED' TO DL100VM-CL-LABEL.
088100     MOVE DL100VM-ACCT-FLAG-COUNT TO DL100VM-CL-COUNT.
088200     WRITE DL100RP-LINE FROM DL100VM-COUNT-LINE.
088300     MOVE 'LARGE ITEMS' TO DL100VM-CL-LABEL.
088400     MOVE DL100VM-LARGE-COUNT TO DL100VM-CL-COUNT.
088500     WRITE DL100RP-LINE FROM DL100VM-COUNT-LINE.
088600     MOVE 'WINDOW ITEM COUNT OVER LIMIT' TO DL100VM-CL-LABEL.
088700     MOVE DL100VM-VEL-COUNT-COUNT TO DL100VM-CL-COUNT.
088800     WRITE DL100RP-LINE FROM DL100VM-COUNT-LINE.
088900     MOVE 'WINDOW NET OVER LIMIT' TO DL100VM-CL-LABEL.
089000     MOVE DL100VM-VEL-NET-COUNT TO DL100VM-CL-COUNT.
089100     WRITE DL100RP-LINE FROM DL100VM-COUNT-LINE.
089200     MOVE 'STRUCTURING CLUSTERS' TO DL100VM-CL-LABEL.
089300     MOVE DL100VM-CLUSTER-COUNT TO DL100VM-CL-COUNT.
089400     WRITE DL100RP-LINE FROM DL100VM-COUNT-LINE.
089500     ADD 10 TO DL100VM-LINE-COUNT.
089600     MOVE SPACES TO DL100VX-RECORD.
089700     SET DL100VX-TRAILER TO TRUE.
089800     MOVE DL100VM-EXTRACT-COUNT TO DL100VX-TRAILER-COUNT.
089900     MOVE DL100LK-RUN-DATE TO DL100VX-TRAILER-DATE.
090000     WRITE DL100VX-RECORD.
090100     IF DL100-EXTRFILE-STATUS NOT = '00'
090200         DISPLAY 'DL100E - RISK EXTRACT TRAILER WRITE FAILED, '
090300             'STATUS=' DL100-EXTRFILE-STATUS
090400         MOVE 16 TO DL100VM-RETURN-CODE
090500     END-IF.
090600     DISPLAY 'DL100I - EXCEPTIONS FLAGGED = '
090700         DL100VM-EXTRACT-COUNT.
090800 6000-EXIT.
090900     EXIT.
091000
091100*****************************************************************
091200* 7000-WRITE-AUDIT-RECORD - ONE RECORD PER RUN, LIKE EVERY
091300* PROGRAM IN THE SUITE.  THE DETAIL COUNT CARRIES THE NUMBER
091400* OF EXCEPTIONS FLAGGED.
091500*****************************************************************
091600 7000-WRITE-AUDIT-RECORD.
091700     IF NOT DL100VM-AUDIT-OPEN
091800         GO TO 7000-EXIT
091900     END-IF.
092000     MOVE SPACES TO DL100AL-RECORD.
092100     MOVE 'DL100VM' TO DL100AL-PROGRAM-ID.
092200     MOVE DL100LK-RUN-DATE TO DL100AL-RUN-DATE.
092300     MOVE DL100VM-RUN-TIME TO DL100AL-RUN-TIME.
092400     MOVE 'LARGE-ITEM/VELOCITY MONITOR' TO DL100AL-RUN-LABEL.
092500     MOVE DL100VM-EXTRACT-COUNT TO DL100AL-DETAIL-COUNT.
092600     MOVE DL100VM-RETURN-CODE TO DL100AL-RETURN-CODE.
092700     WRITE DL100AL-RECORD.
092800 7000-EXIT.
092900     EXIT.
093000
093100*****************************************************************
093200* 9000-TERMINATE.
093300*****************************************************************
093400 9000-TERMINATE.
093500     IF DL100VM-HIST-OPEN
093600         CLOSE DL100-HISTFILE
093700     END-IF.
093800     IF DL100VM-MAST-OPEN
093900         CLOSE DL100-MASTFILE
094000     END-IF.
094100     IF DL100VM-EXTR-OPEN
094200         CLOSE DL100-EXTRFILE
094300     END-IF.
094400     IF DL100VM-REPT-OPEN
094500         CLOSE DL100-REPTFILE
094600     END-IF.
094700     IF DL100VM-AUDIT-OPEN
094800         CLOSE DL100-AUDITFILE
094900     END-IF.
095000     MOVE DL100VM-RETURN-CODE TO RETURN-CODE.
095100     DISPLAY 'DL100I - DL100VM ENDED, RETURN CODE = '
095200         DL100VM-RETURN-CODE.
095300 9000-EXIT.
095400     EXIT.
