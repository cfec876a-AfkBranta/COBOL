000100*****************************************************************
000200* PROGRAM-ID   : DL100VU
000300* AUTHOR       : BRANTA
000400* INSTALLATION : DAILY LEDGER BATCH SUITE
000500* DATE-WRITTEN : 2026-10-15
000600*
000700* REMARKS.
000800*     STANDALONE MAINTENANCE PROGRAM FOR THE DL100VP LARGE-ITEM
000900*     AND VELOCITY MONITORING PARAMETER FILE, BUILT THE SAME WAY
001000*     AS DL100PU.  READS THE CURRENT PARAMETER RECORD, APPLIES A
001100*     SINGLE MAINTENANCE TRANSACTION CARRYING THE NEW LIMITS,
001200*     WRITES THE UPDATED RECORD BACK OUT, AND LOGS THE BEFORE AND
001300*     AFTER VALUES TO A MAINTENANCE LOG.  THIS LETS RISK MOVE THE
001400*     DL100VM LIMITS WITHOUT A RECOMPILE.  A TRANSACTION THAT IS
001500*     NOT NUMERIC, OR WHOSE NEAR-THRESHOLD FLOOR IS NOT BELOW THE
001600*     REPORT LIMIT, IS REJECTED AND THE FILE LEFT AS IT WAS.
001700*
001800* MODIFICATION HISTORY.
001900*     2026-10-15  BAB  ORIGINAL VERSION.
002000*****************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. DL100VU.
002300 AUTHOR. BRANTA.
002400 INSTALLATION. DAILY LEDGER BATCH SUITE.
002500 DATE-WRITTEN. 2026-10-15.
002600 DATE-COMPILED.
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500*****************************************************************
003600* CURRENT MONITORING LIMITS, READ THEN REWRITTEN WITH THE NEW
003700* VALUES FROM THE MAINTENANCE TRANSACTION.
003800*****************************************************************
003900     SELECT DL100-PARMFILE ASSIGN TO PARMIO
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS DL100-PARMFILE-STATUS.
004200
004300*****************************************************************
004400* ONE MAINTENANCE TRANSACTION SUPPLIED BY RISK.
004500*****************************************************************
004600     SELECT DL100-MAINTFILE ASSIGN TO MAINTIN
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS DL100-MAINTFILE-STATUS.
004900
005000*****************************************************************
005100* BEFORE/AFTER MAINTENANCE LOG - PART OF THE STANDING AUDIT
005200* TRAIL, OPENED EXTEND SO EVERY CHANGE ADDS ANOTHER RECORD.
005300*****************************************************************
005400     SELECT DL100-MAINTLOG ASSIGN TO MAINTLOG
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS DL100-MAINTLOG-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  DL100-PARMFILE
006100     LABEL RECORDS ARE STANDARD
006200     RECORD CONTAINS 80 CHARACTERS
006300     RECORDING MODE IS F.
006400     COPY DL100VP.
006500
006600 FD  DL100-MAINTFILE
006700     LABEL RECORDS ARE STANDARD
006800     RECORD CONTAINS 80 CHARACTERS
006900     RECORDING MODE IS F.
007000     COPY DL100VT.
007100
007200 FD  DL100-MAINTLOG
007300     LABEL RECORDS ARE STANDARD
007400     RECORD CONTAINS 120 CHARACTERS
007500     RECORDING MODE IS F.
007600     COPY DL100VL.
007700
007800 WORKING-STORAGE SECTION.
007900 77  DL100VU-MAINT-EOF-SW            PIC X(01) VALUE 'N'.
008000     88  DL100VU-MAINT-EOF                   VALUE 'Y'.
008100 77  DL100VU-MAINTFILE-OPEN-SW       PIC X(01) VALUE 'N'.
008200     88  DL100VU-MAINTFILE-OPEN              VALUE 'Y'.
008300 77  DL100VU-MAINTLOG-OPEN-SW        PIC X(01) VALUE 'N'.
008400     88  DL100VU-MAINTLOG-OPEN               VALUE 'Y'.
008500 77  DL100VU-RETURN-CODE             PIC 9(03) VALUE ZERO.
008600
008700 01  DL100VU-FILE-STATUSES.
008800     05  DL100-PARMFILE-STATUS       PIC X(02) VALUE SPACES.
008900     05  DL100-MAINTFILE-STATUS      PIC X(02) VALUE SPACES.
009000     05  DL100-MAINTLOG-STATUS       PIC X(02) VALUE SPACES.
009100
009200 01  DL100VU-BEFORE-VALUES.
009300     05  DL100VU-BEFORE-REPORT       PIC 9(09)V99 VALUE ZERO.
009400     05  DL100VU-BEFORE-FLOOR        PIC 9(09)V99 VALUE ZERO.
009500     05  DL100VU-BEFORE-CLUSTER      PIC 9(02) VALUE ZERO.
009600     05  DL100VU-BEFORE-WINDOW       PIC 9(03) VALUE ZERO.
009700     05  DL100VU-BEFORE-COUNT        PIC 9(05) VALUE ZERO.
009800     05  DL100VU-BEFORE-NET          PIC 9(11)V99 VALUE ZERO.
009900
010000     COPY DL100LK.
010100
010200 PROCEDURE DIVISION.
010300*****************************************************************
010400* 0000-MAINLINE.
010500*****************************************************************
010600 0000-MAINLINE.
010700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010800     PERFORM 2000-READ-MAINT-TRANSACTION THRU 2000-EXIT.
010900     IF NOT DL100VU-MAINT-EOF
011000         PERFORM 2500-EDIT-MAINT-TRANSACTION THRU 2500-EXIT
011100     END-IF.
011200     IF NOT DL100VU-MAINT-EOF
011300         PERFORM 3000-APPLY-MAINTENANCE THRU 3000-EXIT
011400         PERFORM 4000-LOG-MAINTENANCE THRU 4000-EXIT
011500     END-IF.
011600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011700     STOP RUN.
011800
011900*****************************************************************
012000* 1000-INITIALIZE - READS THE CURRENT PARAMETER RECORD SO THE
012100* BEFORE VALUES CAN BE LOGGED.  NO RECORD YET MEANS EVERY LIMIT
012200* WAS ZERO (EVERY TEST OFF).
012300*****************************************************************
012400 1000-INITIALIZE.
012500     OPEN INPUT DL100-PARMFILE.
012600     READ DL100-PARMFILE
012700         AT END
012800             DISPLAY 'DL100I - NO EXISTING MONITORING PARAMETER '
012900                 'RECORD, ALL TESTS WERE OFF'
013000     END-READ.
013100     IF DL100-PARMFILE-STATUS = '00'
013200         MOVE DL100VP-REPORT-LIMIT TO DL100VU-BEFORE-REPORT
013300         MOVE DL100VP-BAND-FLOOR TO DL100VU-BEFORE-FLOOR
013400         MOVE DL100VP-CLUSTER-DAYS TO DL100VU-BEFORE-CLUSTER
013500         MOVE DL100VP-WINDOW-DAYS TO DL100VU-BEFORE-WINDOW
013600         MOVE DL100VP-WINDOW-COUNT TO DL100VU-BEFORE-COUNT
013700         MOVE DL100VP-WINDOW-NET TO DL100VU-BEFORE-NET
013800     END-IF.
013900     CLOSE DL100-PARMFILE.
014000     OPEN INPUT DL100-MAINTFILE.
014100     IF DL100-MAINTFILE-STATUS NOT = '00'
014200         DISPLAY 'DL100E - UNABLE TO OPEN MAINTENANCE '
014300             'TRANSACTION FILE, STATUS=' DL100-MAINTFILE-STATUS
014400         MOVE 16 TO DL100VU-RETURN-CODE
014500         SET DL100VU-MAINT-EOF TO TRUE
014600         GO TO 1000-EXIT
014700     END-IF.
014800     SET DL100VU-MAINTFILE-OPEN TO TRUE.
014900     OPEN EXTEND DL100-MAINTLOG.
015000     IF DL100-MAINTLOG-STATUS NOT = '00'
015100         DISPLAY 'DL100E - UNABLE TO OPEN MAINTENANCE LOG, '
015200             'STATUS=' DL100-MAINTLOG-STATUS
015300         MOVE 16 TO DL100VU-RETURN-CODE
015400         SET DL100VU-MAINT-EOF TO TRUE
015500         GO TO 1000-EXIT
015600     END-IF.
015700     SET DL100VU-MAINTLOG-OPEN TO TRUE.
015800 1000-EXIT.
015900     EXIT.
016000
016100*****************************************************************
016200* 2000-READ-MAINT-TRANSACTION - ONE TRANSACTION PER RUN.
016300*****************************************************************
016400 2000-READ-MAINT-TRANSACTION.
016500     IF DL100VU-MAINT-EOF
016600         GO TO 2000-EXIT
016700     END-IF.
016800     READ DL100-MAINTFILE
016900         AT END
017000             SET DL100VU-MAINT-EOF TO TRUE
017100             DISPLAY 'DL100I - NO MAINTENANCE TRANSACTION '
017200                 'SUPPLIED, PARAMETER FILE LEFT UNCHANGED'
017300     END-READ.
017400 2000-EXIT.
017500     EXIT.
017600
017700*****************************************************************
017800* 2500-EDIT-MAINT-TRANSACTION - EVERY LIMIT MUST BE NUMERIC, AND
017900* WHEN BOTH ARE SET THE NEAR-THRESHOLD FLOOR MUST SIT BELOW THE
018000* REPORT LIMIT OR THE BAND WOULD BE EMPTY.
018100*****************************************************************
018200 2500-EDIT-MAINT-TRANSACTION.
018300     IF DL100VT-NEW-REPORT-LIMIT NOT NUMERIC
018400             OR DL100VT-NEW-BAND-FLOOR NOT NUMERIC
018500             OR DL100VT-NEW-CLUSTER-DAYS NOT NUMERIC
018600             OR DL100VT-NEW-WINDOW-DAYS NOT NUMERIC
018700             OR DL100VT-NEW-WINDOW-COUNT NOT NUMERIC
018800             OR DL100VT-NEW-WINDOW-NET NOT NUMERIC
018900         DISPLAY 'DL100E - MAINTENANCE TRANSACTION NOT NUMERIC, '
019000             'PARAMETER FILE LEFT UNCHANGED'
019100         MOVE 8 TO DL100VU-RETURN-CODE
019200         SET DL100VU-MAINT-EOF TO TRUE
019300         GO TO 2500-EXIT
019400     END-IF.
019500     IF DL100VT-NEW-REPORT-LIMIT NOT = ZERO
019600             AND DL100VT-NEW-BAND-FLOOR NOT = ZERO
019700             AND DL100VT-NEW-BAND-FLOOR
019800                 NOT < DL100VT-NEW-REPORT-LIMIT
019900         DISPLAY 'DL100E - NEAR-THRESHOLD FLOOR NOT BELOW THE '
020000             'REPORT LIMIT, PARAMETER FILE LEFT UNCHANGED'
020100         MOVE 8 TO DL100VU-RETURN-CODE
020200         SET DL100VU-MAINT-EOF TO TRUE
020300     END-IF.
020400 2500-EXIT.
020500     EXIT.
020600
020700*****************************************************************
020800* 3000-APPLY-MAINTENANCE - REWRITES THE PARAMETER FILE WITH THE
020900* NEW VALUES FROM THE MAINTENANCE TRANSACTION.
021000*****************************************************************
021100 3000-APPLY-MAINTENANCE.
021200     MOVE SPACES TO DL100VP-RECORD.
021300     MOVE DL100VT-NEW-REPORT-LIMIT TO DL100VP-REPORT-LIMIT.
021400     MOVE DL100VT-NEW-BAND-FLOOR TO DL100VP-BAND-FLOOR.
021500     MOVE DL100VT-NEW-CLUSTER-DAYS TO DL100VP-CLUSTER-DAYS.
021600     MOVE DL100VT-NEW-WINDOW-DAYS TO DL100VP-WINDOW-DAYS.
021700     MOVE DL100VT-NEW-WINDOW-COUNT TO DL100VP-WINDOW-COUNT.
021800     MOVE DL100VT-NEW-WINDOW-NET TO DL100VP-WINDOW-NET.
021900     OPEN OUTPUT DL100-PARMFILE.
022000     IF DL100-PARMFILE-STATUS NOT = '00'
022100         DISPLAY 'DL100E - UNABLE TO OPEN PARAMETER FILE FOR '
022200             'REWRITE, STATUS=' DL100-PARMFILE-STATUS
022300         MOVE 16 TO DL100VU-RETURN-CODE
022400         GO TO 3000-EXIT
022500     END-IF.
022600     WRITE DL100VP-RECORD.
022700     IF DL100-PARMFILE-STATUS NOT = '00'
022800         DISPLAY 'DL100E - UNABLE TO WRITE PARAMETER RECORD, '
022900             'STATUS=' DL100-PARMFILE-STATUS
023000         MOVE 16 TO DL100VU-RETURN-CODE
023100         CLOSE DL100-PARMFILE
023200         GO TO 3000-EXIT
023300     END-IF.
023400     CLOSE DL100-PARMFILE.
023500     DISPLAY 'DL100I - MONITORING PARAMETER FILE UPDATED'.
023600     DISPLAY '   REPORT LIMIT        WAS: ' DL100VU-BEFORE-REPORT.
023700     DISPLAY '   REPORT LIMIT        NOW: ' DL100VP-REPORT-LIMIT.
023800     DISPLAY '   NEAR FLOOR          WAS: ' DL100VU-BEFORE-FLOOR.
023900     DISPLAY '   NEAR FLOOR          NOW: ' DL100VP-BAND-FLOOR.
024000     DISPLAY '   CLUSTER DAYS        WAS: '
024100         DL100VU-BEFORE-CLUSTER.
024200     DISPLAY '   CLUSTER DAYS        NOW: ' DL100VP-CLUSTER-DAYS.
024300     DISPLAY '   WINDOW DAYS         WAS: ' DL100VU-BEFORE-WINDOW.
024400     DISPLAY '   WINDOW DAYS         NOW: ' DL100VP-WINDOW-DAYS.
024500     DISPLAY '   WINDOW COUNT LIMIT  WAS: ' DL100VU-BEFORE-COUNT.
024600     DISPLAY '   WINDOW COUNT LIMIT  NOW: ' DL100VP-WINDOW-COUNT.
024700     DISPLAY '   WINDOW NET LIMIT    WAS: ' DL100VU-BEFORE-NET.
024800     DISPLAY '   WINDOW NET LIMIT    NOW: ' DL100VP-WINDOW-NET.
024900 3000-EXIT.
025000     EXIT.
025100
025200*****************************************************************
025300* 4000-LOG-MAINTENANCE - BEFORE/AFTER AUDIT RECORD FOR THE
025400* PARAMETER CHANGE.
025500*****************************************************************
025600 4000-LOG-MAINTENANCE.
025700     IF DL100VU-RETURN-CODE NOT = ZERO
025800         GO TO 4000-EXIT
025900     END-IF.
026000     MOVE 'GETDATE ' TO DL100LK-FUNCTION.
026100     CALL 'DL100DT' USING DL100LK-PARM-AREA.
026200     IF DL100LK-RETURN-CODE NOT = ZERO
026300         DISPLAY 'DL100E - DL100DT REJECTED GETDATE, RC='
026400             DL100LK-RETURN-CODE
026500         MOVE 16 TO DL100VU-RETURN-CODE
026600         GO TO 4000-EXIT
026700     END-IF.
026800     MOVE SPACES TO DL100VL-RECORD.
026900     MOVE DL100LK-RUN-DATE TO DL100VL-RUN-DATE.
027000     ACCEPT DL100VL-RUN-TIME FROM TIME.
027100     MOVE DL100VU-BEFORE-REPORT TO DL100VL-BEFORE-REPORT.
027200     MOVE DL100VU-BEFORE-FLOOR TO DL100VL-BEFORE-FLOOR.
027300     MOVE DL100VU-BEFORE-CLUSTER TO DL100VL-BEFORE-CLUSTER.
027400     MOVE DL100VU-BEFORE-WINDOW TO DL100VL-BEFORE-WINDOW.
027500     MOVE DL100VU-BEFORE-COUNT TO DL100VL-BEFORE-COUNT.
027600     MOVE DL100VU-BEFORE-NET TO DL100VL-BEFORE-NET.
027700     MOVE DL100VP-REPORT-LIMIT TO DL100VL-AFTER-REPORT.
027800     MOVE DL100VP-BAND-FLOOR TO DL100VL-AFTER-FLOOR.
027900     MOVE DL100VP-CLUSTER-DAYS TO DL100VL-AFTER-CLUSTER.
028000     MOVE DL100VP-WINDOW-DAYS TO DL100VL-AFTER-WINDOW.
028100     MOVE DL100VP-WINDOW-COUNT TO DL100VL-AFTER-COUNT.
028200     MOVE DL100VP-WINDOW-NET TO DL100VL-AFTER-NET.
028300     WRITE DL100VL-RECORD.
028400 4000-EXIT.
028500     EXIT.
028600
028700*****************************************************************
028800* 9000-TERMINATE.
028900*****************************************************************
029000 9000-TERMINATE.
029100     IF DL100VU-MAINTFILE-OPEN
029200         CLOSE DL100-MAINTFILE
029300     END-IF.
029400     IF DL100VU-MAINTLOG-OPEN
029500         CLOSE DL100-MAINTLOG
029600     END-IF.
029700     MOVE DL100VU-RETURN-CODE TO RETURN-CODE.
029800     DISPLAY 'DL100I - DL100VU ENDED, RETURN CODE = '
029900         DL100VU-RETURN-CODE.
030000 9000-EXIT.
030100     EXIT.
