000100*****************************************************************
000200* PROGRAM-ID   : DL100HU
000300* AUTHOR       : BRANTA
000400* INSTALLATION : DAILY LEDGER BATCH SUITE
000500* DATE-WRITTEN : 2026-10-15
000600*
000700* REMARKS.
000800*     STANDALONE MAINTENANCE PROGRAM FOR THE DL100HD ACCOUNT HOLD
000900*     FILE, IN THE STYLE OF DL100AU.  READS A FILE OF HOLD
001000*     TRANSACTIONS FROM THE BRANCHES - PLACE A HOLD (LEGAL HOLD,
001100*     UNCLEARED DEPOSIT, PENDING DISBURSEMENT) ON AN ACCOUNT, OR
001200*     RELEASE ONE - APPLIES THEM TO THE KEYED HOLD FILE ON HOLDIO,
001300*     WRITES A BEFORE/AFTER LOG RECORD FOR EVERY CHANGE, AND
001400*     PRINTS A HOLD MAINTENANCE REGISTER SHOWING THE HOLD NUMBER
001500*     ASSIGNED TO EACH NEW HOLD AND THE ACCOUNT'S TOTAL HELD
001600*     AFTER THE CHANGE.  COBOL1 TAKES THE ACTIVE HOLDS OFF THE
001700*     BALANCE BEFORE IT TESTS THE FLOOR; THE NIGHTLY DL100HR
001800*     REGISTER EXPIRES HOLDS THAT REACH THEIR EXPIRY DATE.
001900*
002000* MODIFICATION HISTORY.
002100*     2026-10-15  BAB  ORIGINAL VERSION.
002200*****************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. DL100HU.
002500 AUTHOR. BRANTA.
002600 INSTALLATION. DAILY LEDGER BATCH SUITE.
002700 DATE-WRITTEN. 2026-10-15.
002800 DATE-COMPILED.
002900
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700*****************************************************************
003800* ACCOUNT MASTER - KEYED VSAM FILE, READ ONLY.  A HOLD IS ONLY
003900* PLACED ON AN ACCOUNT THAT IS ON FILE AND NOT CLOSED.
004000*****************************************************************
004100     SELECT DL100-MASTFILE ASSIGN TO MASTIO
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS DL100AM-ACCOUNT-NO
004500         FILE STATUS IS DL100-MASTFILE-STATUS.
004600
004700*****************************************************************
004800* ACCOUNT HOLD FILE - KEYED VSAM FILE, UPDATED IN PLACE.  READ
004900* BY KEY TO RELEASE A HOLD AND BROWSED FROM THE ACCOUNT'S FIRST
005000* HOLD TO NUMBER A NEW ONE AND TOTAL WHAT THE ACCOUNT HAS HELD.
005100*****************************************************************
005200     SELECT DL100-HOLDFILE ASSIGN TO HOLDIO
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS DL100HD-KEY
005600         FILE STATUS IS DL100-HOLDFILE-STATUS.
005700
005800*****************************************************************
005900* HOLD TRANSACTIONS SUPPLIED BY THE BRANCHES THROUGH OPERATIONS.
006000*****************************************************************
006100     SELECT DL100-HOLDTRAN ASSIGN TO HOLDIN
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS DL100-HOLDTRAN-STATUS.
006400
006500*****************************************************************
006600* BEFORE/AFTER HOLD LOG - PART OF THE STANDING AUDIT TRAIL,
006700* OPENED EXTEND SO EVERY CHANGE ADDS A RECORD.  THE NIGHTLY
006800* DL100HR REGISTER LISTS WHAT IS LOGGED HERE.
006900*****************************************************************
007000     SELECT DL100-HOLDLOG ASSIGN TO HOLDLOG
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS DL100-HOLDLOG-STATUS.
007300
007400*****************************************************************
007500* PRINTED HOLD MAINTENANCE REGISTER - ONE LINE PER TRANSACTION,
007600* APPLIED OR REJECTED, HANDED BACK TO OPERATIONS.
007700*****************************************************************
007800     SELECT DL100-REPTFILE ASSIGN TO RPTOUT
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS DL100-REPTFILE-STATUS.
008100
008200*****************************************************************
008300* STANDING AUDIT TRAIL - OPENED EXTEND, ONE RECORD PER RUN.
008400*****************************************************************
008500     SELECT DL100-AUDITFILE ASSIGN TO AUDITOUT
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS DL100-AUDITFILE-STATUS.
008800
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  DL100-MASTFILE
009200     RECORD CONTAINS 80 CHARACTERS.
009300     COPY DL100AM.
009400
009500 FD  DL100-HOLDFILE
009600     RECORD CONTAINS 80 CHARACTERS.
009700     COPY DL100HD.
009800
009900 FD  DL100-HOLDTRAN
010000     LABEL RECORDS ARE STANDARD
010100     RECORD CONTAINS 80 CHARACTERS
010200     RECORDING MODE IS F.
010300     COPY DL100HT.
010400
010500 FD  DL100-HOLDLOG
010600     LABEL RECORDS ARE STANDARD
010700     RECORD CONTAINS 100 CHARACTERS
010800     RECORDING MODE IS F.
010900     COPY DL100HL.
011000
011100 FD  DL100-REPTFILE
011200     LABEL RECORDS ARE STANDARD
011300     RECORD CONTAINS 132 CHARACTERS
011400     RECORDING MODE IS F.
011500 01  DL100RP-LINE                   PIC X(132).
011600
011700 FD  DL100-AUDITFILE
011800     LABEL RECORDS ARE STANDARD
011900     RECORD CONTAINS 80 CHARACTERS
012000     RECORDING MODE IS F.
012100     COPY DL100AL.
012200
012300 WORKING-STORAGE SECTION.
012400*****************************************************************
012500* SWITCHES.
012600*****************************************************************
012700 77  DL100HU-TRAN-EOF-SW             PIC X(01) VALUE 'N'.
012800     88  DL100HU-TRAN-EOF                   VALUE 'Y'.
012900 77  DL100HU-MASTFILE-OPEN-SW        PIC X(01) VALUE 'N'.
013000     88  DL100HU-MASTFILE-OPEN              VALUE 'Y'.
013100 77  DL100HU-HOLDFILE-OPEN-SW        PIC X(01) VALUE 'N'.
013200     88  DL100HU-HOLDFILE-OPEN              VALUE 'Y'.
013300 77  DL100HU-HOLDTRAN-OPEN-SW        PIC X(01) VALUE 'N'.
013400     88  DL100HU-HOLDTRAN-OPEN              VALUE 'Y'.
013500 77  DL100HU-HOLDLOG-OPEN-SW         PIC X(01) VALUE 'N'.
013600     88  DL100HU-HOLDLOG-OPEN               VALUE 'Y'.
013700 77  DL100HU-REPTFILE-OPEN-SW        PIC X(01) VALUE 'N'.
013800     88  DL100HU-REPTFILE-OPEN              VALUE 'Y'.
013900 77  DL100HU-AUDITFILE-OPEN-SW       PIC X(01) VALUE 'N'.
014000     88  DL100HU-AUDITFILE-OPEN             VALUE 'Y'.
014100 77  DL100HU-ON-FILE-SW              PIC X(01) VALUE 'N'.
014200     88  DL100HU-ON-FILE                    VALUE 'Y'.
014300 77  DL100HU-APPLIED-SW              PIC X(01) VALUE 'N'.
014400     88  DL100HU-APPLIED                    VALUE 'Y'.
014500 77  DL100HU-SCAN-DONE-SW            PIC X(01) VALUE 'N'.
014600     88  DL100HU-SCAN-DONE                  VALUE 'Y'.
014700
014800*****************************************************************
014900* COUNTERS.
015000*****************************************************************
015100 77  DL100HU-READ-COUNT              PIC 9(09) COMP VALUE ZERO.
015200 77  DL100HU-APPLIED-COUNT           PIC 9(09) COMP VALUE ZERO.
015300 77  DL100HU-REJECT-COUNT            PIC 9(09) COMP VALUE ZERO.
015400 77  DL100HU-PAGE-NUMBER             PIC 9(05) COMP VALUE ZERO.
015500 77  DL100HU-LINE-COUNT              PIC 9(03) COMP VALUE 99.
015600 77  DL100HU-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
015700 77  DL100HU-RETURN-CODE             PIC 9(03) VALUE ZERO.
015800 77  DL100HU-RUN-TIME                PIC 9(08) VALUE ZERO.
015900
016000*****************************************************************
016100* THE HOLD IN HAND - TAKEN FROM THE TRANSACTION, OR FROM THE
016200* HOLD FILE ONCE A RELEASE HAS FOUND IT - WITH ITS BEFORE
016300* VALUES FOR THE LOG, THE ACCOUNT'S HOLD TOTALS FROM THE LAST
016400* BROWSE, AND THE REGISTER DISPOSITION TEXT.
016500*****************************************************************
016600 01  DL100HU-THIS-HOLD.
016700     05  DL100HU-THIS-HOLD-NO        PIC 9(03) VALUE ZERO.
016800     05  DL100HU-THIS-AMOUNT         PIC S9(11)V99 VALUE ZERO.
016900     05  DL100HU-THIS-REASON         PIC X(02) VALUE SPACES.
017000     05  DL100HU-THIS-REFERENCE      PIC X(20) VALUE SPACES.
017100     05  DL100HU-THIS-EXPIRY         PIC 9(08) VALUE ZERO.
017200     05  DL100HU-BEFORE-STATUS       PIC X(01) VALUE SPACE.
017300     05  DL100HU-BEFORE-AMOUNT       PIC S9(11)V99 VALUE ZERO.
017400     05  DL100HU-AFTER-STATUS        PIC X(01) VALUE SPACE.
017500     05  DL100HU-AFTER-AMOUNT        PIC S9(11)V99 VALUE ZERO.
017600 01  DL100HU-ACCOUNT-HOLDS.
017700     05  DL100HU-LAST-HOLD-NO        PIC 9(03) VALUE ZERO.
017800     05  DL100HU-HELD-TOTAL          PIC S9(11)V99 VALUE ZERO.
017900 77  DL100HU-DISPOSITION             PIC X(20) VALUE SPACES.
018000
018100*****************************************************************
018200* FILE STATUS BYTES.
018300*****************************************************************
018400 01  DL100HU-FILE-STATUSES.
018500     05  DL100-MASTFILE-STATUS       PIC X(02) VALUE SPACES.
018600     05  DL100-HOLDFILE-STATUS       PIC X(02) VALUE SPACES.
018700     05  DL100-HOLDTRAN-STATUS       PIC X(02) VALUE SPACES.
018800     05  DL100-HOLDLOG-STATUS        PIC X(02) VALUE SPACES.
018900     05  DL100-REPTFILE-STATUS       PIC X(02) VALUE SPACES.
019000     05  DL100-AUDITFILE-STATUS      PIC X(02) VALUE SPACES.
019100
019200*****************************************************************
019300* LINKAGE PARAMETER AREA PASSED TO THE DL100DT SUBPROGRAM.
019400*****************************************************************
019500     COPY DL100LK.
019600
019700*****************************************************************
019800* REPORT LINE LAYOUTS.
019900*****************************************************************
020000 01  DL100HU-HDR1-LINE.
020100     05  FILLER                      PIC X(01) VALUE '1'.
020200     05  FILLER                      PIC X(36)
020300             VALUE 'DL100 HOLD MAINTENANCE REGISTER'.
020400     05  FILLER                      PIC X(09) VALUE 'RUN DATE:'.
020500     05  DL100HU-H1-RUN-DATE         PIC 9(08).
020600     05  FILLER                      PIC X(08) VALUE SPACES.
020700     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
020800     05  DL100HU-H1-PAGE             PIC ZZZZ9.
020900     05  FILLER                      PIC X(60) VALUE SPACES.
021000
021100 01  DL100HU-HDR2-LINE.
021200     05  FILLER                      PIC X(01) VALUE '0'.
021300     05  FILLER                      PIC X(05) VALUE 'ACT'.
021400     05  FILLER                      PIC X(13) VALUE 'ACCOUNT NO'.
021500     05  FILLER                      PIC X(06) VALUE 'HOLD'.
021600     05  FILLER                      PIC X(17)
021700             VALUE 'HOLD AMOUNT'.
021800     05  FILLER                      PIC X(05) VALUE 'RSN'.
021900     05  FILLER                      PIC X(11) VALUE 'EXPIRES'.
022000     05  FILLER                      PIC X(22) VALUE 'REFERENCE'.
022100     05  FILLER                      PIC X(17)
022200             VALUE 'ACCOUNT HELD'.
022300     05  FILLER                      PIC X(20)
022400             VALUE 'DISPOSITION'.
022500     05  FILLER                      PIC X(15) VALUE SPACES.
022600
022700 01  DL100HU-DETAIL-LINE.
022800     05  FILLER                      PIC X(01) VALUE SPACE.
022900     05  DL100HU-DL-ACTION           PIC X(01).
023000     05  FILLER                      PIC X(04) VALUE SPACES.
023100     05  DL100HU-DL-ACCOUNT          PIC X(10).
023200     05  FILLER                      PIC X(03) VALUE SPACES.
023300     05  DL100HU-DL-HOLD-NO          PIC ZZ9.
023400     05  FILLER                      PIC X(03) VALUE SPACES.
023500     05  DL100HU-DL-AMOUNT           PIC -(11)9.99.
023600     05  FILLER                      PIC X(02) VALUE SPACES.
023700     05  DL100HU-DL-REASON           PIC X(02).
023800     05  FILLER                      PIC X(03) VALUE SPACES.
023900     05  DL100HU-DL-EXPIRY           PIC 9(08).
024000     05  FILLER                      PIC X(03) VALUE SPACES.
024100     05  DL100HU-DL-REFERENCE        PIC X(20).
024200     05  FILLER                      PIC X(02) VALUE SPACES.
024300     05  DL100HU-DL-HELD             PIC -(11)9.99.
024400     05  FILLER                      PIC X(02) VALUE SPACES.
024500     05  DL100HU-DL-DISPOSITION      PIC X(20).
024600     05  FILLER                      PIC X(15) VALUE SPACES.
024700
024800 01  DL100HU-TOTAL-LINE.
024900     05  FILLER                      PIC X(01) VALUE '0'.
025000     05  FILLER                      PIC X(23)
025100             VALUE 'TRANSACTIONS READ:'.
025200     05  DL100HU-TL-READ             PIC ZZZ,ZZZ,ZZ9.
025300     05  FILLER                      PIC X(05) VALUE SPACES.
025400     05  FILLER                      PIC X(09) VALUE 'APPLIED:'.
025500     05  DL100HU-TL-APPLIED          PIC ZZZ,ZZZ,ZZ9.
025600     05  FILLER                      PIC X(05) VALUE SPACES.
025700     05  FILLER                      PIC X(10) VALUE 'REJECTED:'.
025800     05  DL100HU-TL-REJECTS          PIC ZZZ,ZZZ,ZZ9.
025900     05  FILLER                      PIC X(45) VALUE SPACES.
026000
026100 PROCEDURE DIVISION.
026200*****************************************************************
026300* 0000-MAINLINE.
026400*****************************************************************
026500 0000-MAINLINE.
026600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026700     IF DL100HU-RETURN-CODE NOT = 16
026800         PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
026900         PERFORM 4000-WRITE-REGISTER-TOTALS THRU 4000-EXIT
027000     END-IF.
027100     PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT.
027200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
027300     STOP RUN.
027400
027500*****************************************************************
027600* 1000-INITIALIZE - STAMPS THE RUN AND OPENS EVERY FILE.  ANY
027700* OPEN FAILURE STOPS THE RUN BEFORE A SINGLE TRANSACTION IS
027800* APPLIED - A HOLD PLACED WITH NO LOG RECORD IS WORSE THAN NONE.
027900*****************************************************************
028000 1000-INITIALIZE.
028100     MOVE 'GETDATE ' TO DL100LK-FUNCTION.
028200     CALL 'DL100DT' USING DL100LK-PARM-AREA.
028300     IF DL100LK-RETURN-CODE NOT = ZERO
028400         DISPLAY 'DL100E - DL100DT REJECTED GETDATE, RC='
028500             DL100LK-RETURN-CODE
028600         MOVE 16 TO DL100HU-RETURN-CODE
028700         GO TO 1000-EXIT
028800     END-IF.
028900     ACCEPT DL100HU-RUN-TIME FROM TIME.
029000     OPEN EXTEND DL100-AUDITFILE.
029100     IF DL100-AUDITFILE-STATUS NOT = '00'
029200         DISPLAY 'DL100E - UNABLE TO OPEN AUDIT LOG, STATUS='
029300             DL100-AUDITFILE-STATUS
029400         MOVE 16 TO DL100HU-RETURN-CODE
029500         GO TO 1000-EXIT
029600     END-IF.
029700     SET DL100HU-AUDITFILE-OPEN TO TRUE.
029800     OPEN INPUT DL100-HOLDTRAN.
029900     IF DL100-HOLDTRAN-STATUS NOT = '00'
030000         DISPLAY 'DL100E - UNABLE TO OPEN HOLD TRANSACTION FILE, '
030100             'STATUS=' DL100-HOLDTRAN-STATUS
030200         MOVE 16 TO DL100HU-RETURN-CODE
030300         GO TO 1000-EXIT
030400     END-IF.
030500     SET DL100HU-HOLDTRAN-OPEN TO TRUE.
030600     OPEN EXTEND DL100-HOLDLOG.
030700     IF DL100-HOLDLOG-STATUS NOT = '00'
030800         DISPLAY 'DL100E - UNABLE TO OPEN HOLD LOG, STATUS='
030900             DL100-HOLDLOG-STATUS
031000         MOVE 16 TO DL100HU-RETURN-CODE
031100         GO TO 1000-EXIT
031200     END-IF.
031300     SET DL100HU-HOLDLOG-OPEN TO TRUE.
031400     OPEN OUTPUT DL100-REPTFILE.
031500     IF DL100-REPTFILE-STATUS NOT = '00'
031600         DISPLAY 'DL100E - UNABLE TO OPEN REPORT FILE, STATUS='
031700             DL100-REPTFILE-STATUS
031800         MOVE 16 TO DL100HU-RETURN-CODE
031900         GO TO 1000-EXIT
032000     END-IF.
032100     SET DL100HU-REPTFILE-OPEN TO TRUE.
032200     OPEN INPUT DL100-MASTFILE.
032300     IF DL100-MASTFILE-STATUS NOT = '00'
032400         DISPLAY 'DL100E - UNABLE TO OPEN ACCOUNT MASTER, '
032500             'STATUS=' DL100-MASTFILE-STATUS
032600         MOVE 16 TO DL100HU-RETURN-CODE
032700         GO TO 1000-EXIT
032800     END-IF.
032900     SET DL100HU-MASTFILE-OPEN TO TRUE.
033000     OPEN I-O DL100-HOLDFILE.
033100     IF DL100-HOLDFILE-STATUS NOT = '00'
033200         DISPLAY 'DL100E - UNABLE TO OPEN HOLD FILE, STATUS='
033300             DL100-HOLDFILE-STATUS
033400         MOVE 16 TO DL100HU-RETURN-CODE
033500         GO TO 1000-EXIT
033600     END-IF.
033700     SET DL100HU-HOLDFILE-OPEN TO TRUE.
033800 1000-EXIT.
033900     EXIT.
034000
034100*****************************************************************
034200* 2000-PROCESS-TRANSACTIONS - ONE PASS OVER THE HOLD
034300* TRANSACTIONS, EVERY ONE APPLIED OR REJECTED ON THE REGISTER.
034400*****************************************************************
034500 2000-PROCESS-TRANSACTIONS.
034600     PERFORM 2100-READ-ONE-TRANSACTION THRU 2100-EXIT
034700         UNTIL DL100HU-TRAN-EOF.
034800 2000-EXIT.
034900     EXIT.
035000
035100 2100-READ-ONE-TRANSACTION.
035200     READ DL100-HOLDTRAN
035300         AT END
035400             SET DL100HU-TRAN-EOF TO TRUE
035500         NOT AT END
035600             ADD 1 TO DL100HU-READ-COUNT
035700             PERFORM 2200-APPLY-ONE-TRANSACTION THRU 2200-EXIT
035800     END-READ.
035900 2100-EXIT.
036000     EXIT.
036100
036200*****************************************************************
036300* 2200-APPLY-ONE-TRANSACTION - ROUTES BY ACTION CODE, LOGS AN
036400* APPLIED CHANGE, TOTALS THE ACCOUNT'S ACTIVE HOLDS AS THEY NOW
036500* STAND, AND PRINTS THE REGISTER LINE.
036600*****************************************************************
036700 2200-APPLY-ONE-TRANSACTION.
036800     MOVE 'N' TO DL100HU-APPLIED-SW.
036900     MOVE SPACES TO DL100HU-DISPOSITION.
037000     MOVE ZERO TO DL100HU-THIS-HOLD-NO.
037100     MOVE ZERO TO DL100HU-THIS-AMOUNT.
037200     MOVE ZERO TO DL100HU-THIS-EXPIRY.
037300     IF DL100HT-HOLD-NO NUMERIC
037400         MOVE DL100HT-HOLD-NO TO DL100HU-THIS-HOLD-NO
037500     END-IF.
037600     IF DL100HT-AMOUNT NUMERIC
037700         MOVE DL100HT-AMOUNT TO DL100HU-THIS-AMOUNT
037800     END-IF.
037900     IF DL100HT-EXPIRY-DATE NUMERIC
038000         MOVE DL100HT-EXPIRY-DATE TO DL100HU-THIS-EXPIRY
038100     END-IF.
038200     MOVE DL100HT-REASON TO DL100HU-THIS-REASON.
038300     MOVE DL100HT-REFERENCE TO DL100HU-THIS-REFERENCE.
038400     IF DL100HT-PLACE-HOLD
038500         PERFORM 2400-PLACE-HOLD THRU 2400-EXIT
038600     ELSE
038700         IF DL100HT-RELEASE-HOLD
038800             PERFORM 2500-RELEASE-HOLD THRU 2500-EXIT
038900         ELSE
039000             MOVE 'REJ-BAD ACTION' TO DL100HU-DISPOSITION
039100         END-IF
039200     END-IF.
039300     IF DL100HU-RETURN-CODE = 16
039400         SET DL100HU-TRAN-EOF TO TRUE
039500         GO TO 2200-EXIT
039600     END-IF.
039700     IF DL100HU-APPLIED
039800         ADD 1 TO DL100HU-APPLIED-COUNT
039900         PERFORM 3000-LOG-ONE-CHANGE THRU 3000-EXIT
040000     ELSE
040100         ADD 1 TO DL100HU-REJECT-COUNT
040200         DISPLAY 'DL100W - HOLD REJECTED, ACCOUNT='
040300             DL100HT-ACCOUNT-NO ' ACTION=' DL100HT-ACTION
040400             ' ' DL100HU-DISPOSITION
040500         IF DL100HU-RETURN-CODE < 4
040600             MOVE 4 TO DL100HU-RETURN-CODE
040700         END-IF
040800     END-IF.
040900     PERFORM 2800-TOTAL-ACCOUNT-HOLDS THRU 2800-EXIT.
041000     IF DL100HU-RETURN-CODE = 16
041100         SET DL100HU-TRAN-EOF TO TRUE
041200         GO TO 2200-EXIT
041300     END-IF.
041400     PERFORM 3500-WRITE-REGISTER-LINE THRU 3500-EXIT.
041500 2200-EXIT.
041600     EXIT.
041700
041800*****************************************************************
041900* 2300-READ-MASTER - LOOKS THE TRANSACTION ACCOUNT UP ON THE
042000* MASTER.  NOT-ON-FILE IS A NORMAL ANSWER HERE - THE PLACE
042100* REJECTS ON IT.
042200*****************************************************************
042300 2300-READ-MASTER.
042400     MOVE 'N' TO DL100HU-ON-FILE-SW.
042500     MOVE DL100HT-ACCOUNT-NO TO DL100AM-ACCOUNT-NO.
042600     READ DL100-MASTFILE
042700         INVALID KEY
042800             CONTINUE
042900     END-READ.
043000     IF DL100-MASTFILE-STATUS = '00'
043100         SET DL100HU-ON-FILE TO TRUE
043200         GO TO 2300-EXIT
043300     END-IF.
043400     IF DL100-MASTFILE-STATUS NOT = '23'
043500         DISPLAY 'DL100E - ACCOUNT MASTER READ FAILED, STATUS='
043600             DL100-MASTFILE-STATUS
043700         MOVE 16 TO DL100HU-RETURN-CODE
043800     END-IF.
043900 2300-EXIT.
044000     EXIT.
044100
044200*****************************************************************
044300* 2400-PLACE-HOLD - WRITES A NEW ACTIVE HOLD AGAINST AN ACCOUNT
044400* ON FILE AND NOT CLOSED.  THE AMOUNT MUST BE POSITIVE, THE
044500* REASON ONE OF THE DL100HD CODES, AND THE EXPIRY DATE EITHER
044600* ZERO (UNTIL RELEASED) OR AFTER THE RUN DATE.  THE HOLD TAKES
044700* THE NEXT HOLD NUMBER AFTER THE ACCOUNT'S HIGHEST; ONCE 999 IS
044800* USED THE PLACE IS REJECTED UNTIL ENDED HOLDS ARE PURGED.
044900*****************************************************************
045000 2400-PLACE-HOLD.
045100     PERFORM 2300-READ-MASTER THRU 2300-EXIT.
045200     IF DL100HU-RETURN-CODE = 16
045300         GO TO 2400-EXIT
045400     END-IF.
045500     IF NOT DL100HU-ON-FILE
045600         MOVE 'REJ-NOT ON FILE' TO DL100HU-DISPOSITION
045700         GO TO 2400-EXIT
045800     END-IF.
045900     IF DL100AM-ACCT-CLOSED
046000         MOVE 'REJ-ACCT CLOSED' TO DL100HU-DISPOSITION
046100         GO TO 2400-EXIT
046200     END-IF.
046300     IF DL100HT-AMOUNT NOT NUMERIC
046400         MOVE 'REJ-BAD AMOUNT' TO DL100HU-DISPOSITION
046500         GO TO 2400-EXIT
046600     END-IF.
046700     IF DL100HT-AMOUNT NOT > ZERO
046800         MOVE 'REJ-BAD AMOUNT' TO DL100HU-DISPOSITION
046900         GO TO 2400-EXIT
047000     END-IF.
047100     MOVE DL100HT-REASON TO DL100HD-REASON.
047200     IF NOT DL100HD-REASON-VALID
047300         MOVE 'REJ-BAD REASON' TO DL100HU-DISPOSITION
047400         GO TO 2400-EXIT
047500     END-IF.
047600     IF DL100HT-EXPIRY-DATE NOT NUMERIC
047700         MOVE 'REJ-BAD EXPIRY' TO DL100HU-DISPOSITION
047800         GO TO 2400-EXIT
047900     END-IF.
048000     IF DL100HT-EXPIRY-DATE NOT = ZERO
048100             AND DL100HT-EXPIRY-DATE NOT > DL100LK-RUN-DATE
048200         MOVE 'REJ-BAD EXPIRY' TO DL100HU-DISPOSITION
048300         GO TO 2400-EXIT
048400     END-IF.
048500     PERFORM 2800-TOTAL-ACCOUNT-HOLDS THRU 2800-EXIT.
048600     IF DL100HU-RETURN-CODE = 16
048700         GO TO 2400-EXIT
048800     END-IF.
048900     IF DL100HU-LAST-HOLD-NO = 999
049000         MOVE 'REJ-HOLD NOS USED' TO DL100HU-DISPOSITION
049100         GO TO 2400-EXIT
049200     END-IF.
049300     ADD 1 DL100HU-LAST-HOLD-NO GIVING DL100HU-THIS-HOLD-NO.
049400     MOVE SPACES TO DL100HD-RECORD.
049500     MOVE DL100HT-ACCOUNT-NO TO DL100HD-ACCOUNT-NO.
049600     MOVE DL100HU-THIS-HOLD-NO TO DL100HD-HOLD-NO.
049700     MOVE DL100HT-AMOUNT TO DL100HD-AMOUNT.
049800     MOVE DL100HT-REASON TO DL100HD-REASON.
049900     MOVE DL100HT-REFERENCE TO DL100HD-REFERENCE.
050000     MOVE DL100LK-RUN-DATE TO DL100HD-PLACED-DATE.
050100     MOVE DL100HT-EXPIRY-DATE TO DL100HD-EXPIRY-DATE.
050200     SET DL100HD-ACTIVE TO TRUE.
050300     MOVE ZERO TO DL100HD-ENDED-DATE.
050400     WRITE DL100HD-RECORD
050500         INVALID KEY
050600             CONTINUE
050700     END-WRITE.
050800     IF DL100-HOLDFILE-STATUS NOT = '00'
050900         DISPLAY 'DL100E - HOLD FILE WRITE FAILED, STATUS='
051000             DL100-HOLDFILE-STATUS
051100         MOVE 16 TO DL100HU-RETURN-CODE
051200         GO TO 2400-EXIT
051300     END-IF.
051400     SET DL100HU-APPLIED TO TRUE.
051500     MOVE SPACE TO DL100HU-BEFORE-STATUS.
051600     MOVE ZERO TO DL100HU-BEFORE-AMOUNT.
051700     MOVE DL100HD-STATUS TO DL100HU-AFTER-STATUS.
051800     MOVE DL100HD-AMOUNT TO DL100HU-AFTER-AMOUNT.
051900     MOVE 'PLACED' TO DL100HU-DISPOSITION.
052000 2400-EXIT.
052100     EXIT.
052200
052300*****************************************************************
052400* 2500-RELEASE-HOLD - ENDS AN ACTIVE HOLD AS RELEASED TODAY.  A
052500* HOLD ALREADY RELEASED OR EXPIRED IS REJECTED, AND SO IS ONE
052600* WHOSE EXPIRY DATE HAS COME - TONIGHT'S DL100HR REGISTER ENDS
052700* IT AS EXPIRED, SO EVERY HOLD ENDS ONCE ON THE LOG.
052800*****************************************************************
052900 2500-RELEASE-HOLD.
053000     IF DL100HT-HOLD-NO NOT NUMERIC
053100         MOVE 'REJ-BAD HOLD NO' TO DL100HU-DISPOSITION
053200         GO TO 2500-EXIT
053300     END-IF.
053400     MOVE DL100HT-ACCOUNT-NO TO DL100HD-ACCOUNT-NO.
053500     MOVE DL100HT-HOLD-NO TO DL100HD-HOLD-NO.
053600     READ DL100-HOLDFILE
053700         INVALID KEY
053800             CONTINUE
053900     END-READ.
054000     IF DL100-HOLDFILE-STATUS = '23'
054100         MOVE 'REJ-HOLD NOT FOUND' TO DL100HU-DISPOSITION
054200         GO TO 2500-EXIT
054300     END-IF.
054400     IF DL100-HOLDFILE-STATUS NOT = '00'
054500         DISPLAY 'DL100E - HOLD FILE READ FAILED, STATUS='
054600             DL100-HOLDFILE-STATUS
054700         MOVE 16 TO DL100HU-RETURN-CODE
054800         GO TO 2500-EXIT
054900     END-IF.
055000     MOVE DL100HD-AMOUNT TO DL100HU-THIS-AMOUNT.
055100     MOVE DL100HD-REASON TO DL100HU-THIS-REASON.
055200     MOVE DL100HD-REFERENCE TO DL100HU-THIS-REFERENCE.
055300     MOVE DL100HD-EXPIRY-DATE TO DL100HU-THIS-EXPIRY.
055400     IF NOT DL100HD-ACTIVE
055500         MOVE 'REJ-NOT ACTIVE' TO DL100HU-DISPOSITION
055600         GO TO 2500-EXIT
055700     END-IF.
055800     IF DL100HD-EXPIRY-DATE NOT = ZERO
055900             AND DL100HD-EXPIRY-DATE NOT > DL100LK-RUN-DATE
056000         MOVE 'REJ-EXPIRED' TO DL100HU-DISPOSITION
056100         GO TO 2500-EXIT
056200     END-IF.
056300     MOVE DL100HD-STATUS TO DL100HU-BEFORE-STATUS.
056400     MOVE DL100HD-AMOUNT TO DL100HU-BEFORE-AMOUNT.
056500     SET DL100HD-RELEASED TO TRUE.
056600     MOVE DL100LK-RUN-DATE TO DL100HD-ENDED-DATE.
056700     REWRITE DL100HD-RECORD
056800         INVALID KEY
056900             CONTINUE
057000     END-REWRITE.
057100     IF DL100-HOLDFILE-STATUS NOT = '00'
057200         DISPLAY 'DL100E - HOLD FILE REWRITE FAILED, STATUS='
057300             DL100-HOLDFILE-STATUS
057400         MOVE 16 TO DL100HU-RETURN-CODE
057500         GO TO 2500-EXIT
057600     END-IF.
057700     SET DL100HU-APPLIED TO TRUE.
057800     MOVE DL100HD-STATUS TO DL100HU-AFTER-STATUS.
057900     MOVE ZERO TO DL100HU-AFTER-AMOUNT.
058000     MOVE 'RELEASED' TO DL100HU-DISPOSITION.
058100 2500-EXIT.
058200     EXIT.
058300
058400*****************************************************************
058500* 2800-TOTAL-ACCOUNT-HOLDS - BROWSES THE ACCOUNT'S HOLDS FROM
058600* HOLD 000 FOR ITS HIGHEST HOLD NUMBER AND THE TOTAL OF ITS
058700* ACTIVE HOLDS.  A HOLD COUNTS UNTIL ITS EXPIRY DATE, AS COBOL1
058800* COUNTS IT.  AN ACCOUNT WITH NO HOLDS AT ALL IS A NORMAL ANSWER.
058900*****************************************************************
059000 2800-TOTAL-ACCOUNT-HOLDS.
059100     MOVE ZERO TO DL100HU-LAST-HOLD-NO.
059200     MOVE ZERO TO DL100HU-HELD-TOTAL.
059300     MOVE 'N' TO DL100HU-SCAN-DONE-SW.
059400     MOVE DL100HT-ACCOUNT-NO TO DL100HD-ACCOUNT-NO.
059500     MOVE ZERO TO DL100HD-HOLD-NO.
059600     START DL100-HOLDFILE KEY IS NOT < DL100HD-KEY
059700         INVALID KEY
059800             CONTINUE
059900     END-START.
060000     IF DL100-HOLDFILE-STATUS = '23'
060100         GO TO 2800-EXIT
060200     END-IF.
060300     IF DL100-HOLDFILE-STATUS NOT = '00'
060400         DISPLAY 'DL100E - HOLD FILE START FAILED, STATUS='
060500             DL100-HOLDFILE-STATUS
060600         MOVE 16 TO DL100HU-RETURN-CODE
060700         GO TO 2800-EXIT
060800     END-IF.
060900     PERFORM 2850-READ-NEXT-HOLD THRU 2850-EXIT
061000         UNTIL DL100HU-SCAN-DONE.
061100 2800-EXIT.
061200     EXIT.
061300
061400 2850-READ-NEXT-HOLD.
061500     READ DL100-HOLDFILE NEXT RECORD
061600         AT END
061700             SET DL100HU-SCAN-DONE TO TRUE
061800             GO TO 2850-EXIT
061900     END-READ.
062000     IF DL100-HOLDFILE-STATUS NOT = '00'
062100         DISPLAY 'DL100E - HOLD FILE READ FAILED, STATUS='
062200             DL100-HOLDFILE-STATUS
062300         MOVE 16 TO DL100HU-RETURN-CODE
062400         SET DL100HU-SCAN-DONE TO TRUE
062500         GO TO 2850-EXIT
062600     END-IF.
062700     IF DL100HD-ACCOUNT-NO NOT = DL100HT-ACCOUNT-NO
062800         SET DL100HU-SCAN-DONE TO TRUE
062900         GO TO 2850-EXIT
063000     END-IF.
063100     MOVE DL100HD-HOLD-NO TO DL100HU-LAST-HOLD-NO.
063200     IF DL100HD-ACTIVE
063300         IF DL100HD-EXPIRY-DATE = ZERO
063400                 OR DL100HD-EXPIRY-DATE > DL100LK-RUN-DATE
063500             ADD DL100HD-AMOUNT TO DL100HU-HELD-TOTAL
063600         END-IF
063700     END-IF.
063800 2850-EXIT.
063900     EXIT.
064000
064100*****************************************************************
064200* 3000-LOG-ONE-CHANGE - BEFORE/AFTER AUDIT RECORD FOR ONE
064300* APPLIED CHANGE, LIKE THE DL100AX ACCOUNT MAINTENANCE LOG.
064400*****************************************************************
064500 3000-LOG-ONE-CHANGE.
064600     MOVE SPACES TO DL100HL-RECORD.
064700     MOVE DL100LK-RUN-DATE TO DL100HL-RUN-DATE.
064800     MOVE DL100HU-RUN-TIME TO DL100HL-RUN-TIME.
064900     MOVE DL100HT-ACTION TO DL100HL-ACTION.
065000     MOVE DL100HT-ACCOUNT-NO TO DL100HL-ACCOUNT-NO.
065100     MOVE DL100HU-THIS-HOLD-NO TO DL100HL-HOLD-NO.
065200     MOVE DL100HU-BEFORE-STATUS TO DL100HL-BEFORE-STATUS.
065300     MOVE DL100HU-AFTER-STATUS TO DL100HL-AFTER-STATUS.
065400     MOVE DL100HU-BEFORE-AMOUNT TO DL100HL-BEFORE-AMOUNT.
065500     MOVE DL100HU-AFTER-AMOUNT TO DL100HL-AFTER-AMOUNT.
065600     MOVE DL100HU-THIS-REASON TO DL100HL-REASON.
065700     MOVE DL100HU-THIS-REFERENCE TO DL100HL-REFERENCE.
065800     MOVE DL100HU-THIS-EXPIRY TO DL100HL-EXPIRY-DATE.
065900     WRITE DL100HL-RECORD.
066000     IF DL100-HOLDLOG-STATUS NOT = '00'
066100         DISPLAY 'DL100E - HOLD LOG WRITE FAILED, STATUS='
066200             DL100-HOLDLOG-STATUS
066300         MOVE 16 TO DL100HU-RETURN-CODE
066400         SET DL100HU-TRAN-EOF TO TRUE
066500     END-IF.
066600 3000-EXIT.
066700     EXIT.
066800
066900*****************************************************************
067000* 3500-WRITE-REGISTER-LINE - ONE LINE PER TRANSACTION, WITH THE
067100* ACCOUNT'S TOTAL HELD AS IT NOW STANDS.  A REJECTED LINE
067200* CARRIES THE REJECT REASON AND THE UNCHANGED TOTAL.
067300*****************************************************************
067400 3500-WRITE-REGISTER-LINE.
067500     IF DL100HU-LINE-COUNT >= DL100HU-LINES-PER-PAGE
067600         PERFORM 3600-WRITE-PAGE-HEADERS THRU 3600-EXIT
067700     END-IF.
067800     MOVE SPACES TO DL100HU-DETAIL-LINE.
067900     MOVE DL100HT-ACTION TO DL100HU-DL-ACTION.
068000     MOVE DL100HT-ACCOUNT-NO TO DL100HU-DL-ACCOUNT.
068100     MOVE DL100HU-THIS-HOLD-NO TO DL100HU-DL-HOLD-NO.
068200     MOVE DL100HU-THIS-AMOUNT TO DL100HU-DL-AMOUNT.
068300     MOVE DL100HU-THIS-REASON TO DL100HU-DL-REASON.
068400     MOVE DL100HU-THIS-EXPIRY TO DL100HU-DL-EXPIRY.
068500     MOVE DL100HU-THIS-REFERENCE TO DL100HU-DL-REFERENCE.
068600     MOVE DL100HU-HELD-TOTAL TO DL100HU-DL-HELD.
068700     MOVE DL100HU-DISPOSITION TO DL100HU-DL-DISPOSITION.
068800     WRITE DL100RP-LINE FROM DL100HU-DETAIL-LINE.
068900     ADD 1 TO DL100HU-LINE-COUNT.
069000 3500-EXIT.
069100     EXIT.
069200
069300 3600-WRITE-PAGE-HEADERS.
069400     ADD 1 TO DL100HU-PAGE-NUMBER.
069500     MOVE DL100LK-RUN-DATE TO DL100HU-H1-RUN-DATE.
069600     MOVE DL100HU-PAGE-NUMBER TO DL100HU-H1-PAGE.
069700     WRITE DL100RP-LINE FROM DL100HU-HDR1-LINE.
069800     WRITE DL100RP-LINE FROM DL100HU-HDR2-LINE.
069900     MOVE ZERO TO DL100HU-LINE-COUNT.
070000 3600-EXIT.
070100     EXIT.
070200
070300*****************************************************************
070400* 4000-WRITE-REGISTER-TOTALS.
070500*****************************************************************
070600 4000-WRITE-REGISTER-TOTALS.
070700     IF NOT DL100HU-REPTFILE-OPEN
070800         GO TO 4000-EXIT
070900     END-IF.
071000     IF DL100HU-LINE-COUNT >= DL100HU-LINES-PER-PAGE
071100         PERFORM 3600-WRITE-PAGE-HEADERS THRU 3600-EXIT
071200     END-IF.
071300     MOVE DL100HU-READ-COUNT TO DL100HU-TL-READ.
071400     MOVE DL100HU-APPLIED-COUNT TO DL100HU-TL-APPLIED.
071500     MOVE DL100HU-REJECT-COUNT TO DL100HU-TL-REJECTS.
071600     WRITE DL100RP-LINE FROM DL100HU-TOTAL-LINE.
071700     ADD 1 TO DL100HU-LINE-COUNT.
071800 4000-EXIT.
071900     EXIT.
072000
072100*****************************************************************
072200* 5000-WRITE-AUDIT-RECORD - ONE RECORD PER RUN, LIKE EVERY
072300* PROGRAM IN THE SUITE.  THE DETAIL COUNT CARRIES THE NUMBER
072400* OF HOLD TRANSACTIONS APPLIED.
072500*****************************************************************
072600 5000-WRITE-AUDIT-RECORD.
072700     IF NOT DL100HU-AUDITFILE-OPEN
072800         GO TO 5000-EXIT
072900     END-IF.
073000     MOVE SPACES TO DL100AL-RECORD.
073100     MOVE 'DL100HU' TO DL100AL-PROGRAM-ID.
073200     MOVE DL100LK-RUN-DATE TO DL100AL-RUN-DATE.
073300     MOVE DL100HU-RUN-TIME TO DL100AL-RUN-TIME.
073400     MOVE 'HOLD MAINTENANCE' TO DL100AL-RUN-LABEL.
073500     MOVE DL100HU-APPLIED-COUNT TO DL100AL-DETAIL-COUNT.
073600     MOVE DL100HU-RETURN-CODE TO DL100AL-RETURN-CODE.
073700     WRITE DL100AL-RECORD.
073800 5000-EXIT.
073900     EXIT.
074000
074100*****************************************************************
074200* 9000-TERMINATE.
074300*****************************************************************
074400 9000-TERMINATE.
074500     IF DL100HU-MASTFILE-OPEN
074600         CLOSE DL100-MASTFILE
074700     END-IF.
074800     IF DL100HU-HOLDFILE-OPEN
074900         CLOSE DL100-HOLDFILE
075000     END-IF.
075100     IF DL100HU-HOLDTRAN-OPEN
075200         CLOSE DL100-HOLDTRAN
075300     END-IF.
075400     IF DL100HU-HOLDLOG-OPEN
075500         CLOSE DL100-HOLDLOG
075600     END-IF.
075700     IF DL100HU-REPTFILE-OPEN
075800         CLOSE DL100-REPTFILE
075900     END-IF.
076000     IF DL100HU-AUDITFILE-OPEN
076100         CLOSE DL100-AUDITFILE
076200     END-IF.
076300     MOVE DL100HU-RETURN-CODE TO RETURN-CODE.
076400     DISPLAY 'DL100I - DL100HU ENDED, RETURN CODE = '
076500         DL100HU-RETURN-CODE.
076600 9000-EXIT.
076700     EXIT.
