000100*****************************************************************
000200* PROGRAM-ID   : DL100IS
000300* AUTHOR       : BRANTA
000400* INSTALLATION : DAILY LEDGER BATCH SUITE
000500* DATE-WRITTEN : 2026-10-15
000600*
000700* REMARKS.
000800*     WEEKLY CROSS-FILE INTEGRITY SWEEP.  EVERY PROGRAM IN THE
000900*     SUITE TRUSTS THE FILES THE OTHERS LEAVE BEHIND; THIS ONE
001000*     PROVES THEY STILL AGREE AND PRINTS ONE INTEGRITY
001100*     EXCEPTIONS REPORT.  THE DL100AM ACCOUNT MASTER IS MATCHED
001200*     IN KEY ORDER AGAINST THE DL100HI HISTORY, THE DL100MT
001300*     MONTH-TO-DATE FILE AND THE DL100AX MAINTENANCE LOG (SORTED
001400*     BY ACCOUNT), THEN THE STANDING INSTRUCTIONS AND THE HELD
001500*     SUSPENSE ITEMS ARE CHECKED AGAINST THE FILES THEY NAME.
001600*     EACH KIND OF PROBLEM IS ITS OWN EXCEPTION TYPE:
001700*       MT - AN ACCOUNT'S MTD COUNTS OR AMOUNTS DISAGREE WITH ITS
001800*            HISTORY RECORDS POSTED IN THE MTD MONTH, OR AN MTD
001900*            RECORD HAS NO ACCOUNT ON THE MASTER.
002000*       LA - LAST-ACTIVITY DISAGREES WITH THE LATEST CUSTOMER
002100*            HISTORY RUN DATE (AS THE BUSINESS DAY COBOL1 STAMPS
002200*            FOR IT) AND THE LATEST MAINTENANCE LOGGED FOR THE
002250*            ACCOUNT.
002300*       CM - A CLOSED ACCOUNT HAS MOVEMENT AFTER THE CLOSE DATE ON
002400*            THE MAINTENANCE LOG.
002500*       SI - AN ACTIVE STANDING INSTRUCTION NAMES A CLOSED OR
002600*            MISSING ACCOUNT.
002700*       SB - A HELD SUSPENSE ITEM CARRIES A BRANCH NO LONGER ON
002800*            THE DL100BR BRANCH MASTER.
002900*     THE RUN ENDS WITH THE RETURN CODE OF THE MOST SERIOUS TYPE
003000*     FOUND, SO THE SCHEDULER CAN ROUTE EACH ONE:
003100*        0 - NO EXCEPTIONS.
003200*        2 - NO EXCEPTIONS, BUT A CHECK COULD NOT BE MADE (THE
003300*            HISTORY RETENTION DOES NOT REACH BACK TO THE START
003400*            OF THE MTD MONTH, OR NO RETENTION IS SET).
003500*        4 - SB        5 - SI        6 - LA
003600*        8 - CM       12 - MT       16 - FILE FAILURE.
003700*     THE REPORT TOTALS EVERY TYPE WHATEVER THE RETURN CODE.
003800*     THE SWEEP ONLY READS; IT CORRECTS NOTHING.
003900*
004000* MODIFICATION HISTORY.
004100*     2026-10-15  BAB  ORIGINAL VERSION.
004125*     2026-10-15  BAB  ONLY CUSTOMER-BRANCH HISTORY SETS THE
004150*                      EXPECTED LAST-ACTIVITY; 'AUTO' AND 'INTR'
004175*                      POSTINGS NO LONGER STAMP IT.
004200*****************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID. DL100IS.
004500 AUTHOR. BRANTA.
004600 INSTALLATION. DAILY LEDGER BATCH SUITE.
004700 DATE-WRITTEN. 2026-10-15.
004800 DATE-COMPILED.
004900
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER. IBM-370.
005300 OBJECT-COMPUTER. IBM-370.
005400
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700*****************************************************************
005800* ACCOUNT MASTER - READ FRONT TO BACK FOR THE ACCOUNT SWEEP,
005900* THEN BY KEY FOR THE STANDING INSTRUCTION CHECK.
006000*****************************************************************
006100     SELECT DL100-MASTFILE ASSIGN TO MASTIO
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS DL100AM-ACCOUNT-NO
006500         FILE STATUS IS DL100-MASTFILE-STATUS.
006600
006700*****************************************************************
006800* PROCESSED-TRANSACTION HISTORY - READ FRONT TO BACK ALONGSIDE
006900* THE MASTER.  THE KEY LEADS WITH THE ACCOUNT NUMBER.
007000*****************************************************************
007100     SELECT DL100-HISTFILE ASSIGN TO HISTIO
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS SEQUENTIAL
007400         RECORD KEY IS DL100HI-KEY
007500         FILE STATUS IS DL100-HISTFILE-STATUS.
007600
007700*****************************************************************
007800* MONTH-TO-DATE ACCUMULATION - THE SUITE TOTALS RECORD IS READ
007900* BY KEY FOR THE MONTH, THEN THE FILE FRONT TO BACK ALONGSIDE
008000* THE MASTER.
008100*****************************************************************
008200     SELECT DL100-MTDFILE ASSIGN TO MTDIO
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS DL100MT-ACCOUNT-NO
008600         FILE STATUS IS DL100-MTDFILE-STATUS.
008700
008800*****************************************************************
008900* ACCOUNT MAINTENANCE LOG - SORTED BY ACCOUNT FOR THE SWEEP.
009000*****************************************************************
009100     SELECT DL100-ACCTLOG ASSIGN TO ACCTLOG
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS DL100-ACCTLOG-STATUS.
009400
009500*****************************************************************
009600* SORT WORK - THE MAINTENANCE LOG IN ACCOUNT, DATE, TIME ORDER.
009700*****************************************************************
009800     SELECT DL100-AXSORT ASSIGN TO AXSRTWK.
009900
010000*****************************************************************
010100* STANDING INSTRUCTIONS - THE CURRENT DL100SG GENERATION.
010200*****************************************************************
010300     SELECT DL100-STNDIN ASSIGN TO STNDIN
010400         ORGANIZATION IS SEQUENTIAL
010500         FILE STATUS IS DL100-STNDIN-STATUS.
010600
010700*****************************************************************
010800* SUSPENSE - THE ITEMS HELD BY THE LATEST COBOL1 RUN.
010900*****************************************************************
011000     SELECT DL100-SUSPIN ASSIGN TO SUSPIN
011100         ORGANIZATION IS SEQUENTIAL
011200         FILE STATUS IS DL100-SUSPIN-STATUS.
011300
011400*****************************************************************
011500* BRANCH MASTER.
011600*****************************************************************
011700     SELECT DL100-BRANCHFILE ASSIGN TO BRANCHIN
011800         ORGANIZATION IS SEQUENTIAL
011900         FILE STATUS IS DL100-BRANCHFILE-STATUS.
012000
012100*****************************************************************
012200* RUN PARAMETER FILE - SUPPLIES THE HISTORY RETENTION DAYS.
012300*****************************************************************
012400     SELECT DL100-PARMFILE ASSIGN TO PARMIN
012500         ORGANIZATION IS SEQUENTIAL
012600         FILE STATUS IS DL100-PARMFILE-STATUS.
012700
012800*****************************************************************
012900* PRINTED INTEGRITY EXCEPTIONS REPORT.
013000*****************************************************************
013100     SELECT DL100-REPTFILE ASSIGN TO RPTOUT
013200         ORGANIZATION IS SEQUENTIAL
013300         FILE STATUS IS DL100-REPTFILE-STATUS.
013400
013500*****************************************************************
013600* STANDING AUDIT TRAIL - OPENED EXTEND, ONE RECORD PER RUN.
013700*****************************************************************
013800     SELECT DL100-AUDITFILE ASSIGN TO AUDITOUT
013900         ORGANIZATION IS SEQUENTIAL
014000         FILE STATUS IS DL100-AUDITFILE-STATUS.
014100
014200 DATA DIVISION.
014300 FILE SECTION.
014400 FD  DL100-MASTFILE
014500     RECORD CONTAINS 80 CHARACTERS.
014600     COPY DL100AM.
014700
014800 FD  DL100-HISTFILE
014900     RECORD CONTAINS 80 CHARACTERS.
015000     COPY DL100HI.
015100
015200 FD  DL100-MTDFILE
015300     RECORD CONTAINS 80 CHARACTERS.
015400     COPY DL100MT.
015500
015600 FD  DL100-ACCTLOG
015700     LABEL RECORDS ARE STANDARD
015800     RECORD CONTAINS 100 CHARACTERS
015900     RECORDING MODE IS F.
016000     COPY DL100AX.
016100
016200 SD  DL100-AXSORT
016300     RECORD CONTAINS 100 CHARACTERS.
016400 01  DL100XS-RECORD.
016500     05  DL100XS-RUN-DATE            PIC 9(08).
016600     05  DL100XS-RUN-TIME            PIC 9(08).
016700     05  DL100XS-ACTION              PIC X(01).
016800         88  DL100XS-CLOSE                  VALUE 'C'.
016900         88  DL100XS-DORMANCY               VALUE 'D'.
017000     05  DL100XS-ACCOUNT-NO          PIC X(10).
017100     05  FILLER                      PIC X(73).
017200
017300 FD  DL100-STNDIN
017400     LABEL RECORDS ARE STANDARD
017500     RECORD CONTAINS 80 CHARACTERS
017600     RECORDING MODE IS F.
017700     COPY DL100SI.
017800
017900 FD  DL100-SUSPIN
018000     LABEL RECORDS ARE STANDARD
018100     RECORD CONTAINS 100 CHARACTERS
018200     RECORDING MODE IS F.
018300     COPY DL100SU.
018400
018500 FD  DL100-BRANCHFILE
018600     LABEL RECORDS ARE STANDARD
018700     RECORD CONTAINS 80 CHARACTERS
018800     RECORDING MODE IS F.
018900     COPY DL100BR.
019000
019100 FD  DL100-PARMFILE
019200     LABEL RECORDS ARE STANDARD
019300     RECORD CONTAINS 80 CHARACTERS
019400     RECORDING MODE IS F.
019500     COPY DL100PM.
019600
019700 FD  DL100-REPTFILE
019800     LABEL RECORDS ARE STANDARD
019900     RECORD CONTAINS 132 CHARACTERS
020000     RECORDING MODE IS F.
020100 01  DL100RP-LINE                   PIC X(132).
020200
020300 FD  DL100-AUDITFILE
020400     LABEL RECORDS ARE STANDARD
020500     RECORD CONTAINS 80 CHARACTERS
020600     RECORDING MODE IS F.
020700     COPY DL100AL.
020800
020900 WORKING-STORAGE SECTION.
021000*****************************************************************
021100* SWITCHES.
021200*****************************************************************
021300 77  DL100IS-MAST-EOF-SW             PIC X(01) VALUE 'N'.
021400     88  DL100IS-MAST-EOF                   VALUE 'Y'.
021500 77  DL100IS-SCAN-EOF-SW             PIC X(01) VALUE 'N'.
021600     88  DL100IS-SCAN-EOF                   VALUE 'Y'.
021700 77  DL100IS-MONTH-CHECK-SW          PIC X(01) VALUE 'N'.
021800     88  DL100IS-MONTH-CHECKED              VALUE 'Y'.
021900 77  DL100IS-RETENTION-SW            PIC X(01) VALUE 'N'.
022000     88  DL100IS-RETENTION-KNOWN            VALUE 'Y'.
022100 77  DL100IS-BRANCH-FOUND-SW         PIC X(01) VALUE 'N'.
022200     88  DL100IS-BRANCH-FOUND               VALUE 'Y'.
022300 77  DL100IS-MAST-OPEN-SW            PIC X(01) VALUE 'N'.
022400     88  DL100IS-MAST-OPEN                  VALUE 'Y'.
022500 77  DL100IS-HIST-OPEN-SW            PIC X(01) VALUE 'N'.
022600     88  DL100IS-HIST-OPEN                  VALUE 'Y'.
022700 77  DL100IS-MTD-OPEN-SW             PIC X(01) VALUE 'N'.
022800     88  DL100IS-MTD-OPEN                   VALUE 'Y'.
022900 77  DL100IS-REPT-OPEN-SW            PIC X(01) VALUE 'N'.
023000     88  DL100IS-REPT-OPEN                  VALUE 'Y'.
023100 77  DL100IS-AUDIT-OPEN-SW           PIC X(01) VALUE 'N'.
023200     88  DL100IS-AUDIT-OPEN                 VALUE 'Y'.
023300
023400*****************************************************************
023500* RUN CONTROL.  THE MTD MONTH COMES FROM THE SUITE TOTALS
023600* RECORD; AN EMPTY MTD FILE MEANS THE RUN DATE'S MONTH.
023700*****************************************************************
023800 77  DL100IS-RETURN-CODE             PIC 9(03) VALUE ZERO.
023900 77  DL100IS-TYPE-RC                 PIC 9(03) VALUE ZERO.
024000 77  DL100IS-RUN-TIME                PIC 9(08) VALUE ZERO.
024100 77  DL100IS-RETENTION-DAYS          PIC 9(03) VALUE ZERO.
024200 77  DL100IS-MTD-MONTH               PIC 9(06) VALUE ZERO.
024300 77  DL100IS-MONTH-START             PIC 9(08) VALUE ZERO.
024400 77  DL100IS-WORK-MONTH              PIC 9(06) VALUE ZERO.
024500 77  DL100IS-PAGE-NUMBER             PIC 9(05) COMP VALUE ZERO.
024600 77  DL100IS-LINE-COUNT              PIC 9(03) COMP VALUE 99.
024700 77  DL100IS-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
024800
024900*****************************************************************
025000* MATCH KEYS.  EACH FILE'S KEY GOES TO HIGH-VALUES AT ITS END SO
025100* THE MERGE NEEDS NO SEPARATE END-OF-FILE TESTS.
025200*****************************************************************
025300 77  DL100IS-LOG-KEY                 PIC X(10) VALUE LOW-VALUES.
025400 77  DL100IS-HIST-KEY                PIC X(10) VALUE LOW-VALUES.
025500 77  DL100IS-MTD-KEY                 PIC X(10) VALUE LOW-VALUES.
025600
025700*****************************************************************
025800* THE ACCOUNT IN HAND.
025900*****************************************************************
026000 77  DL100IS-LAST-MAINT              PIC 9(08) VALUE ZERO.
026100 77  DL100IS-CLOSE-DATE              PIC 9(08) VALUE ZERO.
026200 77  DL100IS-LATEST-RUN              PIC 9(08) VALUE ZERO.
026300 77  DL100IS-EXPECTED-DATE           PIC 9(08) VALUE ZERO.
026400 77  DL100IS-AFTER-CLOSE             PIC 9(07) COMP VALUE ZERO.
026500 77  DL100IS-MTD-AFTER-CLOSE         PIC 9(07) COMP VALUE ZERO.
026600 77  DL100IS-M-DR-COUNT              PIC 9(07) COMP VALUE ZERO.
026700 77  DL100IS-M-DR-AMOUNT             PIC S9(11)V99 VALUE ZERO.
026800 77  DL100IS-M-CR-COUNT              PIC 9(07) COMP VALUE ZERO.
026900 77  DL100IS-M-CR-AMOUNT             PIC S9(11)V99 VALUE ZERO.
027000 77  DL100IS-M-AJ-COUNT              PIC 9(07) COMP VALUE ZERO.
027100 77  DL100IS-M-AJ-AMOUNT             PIC S9(11)V99 VALUE ZERO.
027200 77  DL100IS-H-DR-COUNT              PIC 9(07) COMP VALUE ZERO.
027300 77  DL100IS-H-DR-AMOUNT             PIC S9(11)V99 VALUE ZERO.
027400 77  DL100IS-H-CR-COUNT              PIC 9(07) COMP VALUE ZERO.
027500 77  DL100IS-H-CR-AMOUNT             PIC S9(11)V99 VALUE ZERO.
027600 77  DL100IS-H-AJ-COUNT              PIC 9(07) COMP VALUE ZERO.
027700 77  DL100IS-H-AJ-AMOUNT             PIC S9(11)V99 VALUE ZERO.
027800 77  DL100IS-M-COUNT                 PIC 9(07) COMP VALUE ZERO.
027900 77  DL100IS-M-NET                   PIC S9(11)V99 VALUE ZERO.
028000 77  DL100IS-H-COUNT                 PIC 9(07) COMP VALUE ZERO.
028100 77  DL100IS-H-NET                   PIC S9(11)V99 VALUE ZERO.
028200
028300*****************************************************************
028400* COUNTERS.
028500*****************************************************************
028600 77  DL100IS-ACCOUNTS-READ           PIC 9(09) COMP VALUE ZERO.
028700 77  DL100IS-HIST-READ               PIC 9(09) COMP VALUE ZERO.
028800 77  DL100IS-HIST-ORPHANS            PIC 9(09) COMP VALUE ZERO.
028900 77  DL100IS-NO-CLOSE-LOGGED         PIC 9(09) COMP VALUE ZERO.
029000 77  DL100IS-INSTR-READ              PIC 9(09) COMP VALUE ZERO.
029100 77  DL100IS-SUSP-READ               PIC 9(09) COMP VALUE ZERO.
029200 77  DL100IS-EXCEPTION-COUNT         PIC 9(09) COMP VALUE ZERO.
029300 77  DL100IS-MT-COUNT                PIC 9(09) COMP VALUE ZERO.
029400 77  DL100IS-LA-COUNT                PIC 9(09) COMP VALUE ZERO.
029500 77  DL100IS-CM-COUNT                PIC 9(09) COMP VALUE ZERO.
029600 77  DL100IS-SI-COUNT                PIC 9(09) COMP VALUE ZERO.
029700 77  DL100IS-SB-COUNT                PIC 9(09) COMP VALUE ZERO.
029800 77  DL100IS-BRM-COUNT               PIC 9(03) COMP VALUE ZERO.
029900 77  DL100IS-BRM-SUB                 PIC 9(03) COMP VALUE ZERO.
030000
030100*****************************************************************
030200* EDITED WORK FIELDS FOR THE EXCEPTION LINE VALUES.
030300*****************************************************************
030400 77  DL100IS-ED-COUNT                PIC Z(08)9.
030500 77  DL100IS-ED-AMOUNT               PIC -(11)9.99.
030600
030700*****************************************************************
030800* FILE STATUS BYTES.
030900*****************************************************************
031000 01  DL100IS-FILE-STATUSES.
031100     05  DL100-MASTFILE-STATUS       PIC X(02) VALUE SPACES.
031200     05  DL100-HISTFILE-STATUS       PIC X(02) VALUE SPACES.
031300     05  DL100-MTDFILE-STATUS        PIC X(02) VALUE SPACES.
031400     05  DL100-ACCTLOG-STATUS        PIC X(02) VALUE SPACES.
031500     05  DL100-STNDIN-STATUS         PIC X(02) VALUE SPACES.
031600     05  DL100-SUSPIN-STATUS         PIC X(02) VALUE SPACES.
031700     05  DL100-BRANCHFILE-STATUS     PIC X(02) VALUE SPACES.
031800     05  DL100-PARMFILE-STATUS       PIC X(02) VALUE SPACES.
031900     05  DL100-REPTFILE-STATUS       PIC X(02) VALUE SPACES.
032000     05  DL100-AUDITFILE-STATUS      PIC X(02) VALUE SPACES.
032100
032200*****************************************************************
032300* BRANCH MASTER TABLE - LOADED ONCE FROM BRANCHIN, THE SAME
032400* 100 BRANCHES COBOL1 HOLDS.
032500*****************************************************************
032600 01  DL100IS-BRANCH-TABLE.
032700     05  DL100IS-BRM-ID              PIC X(04) OCCURS 100 TIMES.
032800
032900*****************************************************************
033000* LINKAGE PARAMETER AREA PASSED TO THE DL100DT SUBPROGRAM.
033100*****************************************************************
033200     COPY DL100LK.
033300
033400*****************************************************************
033500* REPORT LINE LAYOUTS.  AN EXCEPTION PRINTS ITS TYPE, THE
033600* ACCOUNT (OR OTHER KEY) IT CONCERNS, WHAT IS WRONG, AND THE
033700* TWO VALUES THAT DISAGREE.  A CONTINUATION LINE CARRIES A
033800* SECOND PAIR WHEN ONE IS NEEDED.
033900*****************************************************************
034000 01  DL100IS-HDR1-LINE.
034100     05  FILLER                      PIC X(01) VALUE '1'.
034200     05  FILLER                      PIC X(36)
034300             VALUE 'DL100 INTEGRITY EXCEPTIONS'.
034400     05  FILLER                      PIC X(09) VALUE 'RUN DATE:'.
034500     05  DL100IS-H1-RUN-DATE         PIC 9(08).
034600     05  FILLER                      PIC X(04) VALUE SPACES.
034700     05  FILLER                      PIC X(11)
034800             VALUE 'MTD MONTH: '.
034900     05  DL100IS-H1-MONTH            PIC 9(06).
035000     05  FILLER                      PIC X(10) VALUE SPACES.
035100     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
035200     05  DL100IS-H1-PAGE             PIC ZZZZ9.
035300     05  FILLER                      PIC X(37) VALUE SPACES.
035400
035500 01  DL100IS-HDR2-LINE.
035600     05  FILLER                      PIC X(01) VALUE '0'.
035700     05  FILLER                      PIC X(04) VALUE 'TY'.
035800     05  FILLER                      PIC X(12) VALUE 'ACCOUNT'.
035900     05  FILLER                      PIC X(42) VALUE 'EXCEPTION'.
036000     05  FILLER                      PIC X(73) VALUE SPACES.
036100
036200 01  DL100IS-EXCEPTION-LINE.
036300     05  FILLER                      PIC X(01) VALUE SPACE.
036400     05  DL100IS-EL-TYPE             PIC X(02).
036500     05  FILLER                      PIC X(02) VALUE SPACES.
036600     05  DL100IS-EL-KEY              PIC X(10).
036700     05  FILLER                      PIC X(02) VALUE SPACES.
036800     05  DL100IS-EL-TEXT             PIC X(40).
036900     05  FILLER                      PIC X(02) VALUE SPACES.
037000     05  DL100IS-EL-LABEL-1          PIC X(11).
037100     05  DL100IS-EL-VALUE-1          PIC X(16).
037200     05  FILLER                      PIC X(02) VALUE SPACES.
037300     05  DL100IS-EL-LABEL-2          PIC X(11).
037400     05  DL100IS-EL-VALUE-2          PIC X(16).
037500     05  FILLER                      PIC X(17) VALUE SPACES.
037600
037700 01  DL100IS-COUNT-LINE.
037800     05  FILLER                      PIC X(01) VALUE SPACE.
037900     05  DL100IS-CL-LABEL            PIC X(48).
038000     05  DL100IS-CL-COUNT            PIC ZZZ,ZZZ,ZZ9.
038100     05  FILLER                      PIC X(72) VALUE SPACES.
038200
038300 01  DL100IS-NOTE-LINE.
038400     05  FILLER                      PIC X(01) VALUE '0'.
038500     05  DL100IS-NL-TEXT             PIC X(70).
038600     05  FILLER                      PIC X(61) VALUE SPACES.
038700
038800 PROCEDURE DIVISION.
038900*****************************************************************
039000* 0000-MAINLINE.
039100*****************************************************************
039200 0000-MAINLINE.
039300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039400     IF DL100IS-RETURN-CODE NOT = 16
039500         PERFORM 2000-SWEEP-ACCOUNTS THRU 2000-EXIT
039600     END-IF.
039700     IF DL100IS-RETURN-CODE NOT = 16
039800         PERFORM 4000-CHECK-INSTRUCTIONS THRU 4000-EXIT
039900     END-IF.
040000     IF DL100IS-RETURN-CODE NOT = 16
040100         PERFORM 5000-CHECK-SUSPENSE THRU 5000-EXIT
040200     END-IF.
040300     IF DL100IS-RETURN-CODE NOT = 16
040400         PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT
040500     END-IF.
040600     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
040700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
040800     STOP RUN.
040900
041000*****************************************************************
041100* 1000-INITIALIZE - STAMPS THE RUN, PICKS UP THE RETENTION,
041200* OPENS THE KEYED FILES AND SETS THE MTD MONTH.
041300*****************************************************************
041400 1000-INITIALIZE.
041500     MOVE 'GETDATE ' TO DL100LK-FUNCTION.
041600     CALL 'DL100DT' USING DL100LK-PARM-AREA.
041700     IF DL100LK-RETURN-CODE NOT = ZERO
041800         DISPLAY 'DL100E - DL100DT REJECTED GETDATE, RC='
041900             DL100LK-RETURN-CODE
042000         MOVE 16 TO DL100IS-RETURN-CODE
042100         GO TO 1000-EXIT
042200     END-IF.
042300     ACCEPT DL100IS-RUN-TIME FROM TIME.
042400     OPEN EXTEND DL100-AUDITFILE.
042500     IF DL100-AUDITFILE-STATUS NOT = '00'
042600         DISPLAY 'DL100E - UNABLE TO OPEN AUDIT LOG, STATUS='
042700             DL100-AUDITFILE-STATUS
042800         MOVE 16 TO DL100IS-RETURN-CODE
042900         GO TO 1000-EXIT
043000     END-IF.
043100     SET DL100IS-AUDIT-OPEN TO TRUE.
043200     OPEN OUTPUT DL100-REPTFILE.
043300     IF DL100-REPTFILE-STATUS NOT = '00'
043400         DISPLAY 'DL100E - UNABLE TO OPEN REPORT FILE, STATUS='
043500             DL100-REPTFILE-STATUS
043600         MOVE 16 TO DL100IS-RETURN-CODE
043700         GO TO 1000-EXIT
043800     END-IF.
043900     SET DL100IS-REPT-OPEN TO TRUE.
044000     PERFORM 1100-READ-PARMFILE THRU 1100-EXIT.
044100     OPEN INPUT DL100-MASTFILE.
044200     IF DL100-MASTFILE-STATUS NOT = '00'
044300         DISPLAY 'DL100E - UNABLE TO OPEN ACCOUNT MASTER, '
044400             'STATUS=' DL100-MASTFILE-STATUS
044500         MOVE 16 TO DL100IS-RETURN-CODE
044600         GO TO 1000-EXIT
044700     END-IF.
044800     SET DL100IS-MAST-OPEN TO TRUE.
044900     OPEN INPUT DL100-HISTFILE.
045000     IF DL100-HISTFILE-STATUS NOT = '00'
045100         DISPLAY 'DL100E - UNABLE TO OPEN HISTORY FILE, STATUS='
045200             DL100-HISTFILE-STATUS
045300         MOVE 16 TO DL100IS-RETURN-CODE
045400         GO TO 1000-EXIT
045500     END-IF.
045600     SET DL100IS-HIST-OPEN TO TRUE.
045700     OPEN INPUT DL100-MTDFILE.
045800     IF DL100-MTDFILE-STATUS NOT = '00'
045900         DISPLAY 'DL100E - UNABLE TO OPEN MTD FILE, STATUS='
046000             DL100-MTDFILE-STATUS
046100         MOVE 16 TO DL100IS-RETURN-CODE
046200         GO TO 1000-EXIT
046300     END-IF.
046400     SET DL100IS-MTD-OPEN TO TRUE.
046500     PERFORM 1200-SET-MTD-MONTH THRU 1200-EXIT.
046600 1000-EXIT.
046700     EXIT.
046800
046900*****************************************************************
047000* 1100-READ-PARMFILE - THE HISTORY RETENTION RIDES ON THE SAME
047100* DL100PM RECORD DL100HP PURGES BY.  WITHOUT IT THE SWEEP CANNOT
047200* TELL A PURGED POSTING FROM A MISSING ONE, SO THE CHECKS THAT
047300* DEPEND ON IT ARE LEFT OUT WITH A WARNING.
047400*****************************************************************
047500 1100-READ-PARMFILE.
047600     OPEN INPUT DL100-PARMFILE.
047700     IF DL100-PARMFILE-STATUS NOT = '00'
047800         DISPLAY 'DL100W - UNABLE TO OPEN PARAMETER FILE, '
047900             'STATUS=' DL100-PARMFILE-STATUS
048000         GO TO 1100-EXIT
048100     END-IF.
048200     READ DL100-PARMFILE
048300         AT END
048400             DISPLAY 'DL100I - PARMFILE EMPTY'
048500     END-READ.
048600     IF DL100-PARMFILE-STATUS = '00'
048700         IF DL100PM-HIST-RETENTION NUMERIC
048800                 AND DL100PM-HIST-RETENTION NOT = ZERO
048900             MOVE DL100PM-HIST-RETENTION TO DL100IS-RETENTION-DAYS
049000             SET DL100IS-RETENTION-KNOWN TO TRUE
049100         END-IF
049200     END-IF.
049300     CLOSE DL100-PARMFILE.
049400     IF DL100IS-RETENTION-KNOWN
049500         DISPLAY 'DL100I - HISTORY RETENTION = '
049600             DL100IS-RETENTION-DAYS ' DAYS'
049700     ELSE
049800         DISPLAY 'DL100W - NO HISTORY RETENTION SET, MTD AND '
049900             'LAST-ACTIVITY CHECKS LIMITED'
050000         MOVE 2 TO DL100IS-RETURN-CODE
050100     END-IF.
050200 1100-EXIT.
050300     EXIT.
050400
050500*****************************************************************
050600* 1200-SET-MTD-MONTH - THE MONTH THE MTD FILE IS ACCUMULATING.
050700* THE MT CHECK ONLY RUNS WHEN THE HISTORY STILL HOLDS EVERY RUN
050800* SINCE THE FIRST OF THAT MONTH; OTHERWISE THE PURGE WOULD SHOW
050900* AS A DIFFERENCE ON EVERY ACCOUNT.
051000*****************************************************************
051100 1200-SET-MTD-MONTH.
051200     MOVE '**TOTALS**' TO DL100MT-ACCOUNT-NO.
051300     READ DL100-MTDFILE
051400         INVALID KEY
051500             CONTINUE
051600     END-READ.
051700     IF DL100-MTDFILE-STATUS = '00'
051800             AND DL100MT-TOT-MONTH NUMERIC
051900             AND DL100MT-TOT-MONTH NOT = ZERO
052000         MOVE DL100MT-TOT-MONTH TO DL100IS-MTD-MONTH
052100     ELSE
052200         DIVIDE DL100LK-RUN-DATE BY 100
052300             GIVING DL100IS-MTD-MONTH
052400     END-IF.
052500     COMPUTE DL100IS-MONTH-START = DL100IS-MTD-MONTH * 100 + 1.
052600     MOVE LOW-VALUES TO DL100MT-ACCOUNT-NO.
052700     START DL100-MTDFILE
052800         KEY IS NOT LESS THAN DL100MT-ACCOUNT-NO
052900         INVALID KEY
053000             MOVE HIGH-VALUES TO DL100IS-MTD-KEY
053100     END-START.
053200     IF NOT DL100IS-RETENTION-KNOWN
053300         GO TO 1200-EXIT
053400     END-IF.
053500     MOVE 'DAYSDIFF' TO DL100LK-FUNCTION.
053600     MOVE DL100LK-RUN-DATE TO DL100LK-DATE-1.
053700     MOVE DL100IS-MONTH-START TO DL100LK-DATE-2.
053800     CALL 'DL100DT' USING DL100LK-PARM-AREA.
053900     IF DL100LK-RETURN-CODE = ZERO
054000             AND DL100LK-DAYS-DIFF NOT > DL100IS-RETENTION-DAYS
054100         SET DL100IS-MONTH-CHECKED TO TRUE
054200     ELSE
054300         DISPLAY 'DL100W - HISTORY DOES NOT REACH BACK TO '
054400             DL100IS-MONTH-START ', MTD CHECK NOT MADE'
054500         IF DL100IS-RETURN-CODE < 2
054600             MOVE 2 TO DL100IS-RETURN-CODE
054700         END-IF
054800     END-IF.
054900 1200-EXIT.
055000     EXIT.
055100
055200*****************************************************************
055300* 2000-SWEEP-ACCOUNTS - SORTS THE MAINTENANCE LOG INTO ACCOUNT
055400* ORDER AND SWEEPS THE MASTER IN THE OUTPUT PROCEDURE.
055500*****************************************************************
055600 2000-SWEEP-ACCOUNTS.
055700     SORT DL100-AXSORT
055800         ON ASCENDING KEY DL100XS-ACCOUNT-NO
055900                          DL100XS-RUN-DATE
056000                          DL100XS-RUN-TIME
056100         USING DL100-ACCTLOG
056200         OUTPUT PROCEDURE IS 3000-SWEEP-MASTER THRU 3000-EXIT.
056300     IF SORT-RETURN NOT = ZERO
056400         DISPLAY 'DL100E - MAINTENANCE LOG SORT FAILED, '
056500             'SORT-RETURN=' SORT-RETURN
056600         MOVE 16 TO DL100IS-RETURN-CODE
056700     END-IF.
056800 2000-EXIT.
056900     EXIT.
057000
057100*****************************************************************
057200* 3000-SWEEP-MASTER - SORT OUTPUT PROCEDURE.  PRIMES THE LOG,
057300* HISTORY AND MTD STREAMS, CHECKS EVERY ACCOUNT ON THE MASTER,
057400* THEN REPORTS THE MTD RECORDS LEFT OVER (NO MASTER ACCOUNT)
057500* AND COUNTS THE HISTORY LEFT OVER.
057600*****************************************************************
057700 3000-SWEEP-MASTER.
057800     PERFORM 3010-RETURN-LOG THRU 3010-EXIT.
057900     PERFORM 3020-READ-HISTORY THRU 3020-EXIT.
058000     IF DL100IS-MTD-KEY NOT = HIGH-VALUES
058100         PERFORM 3030-READ-MTD THRU 3030-EXIT
058200     END-IF.
058300     PERFORM 3100-READ-ONE-ACCOUNT THRU 3100-EXIT
058400         UNTIL DL100IS-MAST-EOF.
058500     IF DL100IS-RETURN-CODE = 16
058600         GO TO 3000-EXIT
058700     END-IF.
058800     MOVE HIGH-VALUES TO DL100AM-ACCOUNT-NO.
058900     PERFORM 3240-MATCH-MTD THRU 3240-EXIT
059000         UNTIL DL100IS-MTD-KEY = HIGH-VALUES.
059100     PERFORM 3260-MATCH-HISTORY THRU 3260-EXIT
059200         UNTIL DL100IS-HIST-KEY = HIGH-VALUES.
059300     DISPLAY 'DL100I - MASTER ACCOUNTS READ = '
059400         DL100IS-ACCOUNTS-READ.
059500     DISPLAY 'DL100I - HISTORY RECORDS READ = ' DL100IS-HIST-READ.
059600 3000-EXIT.
059700     EXIT.
059800
059900 3010-RETURN-LOG.
060000     RETURN DL100-AXSORT
060100         AT END
060200             MOVE HIGH-VALUES TO DL100IS-LOG-KEY
060300             GO TO 3010-EXIT
060400     END-RETURN.
060500     MOVE DL100XS-ACCOUNT-NO TO DL100IS-LOG-KEY.
060600 3010-EXIT.
060700     EXIT.
060800
060900 3020-READ-HISTORY.
061000     READ DL100-HISTFILE NEXT RECORD
061100         AT END
061200             MOVE HIGH-VALUES TO DL100IS-HIST-KEY
061300             GO TO 3020-EXIT
061400     END-READ.
061500     IF DL100-HISTFILE-STATUS NOT = '00'
061600         DISPLAY 'DL100E - HISTORY READ FAILED, STATUS='
061700             DL100-HISTFILE-STATUS
061800         MOVE 16 TO DL100IS-RETURN-CODE
061900         MOVE HIGH-VALUES TO DL100IS-HIST-KEY
062000         SET DL100IS-MAST-EOF TO TRUE
062100         GO TO 3020-EXIT
062200     END-IF.
062300     ADD 1 TO DL100IS-HIST-READ.
062400     MOVE DL100HI-ACCOUNT-NO TO DL100IS-HIST-KEY.
062500 3020-EXIT.
062600     EXIT.
062700
062800*****************************************************************
062900* 3030-READ-MTD - THE NEXT ACCOUNT RECORD ON THE MTD FILE.  THE
063000* ONE SUITE TOTALS RECORD IS PASSED OVER.
063100*****************************************************************
063200 3030-READ-MTD.
063300     PERFORM 3035-READ-MTD-RECORD THRU 3035-EXIT.
063400     IF DL100IS-MTD-KEY = '**TOTALS**'
063500         PERFORM 3035-READ-MTD-RECORD THRU 3035-EXIT
063600     END-IF.
063700 3030-EXIT.
063800     EXIT.
063900
064000 3035-READ-MTD-RECORD.
064100     READ DL100-MTDFILE NEXT RECORD
064200         AT END
064300             MOVE HIGH-VALUES TO DL100IS-MTD-KEY
064400             GO TO 3035-EXIT
064500     END-READ.
064600     IF DL100-MTDFILE-STATUS NOT = '00'
064700         DISPLAY 'DL100E - MTD READ FAILED, STATUS='
064800             DL100-MTDFILE-STATUS
064900         MOVE 16 TO DL100IS-RETURN-CODE
065000         MOVE HIGH-VALUES TO DL100IS-MTD-KEY
065100         SET DL100IS-MAST-EOF TO TRUE
065200         GO TO 3035-EXIT
065300     END-IF.
065400     MOVE DL100MT-ACCOUNT-NO TO DL100IS-MTD-KEY.
065500 3035-EXIT.
065600     EXIT.
065700
065800 3100-READ-ONE-ACCOUNT.
065900     READ DL100-MASTFILE NEXT RECORD
066000         AT END
066100             SET DL100IS-MAST-EOF TO TRUE
066200     END-READ.
066300     IF DL100IS-MAST-EOF
066400         GO TO 3100-EXIT
066500     END-IF.
066600     IF DL100-MASTFILE-STATUS NOT = '00'
066700         DISPLAY 'DL100E - ACCOUNT MASTER READ FAILED, STATUS='
066800             DL100-MASTFILE-STATUS
066900         MOVE 16 TO DL100IS-RETURN-CODE
067000         SET DL100IS-MAST-EOF TO TRUE
067100         GO TO 3100-EXIT
067200     END-IF.
067300     ADD 1 TO DL100IS-ACCOUNTS-READ.
067400     PERFORM 3200-CHECK-ONE-ACCOUNT THRU 3200-EXIT.
067500 3100-EXIT.
067600     EXIT.
067700
067800*****************************************************************
067900* 3200-CHECK-ONE-ACCOUNT - GATHERS THE ACCOUNT'S LOG, MTD AND
068000* HISTORY RECORDS (IN THAT ORDER - THE CLOSE DATE FROM THE LOG
068100* IS NEEDED AS THE HISTORY GOES BY) AND RUNS THE THREE ACCOUNT
068200* CHECKS.
068300*****************************************************************
068400 3200-CHECK-ONE-ACCOUNT.
068500     MOVE ZERO TO DL100IS-LAST-MAINT.
068600     MOVE ZERO TO DL100IS-CLOSE-DATE.
068700     MOVE ZERO TO DL100IS-LATEST-RUN.
068800     MOVE ZERO TO DL100IS-AFTER-CLOSE.
068900     MOVE ZERO TO DL100IS-M-DR-COUNT.
069000     MOVE ZERO TO DL100IS-M-DR-AMOUNT.
069100     MOVE ZERO TO DL100IS-M-CR-COUNT.
069200     MOVE ZERO TO DL100IS-M-CR-AMOUNT.
069300     MOVE ZERO TO DL100IS-M-AJ-COUNT.
069400     MOVE ZERO TO DL100IS-M-AJ-AMOUNT.
069500     MOVE ZERO TO DL100IS-H-DR-COUNT.
069600     MOVE ZERO TO DL100IS-H-DR-AMOUNT.
069700     MOVE ZERO TO DL100IS-H-CR-COUNT.
069800     MOVE ZERO TO DL100IS-H-CR-AMOUNT.
069900     MOVE ZERO TO DL100IS-H-AJ-COUNT.
070000     MOVE ZERO TO DL100IS-H-AJ-AMOUNT.
070100     PERFORM 3220-MATCH-LOG THRU 3220-EXIT
070200         UNTIL DL100IS-LOG-KEY > DL100AM-ACCOUNT-NO.
070300     PERFORM 3240-MATCH-MTD THRU 3240-EXIT
070400         UNTIL DL100IS-MTD-KEY > DL100AM-ACCOUNT-NO
070500             OR DL100IS-MTD-KEY = HIGH-VALUES.
070600     PERFORM 3260-MATCH-HISTORY THRU 3260-EXIT
070700         UNTIL DL100IS-HIST-KEY > DL100AM-ACCOUNT-NO
070800             OR DL100IS-HIST-KEY = HIGH-VALUES.
070900     IF DL100IS-RETURN-CODE = 16
071000         GO TO 3200-EXIT
071100     END-IF.
071200     IF DL100IS-MONTH-CHECKED
071300         PERFORM 3300-CHECK-MTD THRU 3300-EXIT
071400     END-IF.
071500     PERFORM 3400-CHECK-LAST-ACTIVITY THRU 3400-EXIT.
071600     IF DL100AM-ACCT-CLOSED
071700         PERFORM 3500-CHECK-CLOSED THRU 3500-EXIT
071800     END-IF.
071900 3200-EXIT.
072000     EXIT.
072100
072200*****************************************************************
072300* 3220-MATCH-LOG - ONE LOG RECORD AT OR BEHIND THE ACCOUNT IN
072400* HAND.  LOG RECORDS FOR ACCOUNTS NOT ON THE MASTER ARE
072500* PASSED OVER.  FOR THE ACCOUNT IN HAND, THE LATEST CHANGE THAT
072600* RESTAMPED LAST-ACTIVITY (EVERY DL100AU ACTION - A DL100DS
072700* DORMANCY FLAG DOES NOT) AND THE LATEST CLOSE ARE KEPT.
072800*****************************************************************
072900 3220-MATCH-LOG.
073000     IF DL100IS-LOG-KEY = DL100AM-ACCOUNT-NO
073100         IF NOT DL100XS-DORMANCY
073200             MOVE DL100XS-RUN-DATE TO DL100IS-LAST-MAINT
073300         END-IF
073400         IF DL100XS-CLOSE
073500             MOVE DL100XS-RUN-DATE TO DL100IS-CLOSE-DATE
073600         END-IF
073700     END-IF.
073800     PERFORM 3010-RETURN-LOG THRU 3010-EXIT.
073900 3220-EXIT.
074000     EXIT.
074100
074200*****************************************************************
074300* 3240-MATCH-MTD - AN MTD RECORD BEHIND THE ACCOUNT IN HAND
074400* HAS NO ACCOUNT ON THE MASTER AND IS AN MT EXCEPTION.  THE
074500* ACCOUNT'S OWN RECORD, IF ANY, IS KEPT FOR 3300.
074600*****************************************************************
074700 3240-MATCH-MTD.
074800     IF DL100IS-MTD-KEY = DL100AM-ACCOUNT-NO
074900         MOVE DL100MT-DR-COUNT TO DL100IS-M-DR-COUNT
075000         MOVE DL100MT-DR-AMOUNT TO DL100IS-M-DR-AMOUNT
075100         MOVE DL100MT-CR-COUNT TO DL100IS-M-CR-COUNT
075200         MOVE DL100MT-CR-AMOUNT TO DL100IS-M-CR-AMOUNT
075300         MOVE DL100MT-AJ-COUNT TO DL100IS-M-AJ-COUNT
075400         MOVE DL100MT-AJ-AMOUNT TO DL100IS-M-AJ-AMOUNT
075500     ELSE
075600         PERFORM 3250-REPORT-MTD-ORPHAN THRU 3250-EXIT
075700     END-IF.
075800     PERFORM 3030-READ-MTD THRU 3030-EXIT.
075900 3240-EXIT.
076000     EXIT.
076100
076200 3250-REPORT-MTD-ORPHAN.
076300     MOVE SPACES TO DL100IS-EXCEPTION-LINE.
076400     MOVE 'MT' TO DL100IS-EL-TYPE.
076500     MOVE DL100MT-ACCOUNT-NO TO DL100IS-EL-KEY.
076600     MOVE 'MTD RECORD, ACCOUNT NOT ON THE MASTER'
076700         TO DL100IS-EL-TEXT.
076800     MOVE 'MTD ITEMS' TO DL100IS-EL-LABEL-1.
076900     ADD DL100MT-DR-COUNT DL100MT-CR-COUNT DL100MT-AJ-COUNT
077000         GIVING DL100IS-ED-COUNT.
077100     MOVE DL100IS-ED-COUNT TO DL100IS-EL-VALUE-1.
077200     MOVE 'MTD NET' TO DL100IS-EL-LABEL-2.
077300     COMPUTE DL100IS-ED-AMOUNT = DL100MT-CR-AMOUNT
077400         + DL100MT-AJ-AMOUNT - DL100MT-DR-AMOUNT.
077500     MOVE DL100IS-ED-AMOUNT TO DL100IS-EL-VALUE-2.
077600     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
077700 3250-EXIT.
077800     EXIT.
077900
078000*****************************************************************
078100* 3260-MATCH-HISTORY - HISTORY BEHIND THE ACCOUNT IN HAND IS
078200* ONLY COUNTED.  THE ACCOUNT'S OWN RECORDS GIVE ITS LATEST RUN
078240* DATE FROM A CUSTOMER BRANCH (THE SYSTEM 'AUTO' AND 'INTR'
078280* POSTINGS DO NOT STAMP LAST-ACTIVITY), ITS POSTINGS AFTER A
078320* LOGGED CLOSE, AND - FOR RUNS IN THE MTD MONTH - THE COUNTS
078360* AND AMOUNTS THE MTD FILE SHOULD HOLD.  A REVERSAL COUNTS
078400* UNDER ITS ORIGINAL'S CODE WITH THE AMOUNT NEGATED, THE WAY
078500* COBOL1 ROLLED IT INTO THE MTD FILE.
078700*****************************************************************
078800 3260-MATCH-HISTORY.
078900     IF DL100IS-HIST-KEY < DL100AM-ACCOUNT-NO
079000         ADD 1 TO DL100IS-HIST-ORPHANS
079100     ELSE
079200         PERFORM 3270-TAKE-HISTORY THRU 3270-EXIT
079300     END-IF.
079400     PERFORM 3020-READ-HISTORY THRU 3020-EXIT.
079500 3260-EXIT.
079600     EXIT.
079700
079800 3270-TAKE-HISTORY.
079850     IF DL100HI-RUN-DATE > DL100IS-LATEST-RUN
079900             AND DL100HI-BRANCH-ID NOT = 'AUTO'
079950             AND DL100HI-BRANCH-ID NOT = 'INTR'
080000         MOVE DL100HI-RUN-DATE TO DL100IS-LATEST-RUN
080100     END-IF.
080200     IF DL100IS-CLOSE-DATE NOT = ZERO
080300             AND DL100HI-RUN-DATE > DL100IS-CLOSE-DATE
080400         ADD 1 TO DL100IS-AFTER-CLOSE
080500     END-IF.
080600     DIVIDE DL100HI-RUN-DATE BY 100 GIVING DL100IS-WORK-MONTH.
080700     IF DL100IS-WORK-MONTH NOT = DL100IS-MTD-MONTH
080800         GO TO 3270-EXIT
080900     END-IF.
081000     IF DL100HI-TRAN-CODE = 'DR' OR 'RD'
081100         ADD 1 TO DL100IS-H-DR-COUNT
081200         IF DL100HI-TRAN-CODE = 'DR'
081300             ADD DL100HI-TRAN-AMOUNT TO DL100IS-H-DR-AMOUNT
081400         ELSE
081500             SUBTRACT DL100HI-TRAN-AMOUNT FROM DL100IS-H-DR-AMOUNT
081600         END-IF
081700         GO TO 3270-EXIT
081800     END-IF.
081900     IF DL100HI-TRAN-CODE = 'CR' OR 'RC'
082000         ADD 1 TO DL100IS-H-CR-COUNT
082100         IF DL100HI-TRAN-CODE = 'CR'
082200             ADD DL100HI-TRAN-AMOUNT TO DL100IS-H-CR-AMOUNT
082300         ELSE
082400             SUBTRACT DL100HI-TRAN-AMOUNT FROM DL100IS-H-CR-AMOUNT
082500         END-IF
082600         GO TO 3270-EXIT
082700     END-IF.
082800     ADD 1 TO DL100IS-H-AJ-COUNT.
082900     IF DL100HI-TRAN-CODE = 'RA'
083000         SUBTRACT DL100HI-TRAN-AMOUNT FROM DL100IS-H-AJ-AMOUNT
083100     ELSE
083200         ADD DL100HI-TRAN-AMOUNT TO DL100IS-H-AJ-AMOUNT
083300     END-IF.
083400 3270-EXIT.
083500     EXIT.
083600
083700*****************************************************************
083800* 3300-CHECK-MTD - EVERY COUNT AND AMOUNT BY CODE MUST AGREE.
083900* THE LINE SHOWS BOTH SIDES' ITEM COUNT AND NET.
084000*****************************************************************
084100 3300-CHECK-MTD.
084200     IF DL100IS-M-DR-COUNT = DL100IS-H-DR-COUNT
084300             AND DL100IS-M-CR-COUNT = DL100IS-H-CR-COUNT
084400             AND DL100IS-M-AJ-COUNT = DL100IS-H-AJ-COUNT
084500             AND DL100IS-M-DR-AMOUNT = DL100IS-H-DR-AMOUNT
084600             AND DL100IS-M-CR-AMOUNT = DL100IS-H-CR-AMOUNT
084700             AND DL100IS-M-AJ-AMOUNT = DL100IS-H-AJ-AMOUNT
084800         GO TO 3300-EXIT
084900     END-IF.
085000     ADD DL100IS-M-DR-COUNT DL100IS-M-CR-COUNT DL100IS-M-AJ-COUNT
085100         GIVING DL100IS-M-COUNT.
085200     COMPUTE DL100IS-M-NET = DL100IS-M-CR-AMOUNT
085300         + DL100IS-M-AJ-AMOUNT - DL100IS-M-DR-AMOUNT.
085400     ADD DL100IS-H-DR-COUNT DL100IS-H-CR-COUNT DL100IS-H-AJ-COUNT
085500         GIVING DL100IS-H-COUNT.
085600     COMPUTE DL100IS-H-NET = DL100IS-H-CR-AMOUNT
085700         + DL100IS-H-AJ-AMOUNT - DL100IS-H-DR-AMOUNT.
085800     MOVE SPACES TO DL100IS-EXCEPTION-LINE.
085900     MOVE 'MT' TO DL100IS-EL-TYPE.
086000     MOVE DL100AM-ACCOUNT-NO TO DL100IS-EL-KEY.
086100     MOVE 'MTD DISAGREES WITH HISTORY FOR THE MONTH'
086200         TO DL100IS-EL-TEXT.
086300     MOVE 'MTD ITEMS' TO DL100IS-EL-LABEL-1.
086400     MOVE DL100IS-M-COUNT TO DL100IS-ED-COUNT.
086500     MOVE DL100IS-ED-COUNT TO DL100IS-EL-VALUE-1.
086600     MOVE 'HIST ITEMS' TO DL100IS-EL-LABEL-2.
086700     MOVE DL100IS-H-COUNT TO DL100IS-ED-COUNT.
086800     MOVE DL100IS-ED-COUNT TO DL100IS-EL-VALUE-2.
086900     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
087000     MOVE SPACES TO DL100IS-EXCEPTION-LINE.
087100     MOVE 'MTD NET' TO DL100IS-EL-LABEL-1.
087200     MOVE DL100IS-M-NET TO DL100IS-ED-AMOUNT.
087300     MOVE DL100IS-ED-AMOUNT TO DL100IS-EL-VALUE-1.
087400     MOVE 'HIST NET' TO DL100IS-EL-LABEL-2.
087500     MOVE DL100IS-H-NET TO DL100IS-ED-AMOUNT.
087600     MOVE DL100IS-ED-AMOUNT TO DL100IS-EL-VALUE-2.
087700     PERFORM 8100-WRITE-CONTINUATION THRU 8100-EXIT.
087800 3300-EXIT.
087900     EXIT.
088000
088100*****************************************************************
088200* 3400-CHECK-LAST-ACTIVITY - COBOL1 STAMPS THE BUSINESS DAY A
088300* RUN POSTS UNDER, SO THE LATEST HISTORY RUN DATE IS TAKEN TO ITS
088400* BUSINESS DAY THE WAY 1250 IN COBOL1 DOES.  DL100AU STAMPS ITS
088500* OWN RUN DATE.  THE LATER OF THE TWO IS WHAT LAST-ACTIVITY
088600* SHOULD CARRY.  BEHIND IT IS ALWAYS WRONG.  AHEAD OF IT IS ONLY
088700* WRONG WHILE THE DATE IS STILL INSIDE THE RETENTION WINDOW -
088800* OLDER THAN THAT, THE POSTING BEHIND IT MAY HAVE BEEN PURGED.
088900*****************************************************************
089000 3400-CHECK-LAST-ACTIVITY.
089100     MOVE ZERO TO DL100IS-EXPECTED-DATE.
089200     IF DL100IS-LATEST-RUN NOT = ZERO
089300         MOVE 'BUSDAY  ' TO DL100LK-FUNCTION
089400         MOVE DL100IS-LATEST-RUN TO DL100LK-DATE-1
089500         CALL 'DL100DT' USING DL100LK-PARM-AREA
089600         IF DL100LK-RETURN-CODE NOT = ZERO
089700                 OR DL100LK-IS-BUSDAY
089800             MOVE DL100IS-LATEST-RUN TO DL100IS-EXPECTED-DATE
089900         ELSE
090000             MOVE DL100LK-NEXT-BUSDAY TO DL100IS-EXPECTED-DATE
090100         END-IF
090200     END-IF.
090300     IF DL100IS-LAST-MAINT > DL100IS-EXPECTED-DATE
090400         MOVE DL100IS-LAST-MAINT TO DL100IS-EXPECTED-DATE
090500     END-IF.
090600     MOVE SPACES TO DL100IS-EXCEPTION-LINE.
090700     IF DL100AM-LAST-ACTIVITY NOT NUMERIC
090800         IF DL100IS-EXPECTED-DATE NOT = ZERO
090900             MOVE 'LAST-ACTIVITY MISSING' TO DL100IS-EL-TEXT
091000             PERFORM 3450-REPORT-LAST-ACTIVITY THRU 3450-EXIT
091100         END-IF
091200         GO TO 3400-EXIT
091300     END-IF.
091400     IF DL100AM-LAST-ACTIVITY = DL100IS-EXPECTED-DATE
091500         GO TO 3400-EXIT
091600     END-IF.
091700     IF DL100AM-LAST-ACTIVITY < DL100IS-EXPECTED-DATE
091800         MOVE 'LAST-ACTIVITY BEHIND HISTORY AND LOG'
091900             TO DL100IS-EL-TEXT
092000         PERFORM 3450-REPORT-LAST-ACTIVITY THRU 3450-EXIT
092100         GO TO 3400-EXIT
092200     END-IF.
092300     IF NOT DL100IS-RETENTION-KNOWN
092400         GO TO 3400-EXIT
092500     END-IF.
092600     MOVE 'DAYSDIFF' TO DL100LK-FUNCTION.
092700     MOVE DL100LK-RUN-DATE TO DL100LK-DATE-1.
092800     MOVE DL100AM-LAST-ACTIVITY TO DL100LK-DATE-2.
092900     CALL 'DL100DT' USING DL100LK-PARM-AREA.
093000     IF DL100LK-RETURN-CODE NOT = ZERO
093100             OR DL100LK-DAYS-DIFF > DL100IS-RETENTION-DAYS
093200         GO TO 3400-EXIT
093300     END-IF.
093400     MOVE 'LAST-ACTIVITY AHEAD OF HISTORY AND LOG'
093500         TO DL100IS-EL-TEXT.
093600     PERFORM 3450-REPORT-LAST-ACTIVITY THRU 3450-EXIT.
093700 3400-EXIT.
093800     EXIT.
093900
094000 3450-REPORT-LAST-ACTIVITY.
094100     MOVE 'LA' TO DL100IS-EL-TYPE.
094200     MOVE DL100AM-ACCOUNT-NO TO DL100IS-EL-KEY.
094300     MOVE 'LAST ACT' TO DL100IS-EL-LABEL-1.
094400     MOVE DL100AM-LAST-ACTIVITY TO DL100IS-EL-VALUE-1.
094500     MOVE 'EXPECTED' TO DL100IS-EL-LABEL-2.
094600     IF DL100IS-EXPECTED-DATE = ZERO
094700         MOVE 'NONE ON FILE' TO DL100IS-EL-VALUE-2
094800     ELSE
094900         MOVE DL100IS-EXPECTED-DATE TO DL100IS-EL-VALUE-2
095000     END-IF.
095100     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
095200 3450-EXIT.
095300     EXIT.
095400
095500*****************************************************************
095600* 3500-CHECK-CLOSED - A CLOSED ACCOUNT TAKES NO POSTING AFTER
095700* ITS CLOSE.  HISTORY RUN DATES SHOW IT DIRECTLY; WHEN THE CLOSE
095800* IS OLDER THAN THE MTD MONTH, ANY MTD MOVEMENT AT ALL IS AFTER
095900* IT.  A CLOSED ACCOUNT WITH NO CLOSE ON THE LOG IS COUNTED, NOT
096000* REPORTED - IT WAS CLOSED BEFORE THE LOG WAS KEPT.
096100*****************************************************************
096200 3500-CHECK-CLOSED.
096300     IF DL100IS-CLOSE-DATE = ZERO
096400         ADD 1 TO DL100IS-NO-CLOSE-LOGGED
096500         GO TO 3500-EXIT
096600     END-IF.
096700     MOVE ZERO TO DL100IS-MTD-AFTER-CLOSE.
096800     IF DL100IS-CLOSE-DATE < DL100IS-MONTH-START
096900         ADD DL100IS-M-DR-COUNT DL100IS-M-CR-COUNT
097000             DL100IS-M-AJ-COUNT GIVING DL100IS-MTD-AFTER-CLOSE
097100     END-IF.
097200     IF DL100IS-AFTER-CLOSE = ZERO
097300             AND DL100IS-MTD-AFTER-CLOSE = ZERO
097400         GO TO 3500-EXIT
097500     END-IF.
097600     MOVE SPACES TO DL100IS-EXCEPTION-LINE.
097700     MOVE 'CM' TO DL100IS-EL-TYPE.
097800     MOVE DL100AM-ACCOUNT-NO TO DL100IS-EL-KEY.
097900     MOVE 'CLOSED ACCOUNT HAS MOVEMENT AFTER CLOSE'
098000         TO DL100IS-EL-TEXT.
098100     MOVE 'CLOSED ON' TO DL100IS-EL-LABEL-1.
098200     MOVE DL100IS-CLOSE-DATE TO DL100IS-EL-VALUE-1.
098300     MOVE 'HIST ITEMS' TO DL100IS-EL-LABEL-2.
098400     MOVE DL100IS-AFTER-CLOSE TO DL100IS-ED-COUNT.
098500     MOVE DL100IS-ED-COUNT TO DL100IS-EL-VALUE-2.
098600     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
098700     IF DL100IS-MTD-AFTER-CLOSE > ZERO
098800         MOVE SPACES TO DL100IS-EXCEPTION-LINE
098900         MOVE 'MTD ITEMS' TO DL100IS-EL-LABEL-2
099000         MOVE DL100IS-MTD-AFTER-CLOSE TO DL100IS-ED-COUNT
099100         MOVE DL100IS-ED-COUNT TO DL100IS-EL-VALUE-2
099200         PERFORM 8100-WRITE-CONTINUATION THRU 8100-EXIT
099300     END-IF.
099400 3500-EXIT.
099500     EXIT.
099600
099700*****************************************************************
099800* 4000-CHECK-INSTRUCTIONS - EVERY ACTIVE STANDING INSTRUCTION IS
099900* LOOKED UP ON THE MASTER.  DL100SG WOULD KEEP GENERATING ITEMS
100000* FOR A CLOSED OR MISSING ACCOUNT THAT COBOL1 ONLY SUSPENDS.
100100*****************************************************************
100200 4000-CHECK-INSTRUCTIONS.
100300     OPEN INPUT DL100-STNDIN.
100400     IF DL100-STNDIN-STATUS NOT = '00'
100500         DISPLAY 'DL100E - UNABLE TO OPEN STANDING INSTRUCTIONS, '
100600             'STATUS=' DL100-STNDIN-STATUS
100700         MOVE 16 TO DL100IS-RETURN-CODE
100800         GO TO 4000-EXIT
100900     END-IF.
101000     MOVE 'N' TO DL100IS-SCAN-EOF-SW.
101100     PERFORM 4100-CHECK-ONE-INSTRUCTION THRU 4100-EXIT
101200         UNTIL DL100IS-SCAN-EOF.
101300     CLOSE DL100-STNDIN.
101400     DISPLAY 'DL100I - STANDING INSTRUCTIONS READ = '
101500         DL100IS-INSTR-READ.
101600 4000-EXIT.
101700     EXIT.
101800
101900 4100-CHECK-ONE-INSTRUCTION.
102000     READ DL100-STNDIN
102100         AT END
102200             SET DL100IS-SCAN-EOF TO TRUE
102300             GO TO 4100-EXIT
102400     END-READ.
102500     IF DL100-STNDIN-STATUS NOT = '00'
102600         DISPLAY 'DL100E - STANDING INSTRUCTION READ FAILED, '
102700             'STATUS=' DL100-STNDIN-STATUS
102800         MOVE 16 TO DL100IS-RETURN-CODE
102900         SET DL100IS-SCAN-EOF TO TRUE
103000         GO TO 4100-EXIT
103100     END-IF.
103200     ADD 1 TO DL100IS-INSTR-READ.
103300     IF NOT DL100SI-ACTIVE
103400         GO TO 4100-EXIT
103500     END-IF.
103600     MOVE SPACES TO DL100IS-EXCEPTION-LINE.
103700     MOVE DL100SI-ACCOUNT-NO TO DL100AM-ACCOUNT-NO.
103800     READ DL100-MASTFILE
103900         INVALID KEY
104000             CONTINUE
104100     END-READ.
104200     IF DL100-MASTFILE-STATUS = '23'
104300         MOVE 'ACTIVE INSTRUCTION, ACCOUNT NOT ON MASTER'
104400             TO DL100IS-EL-TEXT
104500     ELSE
104600         IF DL100-MASTFILE-STATUS NOT = '00'
104700             DISPLAY 'DL100E - ACCOUNT MASTER READ FAILED, '
104800                 'STATUS=' DL100-MASTFILE-STATUS
104900             MOVE 16 TO DL100IS-RETURN-CODE
105000             SET DL100IS-SCAN-EOF TO TRUE
105100             GO TO 4100-EXIT
105200         END-IF
105300         IF NOT DL100AM-ACCT-CLOSED
105400             GO TO 4100-EXIT
105500         END-IF
105600         MOVE 'ACTIVE INSTRUCTION ON A CLOSED ACCOUNT'
105700             TO DL100IS-EL-TEXT
105800     END-IF.
105900     MOVE 'SI' TO DL100IS-EL-TYPE.
106000     MOVE DL100SI-ACCOUNT-NO TO DL100IS-EL-KEY.
106100     MOVE 'CODE' TO DL100IS-EL-LABEL-1.
106200     MOVE DL100SI-TRAN-CODE TO DL100IS-EL-VALUE-1.
106300     MOVE 'NEXT DUE' TO DL100IS-EL-LABEL-2.
106400     MOVE DL100SI-NEXT-DUE TO DL100IS-EL-VALUE-2.
106500     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
106600 4100-EXIT.
106700     EXIT.
106800
106900*****************************************************************
107000* 5000-CHECK-SUSPENSE - LOADS THE BRANCH MASTER, THEN CHECKS THE
107100* BRANCH ON EVERY HELD SUSPENSE ITEM.  THE RESERVED 'AUTO' AND
107200* 'INTR' BRANCHES AND THE IMPLICIT '****' BATCH ARE NEVER ON
107300* THE BRANCH MASTER; A BLANK BRANCH IS AN ITEM HELD BEFORE THE
107400* BRANCH WAS CARRIED.
107500*****************************************************************
107600 5000-CHECK-SUSPENSE.
107700     OPEN INPUT DL100-BRANCHFILE.
107800     IF DL100-BRANCHFILE-STATUS NOT = '00'
107900         DISPLAY 'DL100E - UNABLE TO OPEN BRANCH MASTER, STATUS='
108000             DL100-BRANCHFILE-STATUS
108100         MOVE 16 TO DL100IS-RETURN-CODE
108200         GO TO 5000-EXIT
108300     END-IF.
108400     MOVE 'N' TO DL100IS-SCAN-EOF-SW.
108500     PERFORM 5100-LOAD-ONE-BRANCH THRU 5100-EXIT
108600         UNTIL DL100IS-SCAN-EOF.
108700     CLOSE DL100-BRANCHFILE.
108800     IF DL100IS-RETURN-CODE = 16
108900         GO TO 5000-EXIT
109000     END-IF.
109100     OPEN INPUT DL100-SUSPIN.
109200     IF DL100-SUSPIN-STATUS NOT = '00'
109300         DISPLAY 'DL100E - UNABLE TO OPEN SUSPENSE FILE, STATUS='
109400             DL100-SUSPIN-STATUS
109500         MOVE 16 TO DL100IS-RETURN-CODE
109600         GO TO 5000-EXIT
109700     END-IF.
109800     MOVE 'N' TO DL100IS-SCAN-EOF-SW.
109900     PERFORM 5200-CHECK-ONE-ITEM THRU 5200-EXIT
110000         UNTIL DL100IS-SCAN-EOF.
110100     CLOSE DL100-SUSPIN.
110200     DISPLAY 'DL100I - SUSPENSE ITEMS READ = ' DL100IS-SUSP-READ.
110300 5000-EXIT.
110400     EXIT.
110500
110600 5100-LOAD-ONE-BRANCH.
110700     READ DL100-BRANCHFILE
110800         AT END
110900             SET DL100IS-SCAN-EOF TO TRUE
111000             GO TO 5100-EXIT
111100     END-READ.
111200     IF DL100-BRANCHFILE-STATUS NOT = '00'
111300         DISPLAY 'DL100E - BRANCH MASTER READ FAILED, STATUS='
111400             DL100-BRANCHFILE-STATUS
111500         MOVE 16 TO DL100IS-RETURN-CODE
111600         SET DL100IS-SCAN-EOF TO TRUE
111700         GO TO 5100-EXIT
111800     END-IF.
111900     IF DL100IS-BRM-COUNT < 100
112000         ADD 1 TO DL100IS-BRM-COUNT
112100         MOVE DL100BR-BRANCH-ID
112200             TO DL100IS-BRM-ID (DL100IS-BRM-COUNT)
112300     ELSE
112400         DISPLAY 'DL100E - BRANCH MASTER TABLE FULL AT 100 '
112500             'BRANCHES'
112600         MOVE 16 TO DL100IS-RETURN-CODE
112700         SET DL100IS-SCAN-EOF TO TRUE
112800     END-IF.
112900 5100-EXIT.
113000     EXIT.
113100
113200 5200-CHECK-ONE-ITEM.
113300     READ DL100-SUSPIN
113400         AT END
113500             SET DL100IS-SCAN-EOF TO TRUE
113600             GO TO 5200-EXIT
113700     END-READ.
113800     IF DL100-SUSPIN-STATUS NOT = '00'
113900         DISPLAY 'DL100E - SUSPENSE READ FAILED, STATUS='
114000             DL100-SUSPIN-STATUS
114100         MOVE 16 TO DL100IS-RETURN-CODE
114200         SET DL100IS-SCAN-EOF TO TRUE
114300         GO TO 5200-EXIT
114400     END-IF.
114500     ADD 1 TO DL100IS-SUSP-READ.
114600     IF DL100SU-BRANCH-ID = SPACES OR 'AUTO' OR 'INTR' OR '****'
114700         GO TO 5200-EXIT
114800     END-IF.
114900     MOVE 'N' TO DL100IS-BRANCH-FOUND-SW.
115000     PERFORM 5250-FIND-BRANCH THRU 5250-EXIT
115100         VARYING DL100IS-BRM-SUB FROM 1 BY 1
115200         UNTIL DL100IS-BRM-SUB > DL100IS-BRM-COUNT
115300             OR DL100IS-BRANCH-FOUND.
115400     IF DL100IS-BRANCH-FOUND
115500         GO TO 5200-EXIT
115600     END-IF.
115700     MOVE SPACES TO DL100IS-EXCEPTION-LINE.
115800     MOVE 'SB' TO DL100IS-EL-TYPE.
115900     MOVE DL100SU-ACCOUNT-NO TO DL100IS-EL-KEY.
116000     MOVE 'SUSPENSE ITEM BRANCH NOT ON BRANCH MASTER'
116100         TO DL100IS-EL-TEXT.
116200     MOVE 'BRANCH' TO DL100IS-EL-LABEL-1.
116300     MOVE DL100SU-BRANCH-ID TO DL100IS-EL-VALUE-1.
116400     MOVE 'HELD SINCE' TO DL100IS-EL-LABEL-2.
116500     MOVE DL100SU-SUSP-DATE TO DL100IS-EL-VALUE-2.
116600     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
116700 5200-EXIT.
116800     EXIT.
116900
117000 5250-FIND-BRANCH.
117100     IF DL100IS-BRM-ID (DL100IS-BRM-SUB) = DL100SU-BRANCH-ID
117200         SET DL100IS-BRANCH-FOUND TO TRUE
117300     END-IF.
117400 5250-EXIT.
117500     EXIT.
117600
117700*****************************************************************
117800* 6000-WRITE-SUMMARY - THE COUNT OF EACH EXCEPTION TYPE WITH THE
117900* RETURN CODE IT CARRIES, AND WHAT WAS CHECKED.
118000*****************************************************************
118100 6000-WRITE-SUMMARY.
118200     IF DL100IS-LINE-COUNT + 20 > DL100IS-LINES-PER-PAGE
118300         PERFORM 8500-WRITE-PAGE-HEADERS THRU 8500-EXIT
118400     END-IF.
118500     IF DL100IS-EXCEPTION-COUNT = ZERO
118600         MOVE 'NO INTEGRITY EXCEPTIONS FOUND' TO DL100IS-NL-TEXT
118700     ELSE
118800         MOVE 'INTEGRITY EXCEPTIONS BY TYPE' TO DL100IS-NL-TEXT
118900     END-IF.
119000     WRITE DL100RP-LINE FROM DL100IS-NOTE-LINE.
119100     MOVE 'MT  MTD DISAGREES WITH HISTORY      (RC 12)'
119200         TO DL100IS-CL-LABEL.
119300     MOVE DL100IS-MT-COUNT TO DL100IS-CL-COUNT.
119400     WRITE DL100RP-LINE FROM DL100IS-COUNT-LINE.
119500     MOVE 'CM  CLOSED ACCOUNT MOVEMENT         (RC  8)'
119600         TO DL100IS-CL-LABEL.
119700     MOVE DL100IS-CM-COUNT TO DL100IS-CL-COUNT.
119800     WRITE DL100RP-LINE FROM DL100IS-COUNT-LINE.
119900     MOVE 'LA  LAST-ACTIVITY DISAGREES         (RC  6)'
120000         TO DL100IS-CL-LABEL.
120100     MOVE DL100IS-LA-COUNT TO DL100IS-CL-COUNT.
120200     WRITE DL100RP-LINE FROM DL100IS-COUNT-LINE.
120300     MOVE 'SI  INSTRUCTION ON CLOSED/MISSING   (RC  5)'
120400         TO DL100IS-CL-LABEL.
120500     MOVE DL100IS-SI-COUNT TO DL100IS-CL-COUNT.
120600     WRITE DL100RP-LINE FROM DL100IS-COUNT-LINE.
120700     MOVE 'SB  SUSPENSE BRANCH NOT ON MASTER   (RC  4)'
120800         TO DL100IS-CL-LABEL.
120900     MOVE DL100IS-SB-COUNT TO DL100IS-CL-COUNT.
121000     WRITE DL100RP-LINE FROM DL100IS-COUNT-LINE.
121100     MOVE 'CHECKED' TO DL100IS-NL-TEXT.
121200     WRITE DL100RP-LINE FROM DL100IS-NOTE-LINE.
121300     MOVE 'MASTER ACCOUNTS' TO DL100IS-CL-LABEL.
121400     MOVE DL100IS-ACCOUNTS-READ TO DL100IS-CL-COUNT.
121500     WRITE DL100RP-LINE FROM DL100IS-COUNT-LINE.
121600     MOVE 'HISTORY RECORDS' TO DL100IS-CL-LABEL.
121700     MOVE DL100IS-HIST-READ TO DL100IS-CL-COUNT.
121800     WRITE DL100RP-LINE FROM DL100IS-COUNT-LINE.
121900     MOVE '  FOR ACCOUNTS NOT ON THE MASTER' TO DL100IS-CL-LABEL.
122000     MOVE DL100IS-HIST-ORPHANS TO DL100IS-CL-COUNT.
122100     WRITE DL100RP-LINE FROM DL100IS-COUNT-LINE.
122200     MOVE 'CLOSED ACCOUNTS WITH NO CLOSE ON THE LOG'
122300         TO DL100IS-CL-LABEL.
122400     MOVE DL100IS-NO-CLOSE-LOGGED TO DL100IS-CL-COUNT.
122500     WRITE DL100RP-LINE FROM DL100IS-COUNT-LINE.
122600     MOVE 'STANDING INSTRUCTIONS' TO DL100IS-CL-LABEL.
122700     MOVE DL100IS-INSTR-READ TO DL100IS-CL-COUNT.
122800     WRITE DL100RP-LINE FROM DL100IS-COUNT-LINE.
122900     MOVE 'HELD SUSPENSE ITEMS' TO DL100IS-CL-LABEL.
123000     MOVE DL100IS-SUSP-READ TO DL100IS-CL-COUNT.
123100     WRITE DL100RP-LINE FROM DL100IS-COUNT-LINE.
123200     MOVE 'BRANCHES ON THE BRANCH MASTER' TO DL100IS-CL-LABEL.
123300     MOVE DL100IS-BRM-COUNT TO DL100IS-CL-COUNT.
123400     WRITE DL100RP-LINE FROM DL100IS-COUNT-LINE.
123500     IF NOT DL100IS-MONTH-CHECKED
123600         MOVE 'MTD NOT CHECKED - HISTORY DOES NOT COVER THE MONTH'
123700             TO DL100IS-NL-TEXT
123800         WRITE DL100RP-LINE FROM DL100IS-NOTE-LINE
123900     END-IF.
124000     ADD 16 TO DL100IS-LINE-COUNT.
124100     DISPLAY 'DL100I - INTEGRITY EXCEPTIONS = '
124200         DL100IS-EXCEPTION-COUNT.
124300 6000-EXIT.
124400     EXIT.
124500
124600*****************************************************************
124700* 7000-WRITE-AUDIT-RECORD - ONE RECORD PER RUN.  THE DETAIL
124800* COUNT CARRIES THE NUMBER OF EXCEPTIONS.
124900*****************************************************************
125000 7000-WRITE-AUDIT-RECORD.
125100     IF NOT DL100IS-AUDIT-OPEN
125200         GO TO 7000-EXIT
125300     END-IF.
125400     MOVE SPACES TO DL100AL-RECORD.
125500     MOVE 'DL100IS' TO DL100AL-PROGRAM-ID.
125600     MOVE DL100LK-RUN-DATE TO DL100AL-RUN-DATE.
125700     MOVE DL100IS-RUN-TIME TO DL100AL-RUN-TIME.
125800     MOVE 'INTEGRITY SWEEP' TO DL100AL-RUN-LABEL.
125900     MOVE DL100IS-EXCEPTION-COUNT TO DL100AL-DETAIL-COUNT.
126000     MOVE DL100IS-RETURN-CODE TO DL100AL-RETURN-CODE.
126100     WRITE DL100AL-RECORD.
126200 7000-EXIT.
126300     EXIT.
126400
126500*****************************************************************
126600* 8000-WRITE-EXCEPTION - PRINTS THE EXCEPTION LINE BUILT BY THE
126700* CALLER, COUNTS IT UNDER ITS TYPE AND RAISES THE RUN'S RETURN
126800* CODE TO THE TYPE'S IF THAT IS HIGHER.
126900*****************************************************************
127000 8000-WRITE-EXCEPTION.
127100     ADD 1 TO DL100IS-EXCEPTION-COUNT.
127200     IF DL100IS-EL-TYPE = 'MT'
127300         ADD 1 TO DL100IS-MT-COUNT
127400         MOVE 12 TO DL100IS-TYPE-RC
127500     END-IF.
127600     IF DL100IS-EL-TYPE = 'CM'
127700         ADD 1 TO DL100IS-CM-COUNT
127800         MOVE 8 TO DL100IS-TYPE-RC
127900     END-IF.
128000     IF DL100IS-EL-TYPE = 'LA'
128100         ADD 1 TO DL100IS-LA-COUNT
128200         MOVE 6 TO DL100IS-TYPE-RC
128300     END-IF.
128400     IF DL100IS-EL-TYPE = 'SI'
128500         ADD 1 TO DL100IS-SI-COUNT
128600         MOVE 5 TO DL100IS-TYPE-RC
128700     END-IF.
128800     IF DL100IS-EL-TYPE = 'SB'
128900         ADD 1 TO DL100IS-SB-COUNT
129000         MOVE 4 TO DL100IS-TYPE-RC
129100     END-IF.
129200     IF DL100IS-RETURN-CODE < DL100IS-TYPE-RC
129300         MOVE DL100IS-TYPE-RC TO DL100IS-RETURN-CODE
129400     END-IF.
129500     PERFORM 8100-WRITE-CONTINUATION THRU 8100-EXIT.
129600 8000-EXIT.
129700     EXIT.
129800
129900*****************************************************************
130000* 8100-WRITE-CONTINUATION - PRINTS THE LINE AS BUILT, WITH A
130100* PAGE BREAK FIRST WHEN THE PAGE IS FULL.
130200*****************************************************************
130300 8100-WRITE-CONTINUATION.
130400     IF DL100IS-LINE-COUNT + 1 > DL100IS-LINES-PER-PAGE
130500         PERFORM 8500-WRITE-PAGE-HEADERS THRU 8500-EXIT
130600     END-IF.
130700     WRITE DL100RP-LINE FROM DL100IS-EXCEPTION-LINE.
130800     ADD 1 TO DL100IS-LINE-COUNT.
130900 8100-EXIT.
131000     EXIT.
131100
131200 8500-WRITE-PAGE-HEADERS.
131300     ADD 1 TO DL100IS-PAGE-NUMBER.
131400     MOVE DL100LK-RUN-DATE TO DL100IS-H1-RUN-DATE.
131500     MOVE DL100IS-MTD-MONTH TO DL100IS-H1-MONTH.
131600     MOVE DL100IS-PAGE-NUMBER TO DL100IS-H1-PAGE.
131700     WRITE DL100RP-LINE FROM DL100IS-HDR1-LINE.
131800     WRITE DL100RP-LINE FROM DL100IS-HDR2-LINE.
131900     MOVE 2 TO DL100IS-LINE-COUNT.
132000 8500-EXIT.
132100     EXIT.
132200
132300*****************************************************************
132400* 9000-TERMINATE.
132500*****************************************************************
132600 9000-TERMINATE.
132700     IF DL100IS-MAST-OPEN
132800         CLOSE DL100-MASTFILE
132900     END-IF.
133000     IF DL100IS-HIST-OPEN
133100         CLOSE DL100-HISTFILE
133200     END-IF.
133300     IF DL100IS-MTD-OPEN
133400         CLOSE DL100-MTDFILE
133500     END-IF.
133600     IF DL100IS-REPT-OPEN
133700         CLOSE DL100-REPTFILE
133800     END-IF.
133900     IF DL100IS-AUDIT-OPEN
134000         CLOSE DL100-AUDITFILE
134100     END-IF.
134200     MOVE DL100IS-RETURN-CODE TO RETURN-CODE.
134300     DISPLAY 'DL100I - DL100IS ENDED, RETURN CODE = '
134400         DL100IS-RETURN-CODE.
134500 9000-EXIT.
134600     EXIT.
