000100*****************************************************************
000200* PROGRAM-ID   : DL100BS
000300* AUTHOR       : BRANTA
000400* INSTALLATION : DAILY LEDGER BATCH SUITE
000500* DATE-WRITTEN : 2026-10-15
000600*
000700* REMARKS.
000800*     DAILY BRANCH SETTLEMENT, RUN AFTER COBOL1 IN EVERY POSTING
000900*     CYCLE.  SORTS THE DL100BX BRANCH ACTIVITY EXTRACT COBOL1
001000*     WROTE FOR THE CYCLE BY BRANCH AND, FOR EACH BRANCH:
001100*       - TOTALS WHAT POSTED BY CODE (DR / CR / AJ, A REVERSAL
001200*         UNDER ITS ORIGINAL'S CODE WITH THE AMOUNT NEGATED, AS
001300*         IT POSTED) AND WHAT WAS HELD TO SUSPENSE;
001400*       - NETS THE POSTINGS INTO THE BRANCH'S POSITION WITH HEAD
001500*         OFFICE - CREDITS PLUS ADJUSTMENTS LESS DEBITS.  A
001600*         POSITIVE NET IS DUE TO HEAD OFFICE, A NEGATIVE ONE DUE
001700*         FROM IT;
001800*       - RECONCILES THE ITEMS POSTED, HELD TO SUSPENSE AND HELD
001900*         AS SUSPECTED DUPLICATES, COUNT AND HASH, BACK TO THE
002000*         BRANCH'S BALANCED BATCHES ON THE BATCH CONTROL SUMMARY
002100*         AT THE TOP OF THE COBOL1 REPORT.
002200*     EACH BRANCH'S POSITION GOES TO A DL100BN NET POSITION FILE
002300*     FOR TREASURY, CLOSED BY A COUNT / HASH TRAILER, AND PRINTS
002400*     ON THE SETTLEMENT REPORT.  A BRANCH THAT DOES NOT RECONCILE
002500*     ENDS THE RUN RC=8.
002600*
002700*     THE RESERVED 'AUTO' (SCHEDULED CHARGES) AND 'INTR'
002800*     (INTEREST) BATCHES ARE HEAD OFFICE'S OWN POSTINGS AND
002900*     SETTLE TOGETHER AS HEAD OFFICE, UNDER 'AUTO'.  SO DO
003000*     RECYCLED SUSPENSE ITEMS HELD BEFORE THE BRANCH WAS CARRIED
003100*     ON SUSPENSE.  RECYCLED ITEMS THAT POST SETTLE TO THEIR
003200*     BRANCH BUT ARE OUTSIDE TONIGHT'S BATCH CONTROLS, SO THEY
003300*     ARE SHOWN APART FROM THE RECONCILIATION.  HELD BATCHES
003400*     POST NOTHING AND ARE LISTED, NOT SETTLED.
003500*
003600* MODIFICATION HISTORY.
003700*     2026-10-15  BAB  ORIGINAL VERSION.
003800*****************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. DL100BS.
004100 AUTHOR. BRANTA.
004200 INSTALLATION. DAILY LEDGER BATCH SUITE.
004300 DATE-WRITTEN. 2026-10-15.
004400 DATE-COMPILED.
004500
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER. IBM-370.
004900 OBJECT-COMPUTER. IBM-370.
005000
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300*****************************************************************
005400* THE CYCLE'S BRANCH ACTIVITY EXTRACT WRITTEN BY COBOL1.
005500*****************************************************************
005600     SELECT DL100-SETLFILE ASSIGN TO SETLIN
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS DL100-SETLFILE-STATUS.
005900
006000*****************************************************************
006100* SORT WORK - THE EXTRACT IN SETTLEMENT BRANCH ORDER, EACH
006200* BRANCH'S BATCH CONTROLS AHEAD OF ITS ITEMS.
006300*****************************************************************
006400     SELECT DL100-BSSORT ASSIGN TO BSSRTWK.
006500
006600*****************************************************************
006700* BRANCH NET POSITION FILE FOR TREASURY.
006800*****************************************************************
006900     SELECT DL100-POSNFILE ASSIGN TO POSNOUT
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS DL100-POSNFILE-STATUS.
007200
007300*****************************************************************
007400* PRINTED SETTLEMENT REPORT.
007500*****************************************************************
007600     SELECT DL100-REPTFILE ASSIGN TO RPTOUT
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS DL100-REPTFILE-STATUS.
007900
008000*****************************************************************
008100* STANDING AUDIT TRAIL - OPENED EXTEND, ONE RECORD PER RUN.
008200*****************************************************************
008300     SELECT DL100-AUDITFILE ASSIGN TO AUDITOUT
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS DL100-AUDITFILE-STATUS.
008600
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  DL100-SETLFILE
009000     LABEL RECORDS ARE STANDARD
009100     RECORD CONTAINS 80 CHARACTERS
009200     RECORDING MODE IS F.
009300     COPY DL100BX.
009400
009500 SD  DL100-BSSORT
009600     RECORD CONTAINS 50 CHARACTERS.
009700 01  DL100SS-RECORD.
009800     05  DL100SS-SETTLE-BRANCH       PIC X(04).
009900     05  DL100SS-REC-TYPE            PIC X(01).
010000         88  DL100SS-BATCH-CONTROL          VALUE 'C'.
010100         88  DL100SS-ITEM                   VALUE 'I'.
010200     05  DL100SS-CTL-STATUS          PIC X(01).
010300         88  DL100SS-CTL-BALANCED           VALUE 'B'.
010400     05  DL100SS-COUNT               PIC 9(09).
010500     05  DL100SS-HASH                PIC S9(11)V99.
010600     05  DL100SS-POST-CODE           PIC X(02).
010700     05  DL100SS-POST-AMOUNT         PIC S9(09)V99.
010800     05  DL100SS-DISPOSITION         PIC X(01).
010900         88  DL100SS-POSTED                 VALUE 'P'.
011000         88  DL100SS-SUSPENDED              VALUE 'S'.
011100         88  DL100SS-DUPLICATE              VALUE 'D'.
011200     05  DL100SS-RECYCLED-SW         PIC X(01).
011300         88  DL100SS-RECYCLED               VALUE 'Y'.
011400     05  FILLER                      PIC X(07).
011500
011600 FD  DL100-POSNFILE
011700     LABEL RECORDS ARE STANDARD
011800     RECORD CONTAINS 80 CHARACTERS
011900     RECORDING MODE IS F.
012000     COPY DL100BN.
012100
012200 FD  DL100-REPTFILE
012300     LABEL RECORDS ARE STANDARD
012400     RECORD CONTAINS 132 CHARACTERS
012500     RECORDING MODE IS F.
012600 01  DL100RP-LINE                   PIC X(132).
012700
012800 FD  DL100-AUDITFILE
012900     LABEL RECORDS ARE STANDARD
013000     RECORD CONTAINS 80 CHARACTERS
013100     RECORDING MODE IS F.
013200     COPY DL100AL.
013300
013400 WORKING-STORAGE SECTION.
013500*****************************************************************
013600* SWITCHES.
013700*****************************************************************
013800 77  DL100BS-SETL-EOF-SW             PIC X(01) VALUE 'N'.
013900     88  DL100BS-SETL-EOF                   VALUE 'Y'.
014000 77  DL100BS-SORT-EOF-SW             PIC X(01) VALUE 'N'.
014100     88  DL100BS-SORT-EOF                   VALUE 'Y'.
014200 77  DL100BS-FIRST-SW                PIC X(01) VALUE 'Y'.
014300     88  DL100BS-FIRST-RECORD               VALUE 'Y'.
014400 77  DL100BS-RUN-STAMP-SW            PIC X(01) VALUE 'N'.
014500     88  DL100BS-RUN-STAMPED                VALUE 'Y'.
014600 77  DL100BS-RECONCILED-SW           PIC X(01) VALUE 'N'.
014700     88  DL100BS-RECONCILED                 VALUE 'Y'.
014800 77  DL100BS-POSN-OPEN-SW            PIC X(01) VALUE 'N'.
014900     88  DL100BS-POSN-OPEN                  VALUE 'Y'.
015000 77  DL100BS-REPT-OPEN-SW            PIC X(01) VALUE 'N'.
015100     88  DL100BS-REPT-OPEN                  VALUE 'Y'.
015200 77  DL100BS-AUDIT-OPEN-SW           PIC X(01) VALUE 'N'.
015300     88  DL100BS-AUDIT-OPEN                 VALUE 'Y'.
015400
015500*****************************************************************
015600* COUNTERS.
015700*****************************************************************
015800 77  DL100BS-RETURN-CODE             PIC 9(03) VALUE ZERO.
015900 77  DL100BS-RUN-TIME                PIC 9(08) VALUE ZERO.
016000 77  DL100BS-RUN-DATE                PIC 9(08) VALUE ZERO.
016100 77  DL100BS-CYCLE                   PIC 9(01) VALUE 1.
016200 77  DL100BS-PAGE-NUMBER             PIC 9(05) COMP VALUE ZERO.
016300 77  DL100BS-LINE-COUNT              PIC 9(03) COMP VALUE 99.
016400 77  DL100BS-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
016500 77  DL100BS-EXTRACT-READ            PIC 9(09) COMP VALUE ZERO.
016600 77  DL100BS-BRANCH-COUNT            PIC 9(09) COMP VALUE ZERO.
016700 77  DL100BS-UNRECON-COUNT           PIC 9(09) COMP VALUE ZERO.
016800 77  DL100BS-POSN-COUNT              PIC 9(09) COMP VALUE ZERO.
016900 77  DL100BS-POSN-HASH               PIC S9(11)V99 VALUE ZERO.
017000
017100*****************************************************************
017200* THE BRANCH IN HAND.  CONTROL FIGURES COME FROM ITS BALANCED
017300* BATCHES; ACCOUNTED FIGURES FROM ITS ITEMS OUTSIDE RECYCLING.
017400*****************************************************************
017500 77  DL100BS-CURR-BRANCH             PIC X(04) VALUE SPACES.
017600 77  DL100BS-BR-BATCHES              PIC 9(05) COMP VALUE ZERO.
017700 77  DL100BS-BR-CTL-COUNT            PIC 9(09) COMP VALUE ZERO.
017800 77  DL100BS-BR-CTL-HASH             PIC S9(11)V99 VALUE ZERO.
017900 77  DL100BS-BR-HELD-BATCHES         PIC 9(05) COMP VALUE ZERO.
018000 77  DL100BS-BR-HELD-COUNT           PIC 9(09) COMP VALUE ZERO.
018100 77  DL100BS-BR-ACC-COUNT            PIC 9(09) COMP VALUE ZERO.
018200 77  DL100BS-BR-ACC-HASH             PIC S9(11)V99 VALUE ZERO.
018300 77  DL100BS-BR-DR-COUNT             PIC 9(07) COMP VALUE ZERO.
018400 77  DL100BS-BR-DR-AMOUNT            PIC S9(11)V99 VALUE ZERO.
018500 77  DL100BS-BR-CR-COUNT             PIC 9(07) COMP VALUE ZERO.
018600 77  DL100BS-BR-CR-AMOUNT            PIC S9(11)V99 VALUE ZERO.
018700 77  DL100BS-BR-AJ-COUNT             PIC 9(07) COMP VALUE ZERO.
018800 77  DL100BS-BR-AJ-AMOUNT            PIC S9(11)V99 VALUE ZERO.
018900 77  DL100BS-BR-SUSP-COUNT           PIC 9(07) COMP VALUE ZERO.
019000 77  DL100BS-BR-SUSP-AMOUNT          PIC S9(11)V99 VALUE ZERO.
019100 77  DL100BS-BR-DUP-COUNT            PIC 9(07) COMP VALUE ZERO.
019200 77  DL100BS-BR-REC-POSTED           PIC 9(07) COMP VALUE ZERO.
019300 77  DL100BS-BR-REC-HELD             PIC 9(07) COMP VALUE ZERO.
019400 77  DL100BS-BR-POSTED               PIC 9(07) VALUE ZERO.
019500 77  DL100BS-BR-NET                  PIC S9(11)V99 VALUE ZERO.
019600
019700*****************************************************************
019800* RUN TOTALS.
019900*****************************************************************
020000 77  DL100BS-TOT-BATCHES             PIC 9(09) COMP VALUE ZERO.
020100 77  DL100BS-TOT-CTL-COUNT           PIC 9(09) COMP VALUE ZERO.
020200 77  DL100BS-TOT-CTL-HASH            PIC S9(13)V99 VALUE ZERO.
020300 77  DL100BS-TOT-HELD-BATCHES        PIC 9(09) COMP VALUE ZERO.
020400 77  DL100BS-TOT-HELD-COUNT          PIC 9(09) COMP VALUE ZERO.
020500 77  DL100BS-TOT-SUMMARY-COUNT       PIC 9(09) COMP VALUE ZERO.
020600 77  DL100BS-TOT-ACC-COUNT           PIC 9(09) COMP VALUE ZERO.
020700 77  DL100BS-TOT-ACC-HASH            PIC S9(13)V99 VALUE ZERO.
020800 77  DL100BS-TOT-POSTED              PIC 9(09) COMP VALUE ZERO.
020900 77  DL100BS-TOT-SUSP-COUNT          PIC 9(09) COMP VALUE ZERO.
021000 77  DL100BS-TOT-DUP-COUNT           PIC 9(09) COMP VALUE ZERO.
021100 77  DL100BS-TOT-REC-POSTED          PIC 9(09) COMP VALUE ZERO.
021200 77  DL100BS-TOT-REC-HELD            PIC 9(09) COMP VALUE ZERO.
021300 77  DL100BS-TOT-DUE-TO-HO           PIC S9(13)V99 VALUE ZERO.
021400 77  DL100BS-TOT-DUE-FROM-HO         PIC S9(13)V99 VALUE ZERO.
021500 77  DL100BS-TOT-BRANCH-NET          PIC S9(13)V99 VALUE ZERO.
021600 77  DL100BS-HO-NET                  PIC S9(13)V99 VALUE ZERO.
021700
021800*****************************************************************
021900* FILE STATUS BYTES.
022000*****************************************************************
022100 01  DL100BS-FILE-STATUSES.
022200     05  DL100-SETLFILE-STATUS       PIC X(02) VALUE SPACES.
022300     05  DL100-POSNFILE-STATUS       PIC X(02) VALUE SPACES.
022400     05  DL100-REPTFILE-STATUS       PIC X(02) VALUE SPACES.
022500     05  DL100-AUDITFILE-STATUS      PIC X(02) VALUE SPACES.
022600
022700*****************************************************************
022800* LINKAGE PARAMETER AREA PASSED TO THE DL100DT SUBPROGRAM.
022900*****************************************************************
023000     COPY DL100LK.
023100
023200*****************************************************************
023300* REPORT LINE LAYOUTS.  EACH BRANCH PRINTS ITS SETTLEMENT LINE,
023400* ITS RECONCILIATION LINE, AND A NOTE LINE FOR HELD BATCHES OR
023500* RECYCLED ITEMS WHEN IT HAS ANY.
023600*****************************************************************
023700 01  DL100BS-HDR1-LINE.
023800     05  FILLER                      PIC X(01) VALUE '1'.
023900     05  FILLER                      PIC X(34)
024000             VALUE 'DL100 DAILY BRANCH SETTLEMENT'.
024100     05  FILLER                      PIC X(09) VALUE 'RUN DATE:'.
024200     05  DL100BS-H1-RUN-DATE         PIC 9(08).
024300     05  FILLER                      PIC X(03) VALUE SPACES.
024400     05  FILLER                      PIC X(06) VALUE 'CYCLE:'.
024500     05  DL100BS-H1-CYCLE            PIC 9(01).
024600     05  FILLER                      PIC X(04) VALUE SPACES.
024700     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
024800     05  DL100BS-H1-PAGE             PIC ZZZZ9.
024900     05  FILLER                      PIC X(56) VALUE SPACES.
025000
025100 01  DL100BS-HDR2-LINE.
025200     05  FILLER                      PIC X(01) VALUE '0'.
025300     05  FILLER                      PIC X(06) VALUE SPACES.
025400     05  FILLER                      PIC X(24)
025500             VALUE '   ------ DEBITS ------'.
025600     05  FILLER                      PIC X(24)
025700             VALUE '   ----- CREDITS ------'.
025800     05  FILLER                      PIC X(24)
025900             VALUE '   --- ADJUSTMENTS ----'.
026000     05  FILLER                      PIC X(24)
026100             VALUE '   - HELD TO SUSPENSE -'.
026200     05  FILLER                      PIC X(29) VALUE SPACES.
026300
026400 01  DL100BS-HDR3-LINE.
026500     05  FILLER                      PIC X(01) VALUE SPACE.
026600     05  FILLER                      PIC X(06) VALUE 'BRCH'.
026700     05  FILLER                      PIC X(24)
026800             VALUE ' ITEMS          AMOUNT'.
026900     05  FILLER                      PIC X(24)
027000             VALUE ' ITEMS          AMOUNT'.
027100     05  FILLER                      PIC X(24)
027200             VALUE ' ITEMS          AMOUNT'.
027300     05  FILLER                      PIC X(24)
027400             VALUE ' ITEMS          AMOUNT'.
027500     05  FILLER                      PIC X(29)
027600             VALUE '     NET AMOUNT DUE'.
027700
027800 01  DL100BS-BRANCH-LINE.
027900     05  FILLER                      PIC X(01) VALUE '0'.
028000     05  DL100BS-BL-BRANCH           PIC X(04).
028100     05  FILLER                      PIC X(02) VALUE SPACES.
028200     05  DL100BS-BL-DR-COUNT         PIC ZZ,ZZ9.
028300     05  FILLER                      PIC X(01) VALUE SPACE.
028400     05  DL100BS-BL-DR-AMOUNT        PIC -(11)9.99.
028500     05  FILLER                      PIC X(02) VALUE SPACES.
028600     05  DL100BS-BL-CR-COUNT         PIC ZZ,ZZ9.
028700     05  FILLER                      PIC X(01) VALUE SPACE.
028800     05  DL100BS-BL-CR-AMOUNT        PIC -(11)9.99.
028900     05  FILLER                      PIC X(02) VALUE SPACES.
029000     05  DL100BS-BL-AJ-COUNT         PIC ZZ,ZZ9.
029100     05  FILLER                      PIC X(01) VALUE SPACE.
029200     05  DL100BS-BL-AJ-AMOUNT        PIC -(11)9.99.
029300     05  FILLER                      PIC X(02) VALUE SPACES.
029400     05  DL100BS-BL-SUSP-COUNT       PIC ZZ,ZZ9.
029500     05  FILLER                      PIC X(01) VALUE SPACE.
029600     05  DL100BS-BL-SUSP-AMOUNT      PIC -(11)9.99.
029700     05  FILLER                      PIC X(02) VALUE SPACES.
029800     05  DL100BS-BL-NET              PIC -(11)9.99.
029900     05  FILLER                      PIC X(01) VALUE SPACE.
030000     05  DL100BS-BL-DUE              PIC X(11).
030100     05  FILLER                      PIC X(02) VALUE SPACES.
030200
030300 01  DL100BS-RECON-LINE.
030400     05  FILLER                      PIC X(01) VALUE SPACE.
030500     05  FILLER                      PIC X(06) VALUE SPACES.
030600     05  FILLER                      PIC X(09) VALUE 'CONTROL: '.
030700     05  DL100BS-RL-BATCHES          PIC ZZ9.
030800     05  FILLER                      PIC X(09) VALUE ' BATCHES '.
030900     05  DL100BS-RL-CTL-COUNT        PIC ZZZ,ZZ9.
031000     05  FILLER                      PIC X(06) VALUE ' HASH '.
031100     05  DL100BS-RL-CTL-HASH         PIC -(11)9.99.
031200     05  FILLER                      PIC X(13)
031300             VALUE '  ACCOUNTED: '.
031400     05  DL100BS-RL-ACC-COUNT        PIC ZZZ,ZZ9.
031500     05  FILLER                      PIC X(06) VALUE ' HASH '.
031600     05  DL100BS-RL-ACC-HASH         PIC -(11)9.99.
031700     05  FILLER                      PIC X(07) VALUE '  DUPS '.
031800     05  DL100BS-RL-DUP-COUNT        PIC ZZ,ZZ9.
031900     05  FILLER                      PIC X(02) VALUE SPACES.
032000     05  DL100BS-RL-STATUS           PIC X(12).
032100     05  FILLER                      PIC X(08) VALUE SPACES.
032200
032300 01  DL100BS-SUB-LINE.
032400     05  FILLER                      PIC X(01) VALUE SPACE.
032500     05  FILLER                      PIC X(06) VALUE SPACES.
032600     05  DL100BS-SL-LABEL-1          PIC X(40).
032700     05  DL100BS-SL-COUNT-1          PIC ZZZ,ZZ9.
032800     05  FILLER                      PIC X(02) VALUE SPACES.
032900     05  DL100BS-SL-LABEL-2          PIC X(20).
033000     05  DL100BS-SL-COUNT-2          PIC ZZZ,ZZ9.
033100     05  FILLER                      PIC X(49) VALUE SPACES.
033200
033300 01  DL100BS-COUNT-LINE.
033400     05  FILLER                      PIC X(01) VALUE SPACE.
033500     05  DL100BS-CL-LABEL            PIC X(44).
033600     05  DL100BS-CL-COUNT            PIC ZZZ,ZZZ,ZZ9.
033700     05  FILLER                      PIC X(76) VALUE SPACES.
033800
033900 01  DL100BS-VALUE-LINE.
034000     05  FILLER                      PIC X(01) VALUE SPACE.
034100     05  DL100BS-VL-LABEL            PIC X(44).
034200     05  DL100BS-VL-AMOUNT           PIC -(13)9.99.
034300     05  FILLER                      PIC X(70) VALUE SPACES.
034400
034500 01  DL100BS-NOTE-LINE.
034600     05  FILLER                      PIC X(01) VALUE '0'.
034700     05  DL100BS-NL-TEXT             PIC X(60).
034800     05  FILLER                      PIC X(71) VALUE SPACES.
034900
035000 PROCEDURE DIVISION.
035100*****************************************************************
035200* 0000-MAINLINE.
035300*****************************************************************
035400 0000-MAINLINE.
035500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035600     IF DL100BS-RETURN-CODE NOT = 16
035700         PERFORM 2000-SETTLE THRU 2000-EXIT
035800     END-IF.
035900     IF DL100BS-RETURN-CODE NOT = 16
036000         PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
036100     END-IF.
036200     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
036300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
036400     STOP RUN.
036500
036600*****************************************************************
036700* 1000-INITIALIZE - STAMPS THE RUN AND OPENS THE OUTPUT FILES.
036800* THE RUN DATE AND CYCLE ARE TAKEN FROM THE EXTRACT ITSELF
036900* ONCE IT IS READ; TODAY'S DATE STANDS IN UNTIL THEN.
037000*****************************************************************
037100 1000-INITIALIZE.
037200     MOVE 'GETDATE ' TO DL100LK-FUNCTION.
037300     CALL 'DL100DT' USING DL100LK-PARM-AREA.
037400     IF DL100LK-RETURN-CODE NOT = ZERO
037500         DISPLAY 'DL100E - DL100DT REJECTED GETDATE, RC='
037600             DL100LK-RETURN-CODE
037700         MOVE 16 TO DL100BS-RETURN-CODE
037800         GO TO 1000-EXIT
037900     END-IF.
038000     MOVE DL100LK-RUN-DATE TO DL100BS-RUN-DATE.
038100     ACCEPT DL100BS-RUN-TIME FROM TIME.
038200     OPEN EXTEND DL100-AUDITFILE.
038300     IF DL100-AUDITFILE-STATUS NOT = '00'
038400         DISPLAY 'DL100E - UNABLE TO OPEN AUDIT LOG, STATUS='
038500             DL100-AUDITFILE-STATUS
038600         MOVE 16 TO DL100BS-RETURN-CODE
038700         GO TO 1000-EXIT
038800     END-IF.
038900     SET DL100BS-AUDIT-OPEN TO TRUE.
039000     OPEN OUTPUT DL100-REPTFILE.
039100     IF DL100-REPTFILE-STATUS NOT = '00'
039200         DISPLAY 'DL100E - UNABLE TO OPEN REPORT FILE, STATUS='
039300             DL100-REPTFILE-STATUS
039400         MOVE 16 TO DL100BS-RETURN-CODE
039500         GO TO 1000-EXIT
039600     END-IF.
039700     SET DL100BS-REPT-OPEN TO TRUE.
039800     OPEN OUTPUT DL100-POSNFILE.
039900     IF DL100-POSNFILE-STATUS NOT = '00'
040000         DISPLAY 'DL100E - UNABLE TO OPEN NET POSITION FILE, '
040100             'STATUS=' DL100-POSNFILE-STATUS
040200         MOVE 16 TO DL100BS-RETURN-CODE
040300         GO TO 1000-EXIT
040400     END-IF.
040500     SET DL100BS-POSN-OPEN TO TRUE.
040600 1000-EXIT.
040700     EXIT.
040800
040900*****************************************************************
041000* 2000-SETTLE - SORTS THE EXTRACT INTO SETTLEMENT BRANCH ORDER
041100* AND SETTLES EACH BRANCH AS THE SORT HANDS IT BACK.
041200*****************************************************************
041300 2000-SETTLE.
041400     SORT DL100-BSSORT
041500         ON ASCENDING KEY DL100SS-SETTLE-BRANCH
041600                          DL100SS-REC-TYPE
041700         INPUT PROCEDURE IS 2100-LOAD-SORT THRU 2100-EXIT
041800         OUTPUT PROCEDURE IS 3000-SETTLE-BRANCHES THRU 3000-EXIT.
041900     IF SORT-RETURN NOT = ZERO
042000         DISPLAY 'DL100E - SETTLEMENT SORT FAILED, SORT-RETURN='
042100             SORT-RETURN
042200         MOVE 16 TO DL100BS-RETURN-CODE
042300     END-IF.
042400 2000-EXIT.
042500     EXIT.
042600
042700*****************************************************************
042800* 2100-LOAD-SORT - SORT INPUT PROCEDURE.  READS THE EXTRACT AND
042900* RELEASES EACH RECORD UNDER THE BRANCH IT SETTLES TO.
043000*****************************************************************
043100 2100-LOAD-SORT.
043200     OPEN INPUT DL100-SETLFILE.
043300     IF DL100-SETLFILE-STATUS NOT = '00'
043400         DISPLAY 'DL100E - UNABLE TO OPEN BRANCH ACTIVITY '
043500             'EXTRACT, STATUS=' DL100-SETLFILE-STATUS
043600         MOVE 16 TO DL100BS-RETURN-CODE
043700         GO TO 2100-EXIT
043800     END-IF.
043900     PERFORM 2200-RELEASE-ONE THRU 2200-EXIT
044000         UNTIL DL100BS-SETL-EOF.
044100     CLOSE DL100-SETLFILE.
044200     DISPLAY 'DL100I - BRANCH ACTIVITY RECORDS READ = '
044300         DL100BS-EXTRACT-READ.
044400 2100-EXIT.
044500     EXIT.
044600
044700*****************************************************************
044800* 2200-RELEASE-ONE - THE FIRST RECORD STAMPS THE RUN DATE AND
044900* CYCLE.  THE RESERVED SYSTEM BRANCHES, AND A RECYCLED ITEM
045000* WITH NO BRANCH, SETTLE AS HEAD OFFICE UNDER 'AUTO'.
045100*****************************************************************
045200 2200-RELEASE-ONE.
045300     READ DL100-SETLFILE
045400         AT END
045500             SET DL100BS-SETL-EOF TO TRUE
045600     END-READ.
045700     IF DL100BS-SETL-EOF
045800         GO TO 2200-EXIT
045900     END-IF.
046000     IF DL100-SETLFILE-STATUS NOT = '00'
046100         DISPLAY 'DL100E - BRANCH ACTIVITY READ FAILED, STATUS='
046200             DL100-SETLFILE-STATUS
046300         MOVE 16 TO DL100BS-RETURN-CODE
046400         SET DL100BS-SETL-EOF TO TRUE
046500         GO TO 2200-EXIT
046600     END-IF.
046700     ADD 1 TO DL100BS-EXTRACT-READ.
046800     IF NOT DL100BS-RUN-STAMPED
046900         SET DL100BS-RUN-STAMPED TO TRUE
047000         MOVE DL100BX-RUN-DATE TO DL100BS-RUN-DATE
047100         IF DL100BX-CYCLE IS NUMERIC
047200                 AND DL100BX-CYCLE > ZERO
047300             MOVE DL100BX-CYCLE TO DL100BS-CYCLE
047400         END-IF
047500     END-IF.
047600     MOVE SPACES TO DL100SS-RECORD.
047700     IF DL100BX-BRANCH-ID = 'AUTO' OR 'INTR' OR SPACES
047800         MOVE 'AUTO' TO DL100SS-SETTLE-BRANCH
047900     ELSE
048000         MOVE DL100BX-BRANCH-ID TO DL100SS-SETTLE-BRANCH
048100     END-IF.
048200     MOVE DL100BX-REC-TYPE TO DL100SS-REC-TYPE.
048300     IF DL100BX-BATCH-CONTROL
048400         MOVE DL100BX-CTL-STATUS TO DL100SS-CTL-STATUS
048500         MOVE DL100BX-CTL-COUNT TO DL100SS-COUNT
048600         MOVE DL100BX-CTL-HASH TO DL100SS-HASH
048700         MOVE ZERO TO DL100SS-POST-AMOUNT
048800     ELSE
048900         MOVE 1 TO DL100SS-COUNT
049000         MOVE DL100BX-TRAN-AMOUNT TO DL100SS-HASH
049100         MOVE DL100BX-POST-CODE TO DL100SS-POST-CODE
049200         MOVE DL100BX-POST-AMOUNT TO DL100SS-POST-AMOUNT
049300         MOVE DL100BX-DISPOSITION TO DL100SS-DISPOSITION
049400         MOVE DL100BX-RECYCLED-SW TO DL100SS-RECYCLED-SW
049500     END-IF.
049600     RELEASE DL100SS-RECORD.
049700 2200-EXIT.
049800     EXIT.
049900
050000*****************************************************************
050100* 3000-SETTLE-BRANCHES - SORT OUTPUT PROCEDURE.  ACCUMULATES
050200* EACH BRANCH AND SETTLES IT AT THE BRANCH BREAK, PLUS THE LAST
050300* BRANCH AT END.
050400*****************************************************************
050500 3000-SETTLE-BRANCHES.
050600     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
050700         UNTIL DL100BS-SORT-EOF.
050800     IF NOT DL100BS-FIRST-RECORD
050900             AND DL100BS-RETURN-CODE NOT = 16
051000         PERFORM 3500-CLOSE-BRANCH THRU 3500-EXIT
051100     END-IF.
051200 3000-EXIT.
051300     EXIT.
051400
051500 3100-RETURN-ONE.
051600     RETURN DL100-BSSORT
051700         AT END
051800             SET DL100BS-SORT-EOF TO TRUE
051900     END-RETURN.
052000     IF DL100BS-SORT-EOF
052100         GO TO 3100-EXIT
052200     END-IF.
052300     IF DL100BS-FIRST-RECORD
052400         MOVE 'N' TO DL100BS-FIRST-SW
052500         PERFORM 3150-START-BRANCH THRU 3150-EXIT
052600     END-IF.
052700     IF DL100SS-SETTLE-BRANCH NOT = DL100BS-CURR-BRANCH
052800         PERFORM 3500-CLOSE-BRANCH THRU 3500-EXIT
052900         PERFORM 3150-START-BRANCH THRU 3150-EXIT
053000     END-IF.
053100     IF DL100SS-BATCH-CONTROL
053200         PERFORM 3200-TAKE-CONTROL THRU 3200-EXIT
053300     ELSE
053400         PERFORM 3300-TAKE-ITEM THRU 3300-EXIT
053500     END-IF.
053600 3100-EXIT.
053700     EXIT.
053800
053900 3150-START-BRANCH.
054000     MOVE DL100SS-SETTLE-BRANCH TO DL100BS-CURR-BRANCH.
054100     MOVE ZERO TO DL100BS-BR-BATCHES.
054200     MOVE ZERO TO DL100BS-BR-CTL-COUNT.
054300     MOVE ZERO TO DL100BS-BR-CTL-HASH.
054400     MOVE ZERO TO DL100BS-BR-HELD-BATCHES.
054500     MOVE ZERO TO DL100BS-BR-HELD-COUNT.
054600     MOVE ZERO TO DL100BS-BR-ACC-COUNT.
054700     MOVE ZERO TO DL100BS-BR-ACC-HASH.
054800     MOVE ZERO TO DL100BS-BR-DR-COUNT.
054900     MOVE ZERO TO DL100BS-BR-DR-AMOUNT.
055000     MOVE ZERO TO DL100BS-BR-CR-COUNT.
055100     MOVE ZERO TO DL100BS-BR-CR-AMOUNT.
055200     MOVE ZERO TO DL100BS-BR-AJ-COUNT.
055300     MOVE ZERO TO DL100BS-BR-AJ-AMOUNT.
055400     MOVE ZERO TO DL100BS-BR-SUSP-COUNT.
055500     MOVE ZERO TO DL100BS-BR-SUSP-AMOUNT.
055600     MOVE ZERO TO DL100BS-BR-DUP-COUNT.
055700     MOVE ZERO TO DL100BS-BR-REC-POSTED.
055800     MOVE ZERO TO DL100BS-BR-REC-HELD.
055900 3150-EXIT.
056000     EXIT.
056100
056200*****************************************************************
056300* 3200-TAKE-CONTROL - A BALANCED BATCH ADDS TO THE BRANCH'S
056400* CONTROL FIGURES; A HELD ONE IS ONLY COUNTED FOR THE NOTE LINE.
056500*****************************************************************
056600 3200-TAKE-CONTROL.
056700     IF DL100SS-CTL-BALANCED
056800         ADD 1 TO DL100BS-BR-BATCHES
056900         ADD DL100SS-COUNT TO DL100BS-BR-CTL-COUNT
057000         ADD DL100SS-HASH TO DL100BS-BR-CTL-HASH
057100     ELSE
057200         ADD 1 TO DL100BS-BR-HELD-BATCHES
057300         ADD DL100SS-COUNT TO DL100BS-BR-HELD-COUNT
057400     END-IF.
057500 3200-EXIT.
057600     EXIT.
057700
057800*****************************************************************
057900* 3300-TAKE-ITEM - A POSTED ITEM, RECYCLED OR NOT, ADDS TO THE
058000* BRANCH'S CODE TOTALS.  AN ITEM FROM TONIGHT'S BATCHES ALSO
058100* COUNTS TOWARD THE ACCOUNTED FIGURES, WHATEVER BECAME OF IT.
058200*****************************************************************
058300 3300-TAKE-ITEM.
058400     IF DL100SS-POSTED
058500         IF DL100SS-POST-CODE = 'DR'
058600             ADD 1 TO DL100BS-BR-DR-COUNT
058700             ADD DL100SS-POST-AMOUNT TO DL100BS-BR-DR-AMOUNT
058800         ELSE
058900             IF DL100SS-POST-CODE = 'CR'
059000                 ADD 1 TO DL100BS-BR-CR-COUNT
059100                 ADD DL100SS-POST-AMOUNT TO DL100BS-BR-CR-AMOUNT
059200             ELSE
059300                 ADD 1 TO DL100BS-BR-AJ-COUNT
059400                 ADD DL100SS-POST-AMOUNT TO DL100BS-BR-AJ-AMOUNT
059500             END-IF
059600         END-IF
059700     END-IF.
059800     IF DL100SS-RECYCLED
059900         IF DL100SS-POSTED
060000             ADD 1 TO DL100BS-BR-REC-POSTED
060100         ELSE
060200             ADD 1 TO DL100BS-BR-REC-HELD
060300         END-IF
060400         GO TO 3300-EXIT
060500     END-IF.
060600     ADD DL100SS-COUNT TO DL100BS-BR-ACC-COUNT.
060700     ADD DL100SS-HASH TO DL100BS-BR-ACC-HASH.
060800     IF DL100SS-SUSPENDED
060900         ADD 1 TO DL100BS-BR-SUSP-COUNT
061000         ADD DL100SS-HASH TO DL100BS-BR-SUSP-AMOUNT
061100     END-IF.
061200     IF DL100SS-DUPLICATE
061300         ADD 1 TO DL100BS-BR-DUP-COUNT
061400     END-IF.
061500 3300-EXIT.
061600     EXIT.
061700
061800*****************************************************************
061900* 3500-CLOSE-BRANCH - NETS THE BRANCH'S POSTINGS, PROVES ITS
062000* ITEMS AGAINST ITS BATCH CONTROLS, PRINTS IT, WRITES ITS NET
062100* POSITION AND ROLLS IT INTO THE RUN TOTALS.
062200*****************************************************************
062300 3500-CLOSE-BRANCH.
062400     ADD 1 TO DL100BS-BRANCH-COUNT.
062500     COMPUTE DL100BS-BR-NET = DL100BS-BR-CR-AMOUNT
062600         + DL100BS-BR-AJ-AMOUNT - DL100BS-BR-DR-AMOUNT.
062700     ADD DL100BS-BR-DR-COUNT DL100BS-BR-CR-COUNT
062800         DL100BS-BR-AJ-COUNT GIVING DL100BS-BR-POSTED.
062900     IF DL100BS-BR-ACC-COUNT = DL100BS-BR-CTL-COUNT
063000             AND DL100BS-BR-ACC-HASH = DL100BS-BR-CTL-HASH
063100         SET DL100BS-RECONCILED TO TRUE
063200     ELSE
063300         MOVE 'N' TO DL100BS-RECONCILED-SW
063400         ADD 1 TO DL100BS-UNRECON-COUNT
063500         DISPLAY 'DL100E - BRANCH ' DL100BS-CURR-BRANCH
063600             ' DOES NOT RECONCILE TO ITS BATCH CONTROLS'
063700         DISPLAY '   DETAILS ACCOUNTED = ' DL100BS-BR-ACC-COUNT
063800             ' CONTROL = ' DL100BS-BR-CTL-COUNT
063900         DISPLAY '   HASH ACCOUNTED    = ' DL100BS-BR-ACC-HASH
064000             ' CONTROL = ' DL100BS-BR-CTL-HASH
064100         IF DL100BS-RETURN-CODE < 8
064150             MOVE 8 TO DL100BS-RETURN-CODE
064160         END-IF
064200     END-IF.
064300     PERFORM 3600-PRINT-BRANCH THRU 3600-EXIT.
064400     PERFORM 3700-WRITE-POSITION THRU 3700-EXIT.
064500     ADD DL100BS-BR-BATCHES TO DL100BS-TOT-BATCHES.
064600     ADD DL100BS-BR-CTL-COUNT TO DL100BS-TOT-CTL-COUNT.
064700     ADD DL100BS-BR-CTL-HASH TO DL100BS-TOT-CTL-HASH.
064800     ADD DL100BS-BR-HELD-BATCHES TO DL100BS-TOT-HELD-BATCHES.
064900     ADD DL100BS-BR-HELD-COUNT TO DL100BS-TOT-HELD-COUNT.
065000     ADD DL100BS-BR-ACC-COUNT TO DL100BS-TOT-ACC-COUNT.
065100     ADD DL100BS-BR-ACC-HASH TO DL100BS-TOT-ACC-HASH.
065200     ADD DL100BS-BR-POSTED TO DL100BS-TOT-POSTED.
065300     ADD DL100BS-BR-SUSP-COUNT TO DL100BS-TOT-SUSP-COUNT.
065400     ADD DL100BS-BR-DUP-COUNT TO DL100BS-TOT-DUP-COUNT.
065500     ADD DL100BS-BR-REC-POSTED TO DL100BS-TOT-REC-POSTED.
065600     ADD DL100BS-BR-REC-HELD TO DL100BS-TOT-REC-HELD.
065700     IF DL100BS-CURR-BRANCH = 'AUTO'
065800         ADD DL100BS-BR-NET TO DL100BS-HO-NET
065900         GO TO 3500-EXIT
066000     END-IF.
066100     ADD DL100BS-BR-NET TO DL100BS-TOT-BRANCH-NET.
066200     IF DL100BS-BR-NET > ZERO
066300         ADD DL100BS-BR-NET TO DL100BS-TOT-DUE-TO-HO
066400     ELSE
066500         ADD DL100BS-BR-NET TO DL100BS-TOT-DUE-FROM-HO
066600     END-IF.
066700 3500-EXIT.
066800     EXIT.
066900
067000*****************************************************************
067100* 3600-PRINT-BRANCH - THE SETTLEMENT AND RECONCILIATION LINES,
067200* AND THE NOTE LINES FOR HELD BATCHES AND RECYCLED ITEMS.
067300*****************************************************************
067400 3600-PRINT-BRANCH.
067500     IF DL100BS-LINE-COUNT + 5 > DL100BS-LINES-PER-PAGE
067600         PERFORM 4500-WRITE-PAGE-HEADERS THRU 4500-EXIT
067700     END-IF.
067800     MOVE DL100BS-CURR-BRANCH TO DL100BS-BL-BRANCH.
067900     MOVE DL100BS-BR-DR-COUNT TO DL100BS-BL-DR-COUNT.
068000     MOVE DL100BS-BR-DR-AMOUNT TO DL100BS-BL-DR-AMOUNT.
068100     MOVE DL100BS-BR-CR-COUNT TO DL100BS-BL-CR-COUNT.
068200     MOVE DL100BS-BR-CR-AMOUNT TO DL100BS-BL-CR-AMOUNT.
068300     MOVE DL100BS-BR-AJ-COUNT TO DL100BS-BL-AJ-COUNT.
068400     MOVE DL100BS-BR-AJ-AMOUNT TO DL100BS-BL-AJ-AMOUNT.
068500     MOVE DL100BS-BR-SUSP-COUNT TO DL100BS-BL-SUSP-COUNT.
068600     MOVE DL100BS-BR-SUSP-AMOUNT TO DL100BS-BL-SUSP-AMOUNT.
068700     MOVE DL100BS-BR-NET TO DL100BS-BL-NET.
068800     IF DL100BS-CURR-BRANCH = 'AUTO'
068900         MOVE 'HEAD OFFICE' TO DL100BS-BL-DUE
069000     ELSE
069100         IF DL100BS-BR-NET > ZERO
069200             MOVE 'TO HO' TO DL100BS-BL-DUE
069300         ELSE
069400             IF DL100BS-BR-NET < ZERO
069500                 MOVE 'FROM HO' TO DL100BS-BL-DUE
069600             ELSE
069700                 MOVE 'NIL' TO DL100BS-BL-DUE
069800             END-IF
069900         END-IF
070000     END-IF.
070100     WRITE DL100RP-LINE FROM DL100BS-BRANCH-LINE.
070200     MOVE DL100BS-BR-BATCHES TO DL100BS-RL-BATCHES.
070300     MOVE DL100BS-BR-CTL-COUNT TO DL100BS-RL-CTL-COUNT.
070400     MOVE DL100BS-BR-CTL-HASH TO DL100BS-RL-CTL-HASH.
070500     MOVE DL100BS-BR-ACC-COUNT TO DL100BS-RL-ACC-COUNT.
070600     MOVE DL100BS-BR-ACC-HASH TO DL100BS-RL-ACC-HASH.
070700     MOVE DL100BS-BR-DUP-COUNT TO DL100BS-RL-DUP-COUNT.
070800     IF DL100BS-RECONCILED
070900         MOVE 'RECONCILED' TO DL100BS-RL-STATUS
071000     ELSE
071100         MOVE 'UNRECONCILED' TO DL100BS-RL-STATUS
071200     END-IF.
071300     WRITE DL100RP-LINE FROM DL100BS-RECON-LINE.
071400     ADD 3 TO DL100BS-LINE-COUNT.
071500     IF DL100BS-BR-HELD-BATCHES > ZERO
071600         MOVE 'HELD BATCHES - NOT SETTLED' TO DL100BS-SL-LABEL-1
071700         MOVE DL100BS-BR-HELD-BATCHES TO DL100BS-SL-COUNT-1
071800         MOVE 'DETAILS' TO DL100BS-SL-LABEL-2
071900         MOVE DL100BS-BR-HELD-COUNT TO DL100BS-SL-COUNT-2
072000         WRITE DL100RP-LINE FROM DL100BS-SUB-LINE
072100         ADD 1 TO DL100BS-LINE-COUNT
072200     END-IF.
072300     IF DL100BS-BR-REC-POSTED > ZERO
072400             OR DL100BS-BR-REC-HELD > ZERO
072500         MOVE 'RECYCLED FROM SUSPENSE - POSTED'
072600             TO DL100BS-SL-LABEL-1
072700         MOVE DL100BS-BR-REC-POSTED TO DL100BS-SL-COUNT-1
072800         MOVE 'NOT POSTED' TO DL100BS-SL-LABEL-2
072900         MOVE DL100BS-BR-REC-HELD TO DL100BS-SL-COUNT-2
073000         WRITE DL100RP-LINE FROM DL100BS-SUB-LINE
073100         ADD 1 TO DL100BS-LINE-COUNT
073200     END-IF.
073300 3600-EXIT.
073400     EXIT.
073500
073600*****************************************************************
073700* 3700-WRITE-POSITION - THE BRANCH'S DL100BN NET POSITION.
073800*****************************************************************
073900 3700-WRITE-POSITION.
074000     MOVE SPACES TO DL100BN-RECORD.
074100     SET DL100BN-DETAIL TO TRUE.
074200     MOVE DL100BS-CURR-BRANCH TO DL100BN-BRANCH-ID.
074300     MOVE DL100BS-RUN-DATE TO DL100BN-RUN-DATE.
074400     MOVE DL100BS-CYCLE TO DL100BN-CYCLE.
074500     MOVE DL100BS-BR-POSTED TO DL100BN-POSTED-COUNT.
074600     MOVE DL100BS-BR-DR-AMOUNT TO DL100BN-DR-AMOUNT.
074700     MOVE DL100BS-BR-CR-AMOUNT TO DL100BN-CR-AMOUNT.
074800     MOVE DL100BS-BR-AJ-AMOUNT TO DL100BN-AJ-AMOUNT.
074900     MOVE DL100BS-BR-NET TO DL100BN-NET-AMOUNT.
075000     IF DL100BS-CURR-BRANCH = 'AUTO'
075100         SET DL100BN-HEAD-OFFICE TO TRUE
075200     ELSE
075300         SET DL100BN-BRANCH TO TRUE
075400         IF DL100BS-BR-NET > ZERO
075500             SET DL100BN-DUE-TO-HO TO TRUE
075600         END-IF
075700         IF DL100BS-BR-NET < ZERO
075800             SET DL100BN-DUE-FROM-HO TO TRUE
075900         END-IF
076000     END-IF.
076100     WRITE DL100BN-RECORD.
076200     IF DL100-POSNFILE-STATUS NOT = '00'
076300         DISPLAY 'DL100E - NET POSITION WRITE FAILED, STATUS='
076400             DL100-POSNFILE-STATUS
076500         MOVE 16 TO DL100BS-RETURN-CODE
076600         SET DL100BS-SORT-EOF TO TRUE
076700         GO TO 3700-EXIT
076800     END-IF.
076900     ADD 1 TO DL100BS-POSN-COUNT.
077000     ADD DL100BS-BR-NET TO DL100BS-POSN-HASH.
077100 3700-EXIT.
077200     EXIT.
077300
077400 4500-WRITE-PAGE-HEADERS.
077500     ADD 1 TO DL100BS-PAGE-NUMBER.
077600     MOVE DL100BS-RUN-DATE TO DL100BS-H1-RUN-DATE.
077700     MOVE DL100BS-CYCLE TO DL100BS-H1-CYCLE.
077800     MOVE DL100BS-PAGE-NUMBER TO DL100BS-H1-PAGE.
077900     WRITE DL100RP-LINE FROM DL100BS-HDR1-LINE.
078000     WRITE DL100RP-LINE FROM DL100BS-HDR2-LINE.
078100     WRITE DL100RP-LINE FROM DL100BS-HDR3-LINE.
078200     MOVE 3 TO DL100BS-LINE-COUNT.
078300 4500-EXIT.
078400     EXIT.
078500
078600*****************************************************************
078700* 6000-WRITE-TOTALS - RUN TOTALS, WHICH TIE TO THE BATCH CONTROL
078800* SUMMARY ON THE COBOL1 REPORT, THEN THE NET POSITION TRAILER.
078900* AN EMPTY EXTRACT STILL GETS ITS TRAILER, RC=4.
079000*****************************************************************
079100 6000-WRITE-TOTALS.
079200     IF DL100BS-LINE-COUNT + 20 > DL100BS-LINES-PER-PAGE
079300         PERFORM 4500-WRITE-PAGE-HEADERS THRU 4500-EXIT
079400     END-IF.
079500     IF DL100BS-BRANCH-COUNT = ZERO
079600         DISPLAY 'DL100W - BRANCH ACTIVITY EXTRACT IS EMPTY, '
079700             'NOTHING SETTLED'
079800         IF DL100BS-RETURN-CODE < 4
079900             MOVE 4 TO DL100BS-RETURN-CODE
080000         END-IF
080100         MOVE 'NO BRANCH ACTIVITY THIS CYCLE - NOTHING SETTLED'
080200             TO DL100BS-NL-TEXT
080300     ELSE
080400         MOVE 'SETTLEMENT TOTALS' TO DL100BS-NL-TEXT
080500     END-IF.
080600     WRITE DL100RP-LINE FROM DL100BS-NOTE-LINE.
080700     MOVE 'BRANCHES SETTLED' TO DL100BS-CL-LABEL.
080800     MOVE DL100BS-BRANCH-COUNT TO DL100BS-CL-COUNT.
080900     WRITE DL100RP-LINE FROM DL100BS-COUNT-LINE.
081000     ADD DL100BS-TOT-BATCHES DL100BS-TOT-HELD-BATCHES
081100         GIVING DL100BS-CL-COUNT.
081200     MOVE 'BATCHES ON THE BATCH CONTROL SUMMARY'
081300         TO DL100BS-CL-LABEL.
081400     WRITE DL100RP-LINE FROM DL100BS-COUNT-LINE.
081500     ADD DL100BS-TOT-CTL-COUNT DL100BS-TOT-HELD-COUNT
081600         GIVING DL100BS-TOT-SUMMARY-COUNT.
081700     MOVE 'DETAILS ON THE BATCH CONTROL SUMMARY'
081800         TO DL100BS-CL-LABEL.
081900     MOVE DL100BS-TOT-SUMMARY-COUNT TO DL100BS-CL-COUNT.
082000     WRITE DL100RP-LINE FROM DL100BS-COUNT-LINE.
082100     MOVE '  IN HELD BATCHES' TO DL100BS-CL-LABEL.
082200     MOVE DL100BS-TOT-HELD-COUNT TO DL100BS-CL-COUNT.
082300     WRITE DL100RP-LINE FROM DL100BS-COUNT-LINE.
082400     MOVE '  IN BALANCED BATCHES' TO DL100BS-CL-LABEL.
082500     MOVE DL100BS-TOT-CTL-COUNT TO DL100BS-CL-COUNT.
082600     WRITE DL100RP-LINE FROM DL100BS-COUNT-LINE.
082700     MOVE '  BALANCED BATCH HASH' TO DL100BS-VL-LABEL.
082800     MOVE DL100BS-TOT-CTL-HASH TO DL100BS-VL-AMOUNT.
082900     WRITE DL100RP-LINE FROM DL100BS-VALUE-LINE.
083000     MOVE 'DETAILS ACCOUNTED FOR' TO DL100BS-CL-LABEL.
083100     MOVE DL100BS-TOT-ACC-COUNT TO DL100BS-CL-COUNT.
083200     WRITE DL100RP-LINE FROM DL100BS-COUNT-LINE.
083300     MOVE '  ACCOUNTED HASH' TO DL100BS-VL-LABEL.
083400     MOVE DL100BS-TOT-ACC-HASH TO DL100BS-VL-AMOUNT.
083500     WRITE DL100RP-LINE FROM DL100BS-VALUE-LINE.
083600     MOVE '  HELD TO SUSPENSE' TO DL100BS-CL-LABEL.
083700     MOVE DL100BS-TOT-SUSP-COUNT TO DL100BS-CL-COUNT.
083800     WRITE DL100RP-LINE FROM DL100BS-COUNT-LINE.
083900     MOVE '  HELD AS SUSPECTED DUPLICATES' TO DL100BS-CL-LABEL.
084000     MOVE DL100BS-TOT-DUP-COUNT TO DL100BS-CL-COUNT.
084100     WRITE DL100RP-LINE FROM DL100BS-COUNT-LINE.
084200     MOVE 'ITEMS POSTED' TO DL100BS-CL-LABEL.
084300     MOVE DL100BS-TOT-POSTED TO DL100BS-CL-COUNT.
084400     WRITE DL100RP-LINE FROM DL100BS-COUNT-LINE.
084500     MOVE '  OF WHICH RECYCLED FROM SUSPENSE' TO DL100BS-CL-LABEL.
084600     MOVE DL100BS-TOT-REC-POSTED TO DL100BS-CL-COUNT.
084700     WRITE DL100RP-LINE FROM DL100BS-COUNT-LINE.
084800     MOVE 'RECYCLED ITEMS NOT POSTED' TO DL100BS-CL-LABEL.
084900     MOVE DL100BS-TOT-REC-HELD TO DL100BS-CL-COUNT.
085000     WRITE DL100RP-LINE FROM DL100BS-COUNT-LINE.
085100     MOVE 'DUE TO HEAD OFFICE' TO DL100BS-VL-LABEL.
085200     MOVE DL100BS-TOT-DUE-TO-HO TO DL100BS-VL-AMOUNT.
085300     WRITE DL100RP-LINE FROM DL100BS-VALUE-LINE.
085400     MOVE 'DUE FROM HEAD OFFICE' TO DL100BS-VL-LABEL.
085500     MOVE DL100BS-TOT-DUE-FROM-HO TO DL100BS-VL-AMOUNT.
085600     WRITE DL100RP-LINE FROM DL100BS-VALUE-LINE.
085700     MOVE 'NET DUE TO HEAD OFFICE FROM BRANCHES'
085800         TO DL100BS-VL-LABEL.
085900     MOVE DL100BS-TOT-BRANCH-NET TO DL100BS-VL-AMOUNT.
086000     WRITE DL100RP-LINE FROM DL100BS-VALUE-LINE.
086100     MOVE 'HEAD OFFICE OWN POSTINGS NET' TO DL100BS-VL-LABEL.
086200     MOVE DL100BS-HO-NET TO DL100BS-VL-AMOUNT.
086300     WRITE DL100RP-LINE FROM DL100BS-VALUE-LINE.
086400     IF DL100BS-UNRECON-COUNT = ZERO
086500         MOVE 'EVERY BRANCH RECONCILES TO ITS BATCH CONTROLS'
086600             TO DL100BS-NL-TEXT
086700         WRITE DL100RP-LINE FROM DL100BS-NOTE-LINE
086800     ELSE
086900         MOVE 'BRANCHES NOT RECONCILED TO THEIR BATCH CONTROLS'
087000             TO DL100BS-CL-LABEL
087100         MOVE DL100BS-UNRECON-COUNT TO DL100BS-CL-COUNT
087200         WRITE DL100RP-LINE FROM DL100BS-COUNT-LINE
087300     END-IF.
087400     ADD 20 TO DL100BS-LINE-COUNT.
087500     MOVE SPACES TO DL100BN-RECORD.
087600     SET DL100BN-TRAILER TO TRUE.
087700     MOVE DL100BS-POSN-COUNT TO DL100BN-TRAILER-COUNT.
087800     MOVE DL100BS-POSN-HASH TO DL100BN-TRAILER-HASH.
087900     MOVE DL100BS-RUN-DATE TO DL100BN-TRAILER-DATE.
088000     MOVE DL100BS-CYCLE TO DL100BN-TRAILER-CYCLE.
088100     WRITE DL100BN-RECORD.
088200     IF DL100-POSNFILE-STATUS NOT = '00'
088300         DISPLAY 'DL100E - NET POSITION TRAILER WRITE FAILED, '
088400             'STATUS=' DL100-POSNFILE-STATUS
088500         MOVE 16 TO DL100BS-RETURN-CODE
088600     END-IF.
088700     DISPLAY 'DL100I - BRANCHES SETTLED = ' DL100BS-POSN-COUNT.
088800 6000-EXIT.
088900     EXIT.
089000
089100*****************************************************************
089200* 7000-WRITE-AUDIT-RECORD - ONE RECORD PER RUN, LIKE EVERY
089300* PROGRAM IN THE SUITE.  THE DETAIL COUNT CARRIES THE NUMBER
089400* OF BRANCHES SETTLED.
089500*****************************************************************
089600 7000-WRITE-AUDIT-RECORD.
089700     IF NOT DL100BS-AUDIT-OPEN
089800         GO TO 7000-EXIT
089900     END-IF.
090000     MOVE SPACES TO DL100AL-RECORD.
090100     MOVE 'DL100BS' TO DL100AL-PROGRAM-ID.
090200     MOVE DL100BS-RUN-DATE TO DL100AL-RUN-DATE.
090300     MOVE DL100BS-RUN-TIME TO DL100AL-RUN-TIME.
090400     MOVE 'BRANCH SETTLEMENT' TO DL100AL-RUN-LABEL.
090500     MOVE DL100BS-POSN-COUNT TO DL100AL-DETAIL-COUNT.
090600     MOVE DL100BS-RETURN-CODE TO DL100AL-RETURN-CODE.
090700     MOVE DL100BS-CYCLE TO DL100AL-CYCLE.
090800     WRITE DL100AL-RECORD.
090900 7000-EXIT.
091000     EXIT.
091100
091200*****************************************************************
091300* 9000-TERMINATE.
091400*****************************************************************
091500 9000-TERMINATE.
091600     IF DL100BS-POSN-OPEN
091700         CLOSE DL100-POSNFILE
091800     END-IF.
091900     IF DL100BS-REPT-OPEN
092000         CLOSE DL100-REPTFILE
092100     END-IF.
092200     IF DL100BS-AUDIT-OPEN
092300         CLOSE DL100-AUDITFILE
092400     END-IF.
092500     MOVE DL100BS-RETURN-CODE TO RETURN-CODE.
092600     DISPLAY 'DL100I - DL100BS ENDED, RETURN CODE = '
092700         DL100BS-RETURN-CODE.
092800 9000-EXIT.
092900     EXIT.
