000100*****************************************************************
000200* PROGRAM-ID   : DL100FR
000300* AUTHOR       : BRANTA
000400* INSTALLATION : DAILY LEDGER BATCH SUITE
000500* DATE-WRITTEN : 2026-10-15
000600*
000700* REMARKS.
000800*     FORWARD RECOVERY OF THE DL100AM ACCOUNT MASTER.  COBOL1
000900*     REWRITES THE MASTER IN PLACE, SO A DAMAGED OR LOST MASTER
001000*     IS REBUILT HERE FROM A PRE-POSTING IMAGE COPY (TAKEN INTO
001100*     THE DL100.ACCT.IMAGE GDG BY STEP005 OF DL100JB) BY
001200*     REAPPLYING THE POSTED ACTIVITY NIGHT BY NIGHT - THE DL100AU
001300*     AND DL100DS MAINTENANCE LOGGED ON DL100AX, THEN THAT
001400*     NIGHT'S DL100GL FEED - UP TO A TARGET DATE.  THE RANGE IS
001500*     GIVEN ON A DL100FC CONTROL CARD.
001600*
001700*     THE IMAGE IS LOADED INTO AN EMPTY RECOVERY CLUSTER, NEVER
001800*     THE PRODUCTION MASTER, AND FIRST PROVED AGAINST THE LAST
001900*     DL100TP POSITION BEFORE THE IMAGE DATE PLUS THE MAINTENANCE
002000*     LOGGED SINCE IT.  EACH NIGHT REPLAYED IS THEN TIED THE WAY
002100*     DL100TB TIED IT ORIGINALLY - THE REBUILT TOTAL AND OPEN/
002200*     CLOSED COUNTS AGAINST THAT NIGHT'S POSITION - AND A LAST
002300*     FRONT-TO-BACK PASS PROVES THE REBUILT MASTER AGAINST THE
002400*     TARGET NIGHT'S POSITION.  ONLY A PROVED MASTER IS COPIED
002500*     BACK OVER PRODUCTION, BY HAND, AFTER REVIEW.
002600*
002700*     THE GL FEED GENERATIONS MUST BE CONCATENATED OLDEST FIRST;
002800*     GENERATIONS DATED BEFORE THE IMAGE ARE SKIPPED AND THE RUN
002900*     STOPS AT THE FIRST ONE DATED AFTER THE TARGET.  A LOGGED
003000*     LIMITS CHANGE (ACTION 'L') CANNOT BE REAPPLIED - THE LOG
003100*     CARRIES NO LIMITS - SO IT IS LISTED FOR RE-KEYING, AND THE
003200*     INTEREST ACCRUAL FIELDS ARE LEFT AS THE IMAGE HAD THEM -
003300*     NEITHER DL100AX NOR THE FEED CARRIES DL100IA'S CHANGES.  THE
003320*     FINAL PASS LISTS EVERY ACCOUNT STILL ACCRUED ONLY TO A DATE
003340*     BEFORE THE TARGET, SO DL100IA IS RERUN OR RECONCILED BEFORE
003360*     THE MASTER GOES BACK: ACROSS A CAPITALIZATION NIGHT THE
003380*     IMAGE STILL HOLDS THE INTEREST THAT NIGHT ALREADY PAID.
003400*
003401*     A DAY RUN IN MORE THAN ONE POSTING CYCLE HAS ONE FEED
003402*     GENERATION, ONE POSITION AND ONE IMAGE PER CYCLE.  ALL THE
003403*     GENERATIONS OF A DATE REPLAY AS ONE NIGHT, TIED TO THE LAST
003404*     POSITION OF THAT DATE (THE FINAL CYCLE'S).  RECOVER FROM THE
003405*     FIRST IMAGE OF A DATE - THE ONE THE NIGHTLY RUN TOOK BEFORE
003406*     ITS FIRST CYCLE - SINCE A LATER CYCLE'S IMAGE ALREADY HOLDS
003407*     THE EARLIER CYCLES THE REPLAY WOULD POST AGAIN.
003408*
003500* MODIFICATION HISTORY.
003600*     2026-10-15  BAB  ORIGINAL VERSION.
003601*     2026-10-15  BAB  POSTING CYCLES - THE LAST POSITION OF A
003602*                      DATE IS THE ONE A NIGHT TIES TO AND THE ONE
003603*                      THE STARTING POINT IS PROVED AGAINST.
003635*     2026-10-15  BAB  THE SYSTEM 'AUTO' AND 'INTR' GL DETAILS NO
003667*                      LONGER RESTAMP LAST-ACTIVITY, AS IN COBOL1.
003678*     2026-10-15  BAB  THE FINAL PASS LISTS ACCOUNTS ACCRUED TO A
003689*                      DATE BEFORE THE TARGET FOR DL100IA; OPENS
003695*                      START WITH NOTHING CAPITALIZED.
003700*****************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. DL100FR.
004000 AUTHOR. BRANTA.
004100 INSTALLATION. DAILY LEDGER BATCH SUITE.
004200 DATE-WRITTEN. 2026-10-15.
004300 DATE-COMPILED.
004400
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER. IBM-370.
004800 OBJECT-COMPUTER. IBM-370.
004900
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200*****************************************************************
005300* RECOVERY CONTROL CARD - IMAGE DATE AND TARGET DATE.
005400*****************************************************************
005500     SELECT DL100-CTLFILE ASSIGN TO CTLIN
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS DL100-CTLFILE-STATUS.
005800
005900*****************************************************************
006000* THE CHOSEN IMAGE COPY GENERATION - AN IDCAMS REPRO OF THE
006100* MASTER, IN KEY ORDER.
006200*****************************************************************
006300     SELECT DL100-IMAGEFILE ASSIGN TO IMAGEIN
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS DL100-IMAGEFILE-STATUS.
006600
006700*****************************************************************
006800* RECOVERY MASTER - AN EMPTY CLUSTER DEFINED BY DL100FRJ, LOADED
006900* FROM THE IMAGE, UPDATED BY KEY AS THE NIGHTS ARE REPLAYED AND
007000* READ FRONT TO BACK FOR THE FINAL PROOF.
007100*****************************************************************
007200     SELECT DL100-MASTFILE ASSIGN TO MASTOUT
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS DL100AM-ACCOUNT-NO
007600         FILE STATUS IS DL100-MASTFILE-STATUS.
007700
007800*****************************************************************
007900* GL FEED GENERATIONS, CONCATENATED OLDEST FIRST.
008000*****************************************************************
008100     SELECT DL100-GLFILE ASSIGN TO GLIN
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS DL100-GLFILE-STATUS.
008400
008500*****************************************************************
008600* ACCOUNT MAINTENANCE LOG - DL100AU AND DL100DS CHANGES, IN THE
008700* ORDER THEY WERE MADE.  DD DUMMY IF NO MAINTENANCE HAS EVER
008800* BEEN LOGGED.
008900*****************************************************************
009000     SELECT DL100-ACCTLOG ASSIGN TO ACCTLOG
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS DL100-ACCTLOG-STATUS.
009300
009400*****************************************************************
009500* TRIAL BALANCE POSITION GENERATIONS - ANY ORDER, ONE RECORD PER
009600* NIGHT, TABLED BY RUN DATE.
009700*****************************************************************
009800     SELECT DL100-POSIN ASSIGN TO POSIN
009900         ORGANIZATION IS SEQUENTIAL
010000         FILE STATUS IS DL100-POSIN-STATUS.
010100
010200*****************************************************************
010300* PRINTED RECOVERY REPORT.
010400*****************************************************************
010500     SELECT DL100-REPTFILE ASSIGN TO RPTOUT
010600         ORGANIZATION IS SEQUENTIAL
010700         FILE STATUS IS DL100-REPTFILE-STATUS.
010800
010900*****************************************************************
011000* STANDING AUDIT TRAIL - OPENED EXTEND, ONE RECORD PER RUN.
011100*****************************************************************
011200     SELECT DL100-AUDITFILE ASSIGN TO AUDITOUT
011300         ORGANIZATION IS SEQUENTIAL
011400         FILE STATUS IS DL100-AUDITFILE-STATUS.
011500
011600 DATA DIVISION.
011700 FILE SECTION.
011800 FD  DL100-CTLFILE
011900     LABEL RECORDS ARE STANDARD
012000     RECORD CONTAINS 80 CHARACTERS
012100     RECORDING MODE IS F.
012200     COPY DL100FC.
012300
012400 FD  DL100-IMAGEFILE
012500     LABEL RECORDS ARE STANDARD
012600     RECORD CONTAINS 80 CHARACTERS
012700     RECORDING MODE IS F.
012800 01  DL100FR-IMAGE-RECORD            PIC X(80).
012900
013000 FD  DL100-MASTFILE
013100     RECORD CONTAINS 80 CHARACTERS.
013200     COPY DL100AM.
013300
013400 FD  DL100-GLFILE
013500     LABEL RECORDS ARE STANDARD
013600     RECORD CONTAINS 80 CHARACTERS
013700     RECORDING MODE IS F.
013800     COPY DL100GL.
013900
014000 FD  DL100-ACCTLOG
014100     LABEL RECORDS ARE STANDARD
014200     RECORD CONTAINS 100 CHARACTERS
014300     RECORDING MODE IS F.
014400     COPY DL100AX.
014500
014600 FD  DL100-POSIN
014700     LABEL RECORDS ARE STANDARD
014800     RECORD CONTAINS 80 CHARACTERS
014900     RECORDING MODE IS F.
015000     COPY DL100TP.
015100
015200 FD  DL100-REPTFILE
015300     LABEL RECORDS ARE STANDARD
015400     RECORD CONTAINS 132 CHARACTERS
015500     RECORDING MODE IS F.
015600 01  DL100RP-LINE                   PIC X(132).
015700
015800 FD  DL100-AUDITFILE
015900     LABEL RECORDS ARE STANDARD
016000     RECORD CONTAINS 80 CHARACTERS
016100     RECORDING MODE IS F.
016200     COPY DL100AL.
016300
016400 WORKING-STORAGE SECTION.
016500*****************************************************************
016600* SWITCHES.
016700*****************************************************************
016800 77  DL100FR-IMAGE-EOF-SW            PIC X(01) VALUE 'N'.
016900     88  DL100FR-IMAGE-EOF                  VALUE 'Y'.
017000 77  DL100FR-POSIN-EOF-SW            PIC X(01) VALUE 'N'.
017100     88  DL100FR-POSIN-EOF                  VALUE 'Y'.
017200 77  DL100FR-GL-EOF-SW               PIC X(01) VALUE 'N'.
017300     88  DL100FR-GL-EOF                     VALUE 'Y'.
017400 77  DL100FR-MAINT-EOF-SW            PIC X(01) VALUE 'N'.
017500     88  DL100FR-MAINT-EOF                  VALUE 'Y'.
017600 77  DL100FR-MAST-EOF-SW             PIC X(01) VALUE 'N'.
017700     88  DL100FR-MAST-EOF                   VALUE 'Y'.
017800 77  DL100FR-MAST-OPEN-SW            PIC X(01) VALUE 'N'.
017900     88  DL100FR-MAST-OPEN                  VALUE 'Y'.
018000 77  DL100FR-GL-OPEN-SW              PIC X(01) VALUE 'N'.
018100     88  DL100FR-GL-OPEN                    VALUE 'Y'.
018200 77  DL100FR-MAINT-OPEN-SW           PIC X(01) VALUE 'N'.
018300     88  DL100FR-MAINT-OPEN                 VALUE 'Y'.
018400 77  DL100FR-REPT-OPEN-SW            PIC X(01) VALUE 'N'.
018500     88  DL100FR-REPT-OPEN                  VALUE 'Y'.
018600 77  DL100FR-AUDIT-OPEN-SW           PIC X(01) VALUE 'N'.
018700     88  DL100FR-AUDIT-OPEN                 VALUE 'Y'.
018800 77  DL100FR-START-SEEN-SW           PIC X(01) VALUE 'N'.
018900     88  DL100FR-START-SEEN                 VALUE 'Y'.
019000 77  DL100FR-NIGHT-OPEN-SW           PIC X(01) VALUE 'N'.
019100     88  DL100FR-NIGHT-OPEN                 VALUE 'Y'.
019200 77  DL100FR-STOPPED-SW              PIC X(01) VALUE 'N'.
019300     88  DL100FR-STOPPED                    VALUE 'Y'.
019400 77  DL100FR-FOUND-SW                PIC X(01) VALUE 'N'.
019500     88  DL100FR-FOUND                      VALUE 'Y'.
019600
019700*****************************************************************
019800* COUNTERS.
019900*****************************************************************
020000 77  DL100FR-RETURN-CODE             PIC 9(03) VALUE ZERO.
020100 77  DL100FR-RUN-TIME                PIC 9(08) VALUE ZERO.
020200 77  DL100FR-PAGE-NUMBER             PIC 9(05) COMP VALUE ZERO.
020300 77  DL100FR-LINE-COUNT              PIC 9(03) COMP VALUE 99.
020400 77  DL100FR-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
020500 77  DL100FR-IMAGE-COUNT             PIC 9(09) COMP VALUE ZERO.
020600 77  DL100FR-NIGHT-COUNT             PIC 9(09) COMP VALUE ZERO.
020700 77  DL100FR-TIED-COUNT              PIC 9(09) COMP VALUE ZERO.
020800 77  DL100FR-GL-APPLIED              PIC 9(09) COMP VALUE ZERO.
020900 77  DL100FR-MAINT-APPLIED           PIC 9(09) COMP VALUE ZERO.
021000 77  DL100FR-EXCEPTION-COUNT         PIC 9(09) COMP VALUE ZERO.
021100 77  DL100FR-RUN-OPEN                PIC 9(09) COMP VALUE ZERO.
021200 77  DL100FR-RUN-CLOSED              PIC 9(09) COMP VALUE ZERO.
021300 77  DL100FR-FINAL-COUNT             PIC 9(09) COMP VALUE ZERO.
021400 77  DL100FR-FINAL-OPEN              PIC 9(09) COMP VALUE ZERO.
021500 77  DL100FR-FINAL-CLOSED            PIC 9(09) COMP VALUE ZERO.
021600 77  DL100FR-GEN-COUNT               PIC 9(09) COMP VALUE ZERO.
021700 77  DL100FR-NIGHT-GENS              PIC 9(09) COMP VALUE ZERO.
021800 77  DL100FR-NIGHT-DETAILS           PIC 9(09) COMP VALUE ZERO.
021900 77  DL100FR-POS-COUNT               PIC 9(03) COMP VALUE ZERO.
022000 77  DL100FR-POS-SUB                 PIC 9(03) COMP VALUE ZERO.
022100
022200*****************************************************************
022300* DATES AND RECOVERY TOTALS.  THE RUNNING TOTAL AND COUNTS FOLLOW
022400* EVERY CHANGE MADE TO THE RECOVERY MASTER SO EACH NIGHT CAN BE
022500* TIED WITHOUT RE-READING IT.
022600*****************************************************************
022700 77  DL100FR-IMAGE-DATE              PIC 9(08) VALUE ZERO.
022800 77  DL100FR-TARGET-DATE             PIC 9(08) VALUE ZERO.
022900 77  DL100FR-START-DATE              PIC 9(08) VALUE ZERO.
023000 77  DL100FR-NIGHT-DATE              PIC 9(08) VALUE ZERO.
023100 77  DL100FR-LAST-NIGHT-DATE         PIC 9(08) VALUE ZERO.
023200 77  DL100FR-MAINT-LIMIT             PIC 9(08) VALUE ZERO.
023300 77  DL100FR-GL-REC-DATE             PIC 9(08) VALUE ZERO.
023400 77  DL100FR-FIND-DATE               PIC 9(08) VALUE ZERO.
023500 77  DL100FR-IMAGE-TOTAL             PIC S9(13)V99 VALUE ZERO.
023600 77  DL100FR-START-TOTAL             PIC S9(13)V99 VALUE ZERO.
023700 77  DL100FR-START-ADJUST            PIC S9(13)V99 VALUE ZERO.
023800 77  DL100FR-EXPECTED-TOTAL          PIC S9(13)V99 VALUE ZERO.
023900 77  DL100FR-RUN-TOTAL               PIC S9(13)V99 VALUE ZERO.
024000 77  DL100FR-NIGHT-START-TOTAL       PIC S9(13)V99 VALUE ZERO.
024100 77  DL100FR-NIGHT-GL-NET            PIC S9(13)V99 VALUE ZERO.
024200 77  DL100FR-NIGHT-MAINT-NET         PIC S9(13)V99 VALUE ZERO.
024300 77  DL100FR-NIGHT-MOVEMENT          PIC S9(13)V99 VALUE ZERO.
024400 77  DL100FR-FINAL-TOTAL             PIC S9(13)V99 VALUE ZERO.
024500 77  DL100FR-SIGNED-AMOUNT           PIC S9(11)V99 VALUE ZERO.
024600 77  DL100FR-MAINT-AMOUNT            PIC S9(11)V99 VALUE ZERO.
024700 77  DL100FR-GEN-HASH                PIC S9(11)V99 VALUE ZERO.
024800 77  DL100FR-FOUND-TOTAL             PIC S9(13)V99 VALUE ZERO.
024900 77  DL100FR-FOUND-OPEN              PIC 9(09) VALUE ZERO.
025000 77  DL100FR-FOUND-CLOSED            PIC 9(09) VALUE ZERO.
025100 77  DL100FR-NIGHT-RESULT            PIC X(11) VALUE SPACES.
025200 77  DL100FR-EXCEPTION-TEXT          PIC X(50) VALUE SPACES.
025300
025400*****************************************************************
025500* FILE STATUS BYTES.
025600*****************************************************************
025700 01  DL100FR-FILE-STATUSES.
025800     05  DL100-CTLFILE-STATUS        PIC X(02) VALUE SPACES.
025900     05  DL100-IMAGEFILE-STATUS      PIC X(02) VALUE SPACES.
026000     05  DL100-MASTFILE-STATUS       PIC X(02) VALUE SPACES.
026100     05  DL100-GLFILE-STATUS         PIC X(02) VALUE SPACES.
026200     05  DL100-ACCTLOG-STATUS        PIC X(02) VALUE SPACES.
026300     05  DL100-POSIN-STATUS          PIC X(02) VALUE SPACES.
026400     05  DL100-REPTFILE-STATUS       PIC X(02) VALUE SPACES.
026500     05  DL100-AUDITFILE-STATUS      PIC X(02) VALUE SPACES.
026600
026700*****************************************************************
026800* POSITION TABLE - EVERY DL100TP POSITION FROM THE IMAGE DATE TO
026900* THE TARGET DATE.  THE LAST POSITION BEFORE THE IMAGE DATE IS
027000* KEPT APART AS THE STARTING POINT.
027100*****************************************************************
027200 01  DL100FR-POSITION-TABLE.
027300     05  DL100FR-PT-ENTRY OCCURS 400 TIMES.
027400         10  DL100FR-PT-DATE         PIC 9(08).
027500         10  DL100FR-PT-TOTAL        PIC S9(13)V99.
027600         10  DL100FR-PT-OPEN         PIC 9(09).
027700         10  DL100FR-PT-CLOSED       PIC 9(09).
027800
027900*****************************************************************
028000* LINKAGE PARAMETER AREA PASSED TO THE DL100DT SUBPROGRAM.
028100*****************************************************************
028200     COPY DL100LK.
028300
028400*****************************************************************
028500* REPORT LINE LAYOUTS.
028600*****************************************************************
028700 01  DL100FR-HDR1-LINE.
028800     05  FILLER                      PIC X(01) VALUE '1'.
028900     05  FILLER                      PIC X(40)
029000             VALUE 'DL100 ACCOUNT MASTER FORWARD RECOVERY'.
029100     05  FILLER                      PIC X(09) VALUE 'RUN DATE:'.
029200     05  DL100FR-H1-RUN-DATE         PIC 9(08).
029300     05  FILLER                      PIC X(03) VALUE SPACES.
029400     05  FILLER                      PIC X(07) VALUE 'IMAGE: '.
029500     05  DL100FR-H1-IMAGE-DATE       PIC 9(08).
029600     05  FILLER                      PIC X(03) VALUE SPACES.
029700     05  FILLER                      PIC X(08) VALUE 'TARGET: '.
029800     05  DL100FR-H1-TARGET-DATE      PIC 9(08).
029900     05  FILLER                      PIC X(03) VALUE SPACES.
030000     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
030100     05  DL100FR-H1-PAGE             PIC ZZZZ9.
030200     05  FILLER                      PIC X(24) VALUE SPACES.
030300
030400 01  DL100FR-HDR2-LINE.
030500     05  FILLER                      PIC X(01) VALUE '0'.
030600     05  FILLER                      PIC X(10) VALUE 'NIGHT'.
030700     05  FILLER                      PIC X(05) VALUE 'GEN'.
030800     05  FILLER                      PIC X(11)
030900             VALUE '    DETAILS'.
031000     05  FILLER                      PIC X(16)
031100             VALUE '          GL NET'.
031200     05  FILLER                      PIC X(16)
031300             VALUE '       MAINT NET'.
031400     05  FILLER                      PIC X(16)
031500             VALUE '        MOVEMENT'.
031600     05  FILLER                      PIC X(18)
031700             VALUE '     REBUILT TOTAL'.
031800     05  FILLER                      PIC X(18)
031900             VALUE '    POSITION TOTAL'.
032000     05  FILLER                      PIC X(02) VALUE SPACES.
032100     05  FILLER                      PIC X(11) VALUE 'RESULT'.
032200     05  FILLER                      PIC X(08) VALUE SPACES.
032300
032400 01  DL100FR-NIGHT-LINE.
032500     05  FILLER                      PIC X(01) VALUE SPACE.
032600     05  DL100FR-NL-DATE             PIC 9(08).
032700     05  FILLER                      PIC X(02) VALUE SPACES.
032800     05  DL100FR-NL-GENS             PIC ZZ9.
032900     05  FILLER                      PIC X(02) VALUE SPACES.
033000     05  DL100FR-NL-DETAILS          PIC ZZZ,ZZZ,ZZ9.
033100     05  FILLER                      PIC X(01) VALUE SPACE.
033200     05  DL100FR-NL-GL-NET           PIC -(11)9.99.
033300     05  FILLER                      PIC X(01) VALUE SPACE.
033400     05  DL100FR-NL-MAINT-NET        PIC -(11)9.99.
033500     05  FILLER                      PIC X(01) VALUE SPACE.
033600     05  DL100FR-NL-MOVEMENT         PIC -(11)9.99.
033700     05  FILLER                      PIC X(01) VALUE SPACE.
033800     05  DL100FR-NL-REBUILT          PIC -(13)9.99.
033900     05  FILLER                      PIC X(01) VALUE SPACE.
034000     05  DL100FR-NL-POSITION         PIC -(13)9.99.
034100     05  FILLER                      PIC X(02) VALUE SPACES.
034200     05  DL100FR-NL-RESULT           PIC X(11).
034300     05  FILLER                      PIC X(08) VALUE SPACES.
034400
034500 01  DL100FR-EXCEPTION-LINE.
034600     05  FILLER                      PIC X(01) VALUE SPACE.
034700     05  FILLER                      PIC X(03) VALUE '** '.
034800     05  DL100FR-XL-ACCOUNT          PIC X(10).
034900     05  FILLER                      PIC X(02) VALUE SPACES.
035000     05  DL100FR-XL-DATE             PIC 9(08).
035100     05  FILLER                      PIC X(02) VALUE SPACES.
035200     05  DL100FR-XL-TEXT             PIC X(50).
035300     05  FILLER                      PIC X(56) VALUE SPACES.
035400
035500 01  DL100FR-COUNT-LINE.
035600     05  FILLER                      PIC X(01) VALUE SPACE.
035700     05  DL100FR-CL-LABEL            PIC X(40).
035800     05  DL100FR-CL-COUNT            PIC ZZZ,ZZZ,ZZ9.
035900     05  FILLER                      PIC X(80) VALUE SPACES.
036000
036100 01  DL100FR-VALUE-LINE.
036200     05  FILLER                      PIC X(01) VALUE SPACE.
036300     05  DL100FR-VL-LABEL            PIC X(40).
036400     05  DL100FR-VL-AMOUNT           PIC -(13)9.99.
036500     05  FILLER                      PIC X(74) VALUE SPACES.
036600
036700 01  DL100FR-NOTE-LINE.
036800     05  FILLER                      PIC X(01) VALUE '0'.
036900     05  DL100FR-NT-TEXT             PIC X(60).
037000     05  FILLER                      PIC X(71) VALUE SPACES.
037100
037200 PROCEDURE DIVISION.
037300*****************************************************************
037400* 0000-MAINLINE.  A STARTING POINT THAT DOES NOT PROVE STOPS THE
037500* RUN BEFORE ANYTHING IS REPLAYED ONTO IT.
037600*****************************************************************
037700 0000-MAINLINE.
037800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037900     IF DL100FR-RETURN-CODE NOT = 16
038000         PERFORM 2000-PROVE-START THRU 2000-EXIT
038100     END-IF.
038200     IF DL100FR-RETURN-CODE NOT = 16 AND NOT DL100FR-STOPPED
038300         PERFORM 3000-REPLAY-NIGHTS THRU 3000-EXIT
038400     END-IF.
038500     IF DL100FR-RETURN-CODE NOT = 16 AND NOT DL100FR-STOPPED
038600         PERFORM 5000-FINAL-PROOF THRU 5000-EXIT
038700     END-IF.
038800     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
038900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
039000     STOP RUN.
039100
039200*****************************************************************
039300* 1000-INITIALIZE - STAMPS THE RUN, READS THE CONTROL CARD,
039400* TABLES THE POSITIONS, LOADS THE IMAGE AND OPENS THE FEEDS.
039500*****************************************************************
039600 1000-INITIALIZE.
039700     MOVE 'GETDATE ' TO DL100LK-FUNCTION.
039800     CALL 'DL100DT' USING DL100LK-PARM-AREA.
039900     IF DL100LK-RETURN-CODE NOT = ZERO
040000         DISPLAY 'DL100E - DL100DT REJECTED GETDATE, RC='
040100             DL100LK-RETURN-CODE
040200         MOVE 16 TO DL100FR-RETURN-CODE
040300         GO TO 1000-EXIT
040400     END-IF.
040500     ACCEPT DL100FR-RUN-TIME FROM TIME.
040600     OPEN EXTEND DL100-AUDITFILE.
040700     IF DL100-AUDITFILE-STATUS NOT = '00'
040800         DISPLAY 'DL100E - UNABLE TO OPEN AUDIT LOG, STATUS='
040900             DL100-AUDITFILE-STATUS
041000         MOVE 16 TO DL100FR-RETURN-CODE
041100         GO TO 1000-EXIT
041200     END-IF.
041300     SET DL100FR-AUDIT-OPEN TO TRUE.
041400     OPEN OUTPUT DL100-REPTFILE.
041500     IF DL100-REPTFILE-STATUS NOT = '00'
041600         DISPLAY 'DL100E - UNABLE TO OPEN REPORT FILE, STATUS='
041700             DL100-REPTFILE-STATUS
041800         MOVE 16 TO DL100FR-RETURN-CODE
041900         GO TO 1000-EXIT
042000     END-IF.
042100     SET DL100FR-REPT-OPEN TO TRUE.
042200     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
042300     IF DL100FR-RETURN-CODE = 16
042400         GO TO 1000-EXIT
042500     END-IF.
042600     PERFORM 1200-LOAD-POSITIONS THRU 1200-EXIT.
042700     IF DL100FR-RETURN-CODE = 16
042800         GO TO 1000-EXIT
042900     END-IF.
043000     PERFORM 1300-LOAD-IMAGE THRU 1300-EXIT.
043100     IF DL100FR-RETURN-CODE = 16
043200         GO TO 1000-EXIT
043300     END-IF.
043400     PERFORM 1400-OPEN-FEEDS THRU 1400-EXIT.
043500 1000-EXIT.
043600     EXIT.
043700
043800*****************************************************************
043900* 1100-READ-CONTROL-CARD - BOTH DATES MUST BE NUMERIC AND THE
044000* TARGET MAY NOT FALL BEFORE THE IMAGE.
044100*****************************************************************
044200 1100-READ-CONTROL-CARD.
044300     OPEN INPUT DL100-CTLFILE.
044400     IF DL100-CTLFILE-STATUS NOT = '00'
044500         DISPLAY 'DL100E - UNABLE TO OPEN CONTROL CARD, STATUS='
044600             DL100-CTLFILE-STATUS
044700         MOVE 16 TO DL100FR-RETURN-CODE
044800         GO TO 1100-EXIT
044900     END-IF.
045000     READ DL100-CTLFILE
045100         AT END
045200             DISPLAY 'DL100E - NO RECOVERY CONTROL CARD SUPPLIED'
045300             MOVE 16 TO DL100FR-RETURN-CODE
045400     END-READ.
045500     CLOSE DL100-CTLFILE.
045600     IF DL100FR-RETURN-CODE = 16
045700         GO TO 1100-EXIT
045800     END-IF.
045900     IF DL100FC-IMAGE-DATE NOT NUMERIC
046000             OR DL100FC-TARGET-DATE NOT NUMERIC
046100             OR DL100FC-IMAGE-DATE = ZERO
046200             OR DL100FC-TARGET-DATE < DL100FC-IMAGE-DATE
046300         DISPLAY 'DL100E - BAD RECOVERY CONTROL CARD: '
046400             DL100FC-RECORD
046500         MOVE 16 TO DL100FR-RETURN-CODE
046600         GO TO 1100-EXIT
046700     END-IF.
046800     MOVE DL100FC-IMAGE-DATE TO DL100FR-IMAGE-DATE.
046900     MOVE DL100FC-TARGET-DATE TO DL100FR-TARGET-DATE.
047000     DISPLAY 'DL100I - RECOVERING FROM IMAGE OF '
047100         DL100FR-IMAGE-DATE ' THROUGH ' DL100FR-TARGET-DATE.
047200 1100-EXIT.
047300     EXIT.
047400
047500*****************************************************************
047600* 1200-LOAD-POSITIONS - TABLES EVERY POSITION FROM THE IMAGE DATE
047700* TO THE TARGET DATE AND KEEPS THE LATEST ONE BEFORE THE IMAGE
047800* AS THE STARTING POINT - THE LAST ONE WRITTEN, WHEN THAT DATE
047801* RAN MORE THAN ONE CYCLE.  NO POSITIONS AT ALL (DD DUMMY) LEAVES
047900* NOTHING TO TIE AGAINST, WHICH THE REPORT CALLS OUT.
048000*****************************************************************
048100 1200-LOAD-POSITIONS.
048200     OPEN INPUT DL100-POSIN.
048300     IF DL100-POSIN-STATUS NOT = '00'
048400         DISPLAY 'DL100W - UNABLE TO OPEN POSITION FILE, STATUS='
048500             DL100-POSIN-STATUS
048600         IF DL100FR-RETURN-CODE < 4
048700             MOVE 4 TO DL100FR-RETURN-CODE
048800         END-IF
048900         GO TO 1200-EXIT
049000     END-IF.
049100     PERFORM 1210-LOAD-ONE-POSITION THRU 1210-EXIT
049200         UNTIL DL100FR-POSIN-EOF.
049300     CLOSE DL100-POSIN.
049400     DISPLAY 'DL100I - POSITIONS IN RECOVERY RANGE = '
049500         DL100FR-POS-COUNT.
049600 1200-EXIT.
049700     EXIT.
049800
049900 1210-LOAD-ONE-POSITION.
050000     READ DL100-POSIN
050100         AT END
050200             SET DL100FR-POSIN-EOF TO TRUE
050300     END-READ.
050400     IF DL100FR-POSIN-EOF
050500         GO TO 1210-EXIT
050600     END-IF.
050700     IF DL100TP-RUN-DATE > DL100FR-TARGET-DATE
050800         GO TO 1210-EXIT
050900     END-IF.
051000     IF DL100TP-RUN-DATE < DL100FR-IMAGE-DATE
051100         IF DL100TP-RUN-DATE NOT < DL100FR-START-DATE
051200             SET DL100FR-START-SEEN TO TRUE
051300             MOVE DL100TP-RUN-DATE TO DL100FR-START-DATE
051400             MOVE DL100TP-TOTAL-BALANCE TO DL100FR-START-TOTAL
051500         END-IF
051600         GO TO 1210-EXIT
051700     END-IF.
051800     IF DL100FR-POS-COUNT >= 400
051900         DISPLAY 'DL100E - POSITION TABLE FULL, MORE THAN 400 '
052000             'NIGHTS IN THE RECOVERY RANGE'
052100         MOVE 16 TO DL100FR-RETURN-CODE
052200         SET DL100FR-POSIN-EOF TO TRUE
052300         GO TO 1210-EXIT
052400     END-IF.
052500     ADD 1 TO DL100FR-POS-COUNT.
052600     MOVE DL100FR-POS-COUNT TO DL100FR-POS-SUB.
052700     MOVE DL100TP-RUN-DATE TO DL100FR-PT-DATE (DL100FR-POS-SUB).
052800     MOVE DL100TP-TOTAL-BALANCE
052900         TO DL100FR-PT-TOTAL (DL100FR-POS-SUB).
053000     MOVE DL100TP-OPEN-COUNT TO DL100FR-PT-OPEN (DL100FR-POS-SUB).
053100     MOVE DL100TP-CLOSED-COUNT
053200         TO DL100FR-PT-CLOSED (DL100FR-POS-SUB).
053300 1210-EXIT.
053400     EXIT.
053500
053600*****************************************************************
053700* 1300-LOAD-IMAGE - COPIES THE IMAGE INTO THE EMPTY RECOVERY
053800* CLUSTER, TOTALLING IT AS IT GOES, THEN REOPENS THE CLUSTER FOR
053900* UPDATE BY KEY.
054000*****************************************************************
054100 1300-LOAD-IMAGE.
054200     OPEN INPUT DL100-IMAGEFILE.
054300     IF DL100-IMAGEFILE-STATUS NOT = '00'
054400         DISPLAY 'DL100E - UNABLE TO OPEN IMAGE COPY, STATUS='
054500             DL100-IMAGEFILE-STATUS
054600         MOVE 16 TO DL100FR-RETURN-CODE
054700         GO TO 1300-EXIT
054800     END-IF.
054900     OPEN OUTPUT DL100-MASTFILE.
055000     IF DL100-MASTFILE-STATUS NOT = '00'
055100         DISPLAY 'DL100E - UNABLE TO OPEN RECOVERY MASTER, '
055200             'STATUS=' DL100-MASTFILE-STATUS
055300         MOVE 16 TO DL100FR-RETURN-CODE
055400         CLOSE DL100-IMAGEFILE
055500         GO TO 1300-EXIT
055600     END-IF.
055700     PERFORM 1310-LOAD-ONE-ACCOUNT THRU 1310-EXIT
055800         UNTIL DL100FR-IMAGE-EOF.
055900     CLOSE DL100-IMAGEFILE.
056000     CLOSE DL100-MASTFILE.
056100     IF DL100FR-RETURN-CODE = 16
056200         GO TO 1300-EXIT
056300     END-IF.
056400     MOVE DL100FR-RUN-TOTAL TO DL100FR-IMAGE-TOTAL.
056500     DISPLAY 'DL100I - IMAGE ACCOUNTS LOADED = '
056600         DL100FR-IMAGE-COUNT.
056700     OPEN I-O DL100-MASTFILE.
056800     IF DL100-MASTFILE-STATUS NOT = '00'
056900         DISPLAY 'DL100E - UNABLE TO REOPEN RECOVERY MASTER, '
057000             'STATUS=' DL100-MASTFILE-STATUS
057100         MOVE 16 TO DL100FR-RETURN-CODE
057200         GO TO 1300-EXIT
057300     END-IF.
057400     SET DL100FR-MAST-OPEN TO TRUE.
057500 1300-EXIT.
057600     EXIT.
057700
057800 1310-LOAD-ONE-ACCOUNT.
057900     READ DL100-IMAGEFILE
058000         AT END
058100             SET DL100FR-IMAGE-EOF TO TRUE
058200     END-READ.
058300     IF DL100FR-IMAGE-EOF
058400         GO TO 1310-EXIT
058500     END-IF.
058600     MOVE DL100FR-IMAGE-RECORD TO DL100AM-RECORD.
058700     WRITE DL100AM-RECORD
058800         INVALID KEY
058900             CONTINUE
059000     END-WRITE.
059100     IF DL100-MASTFILE-STATUS NOT = '00'
059200         DISPLAY 'DL100E - RECOVERY MASTER LOAD FAILED FOR '
059300             DL100AM-ACCOUNT-NO ', STATUS=' DL100-MASTFILE-STATUS
059400         MOVE 16 TO DL100FR-RETURN-CODE
059500         SET DL100FR-IMAGE-EOF TO TRUE
059600         GO TO 1310-EXIT
059700     END-IF.
059800     ADD 1 TO DL100FR-IMAGE-COUNT.
059900     ADD DL100AM-CURR-BALANCE TO DL100FR-RUN-TOTAL.
060000     IF DL100AM-ACCT-CLOSED
060100         ADD 1 TO DL100FR-RUN-CLOSED
060200     ELSE
060300         ADD 1 TO DL100FR-RUN-OPEN
060400     END-IF.
060500 1310-EXIT.
060600     EXIT.
060700
060800*****************************************************************
060900* 1400-OPEN-FEEDS - THE MAINTENANCE LOG IS READ ONE RECORD AHEAD
061000* SO EACH NIGHT CAN TAKE ITS CHANGES UP TO ITS OWN DATE.  A LOG
061100* THAT WILL NOT OPEN IS TAKEN AS EMPTY, WITH A WARNING.
061200*****************************************************************
061300 1400-OPEN-FEEDS.
061400     OPEN INPUT DL100-GLFILE.
061500     IF DL100-GLFILE-STATUS NOT = '00'
061600         DISPLAY 'DL100E - UNABLE TO OPEN GL FEED, STATUS='
061700             DL100-GLFILE-STATUS
061800         MOVE 16 TO DL100FR-RETURN-CODE
061900         GO TO 1400-EXIT
062000     END-IF.
062100     SET DL100FR-GL-OPEN TO TRUE.
062200     OPEN INPUT DL100-ACCTLOG.
062300     IF DL100-ACCTLOG-STATUS NOT = '00'
062400         DISPLAY 'DL100W - UNABLE TO OPEN ACCOUNT MAINTENANCE '
062500             'LOG, STATUS=' DL100-ACCTLOG-STATUS
062600         DISPLAY 'DL100W - NO MAINTENANCE REAPPLIED'
062700         IF DL100FR-RETURN-CODE < 4
062800             MOVE 4 TO DL100FR-RETURN-CODE
062900         END-IF
063000         SET DL100FR-MAINT-EOF TO TRUE
063100         GO TO 1400-EXIT
063200     END-IF.
063300     SET DL100FR-MAINT-OPEN TO TRUE.
063400     PERFORM 4050-READ-NEXT-MAINT THRU 4050-EXIT.
063500 1400-EXIT.
063600     EXIT.
063700
063800*****************************************************************
063900* 2000-PROVE-START - THE IMAGE WAS TAKEN AHEAD OF THE IMAGE
064000* NIGHT'S POSTING, SO IT MUST EQUAL THE LAST POSITION BEFORE IT
064100* PLUS THE MAINTENANCE LOGGED SINCE, UP TO AND INCLUDING THE
064200* IMAGE DATE.  AN IMAGE THAT DOES NOT AGREE IS THE WRONG
064300* GENERATION OR A DAMAGED ONE - NOTHING IS REPLAYED ONTO IT.
064400*****************************************************************
064500 2000-PROVE-START.
064600     MOVE DL100FR-IMAGE-DATE TO DL100FR-MAINT-LIMIT.
064700     PERFORM 4000-APPLY-MAINT-THRU THRU 4000-EXIT.
064800     IF DL100FR-RETURN-CODE = 16
064900         GO TO 2000-EXIT
065000     END-IF.
065100     IF DL100FR-LINE-COUNT + 8 > DL100FR-LINES-PER-PAGE
065200         PERFORM 3850-WRITE-PAGE-HEADERS THRU 3850-EXIT
065300     END-IF.
065400     MOVE 'STARTING POINT' TO DL100FR-NT-TEXT.
065500     WRITE DL100RP-LINE FROM DL100FR-NOTE-LINE.
065600     MOVE 'IMAGE ACCOUNTS LOADED' TO DL100FR-CL-LABEL.
065700     MOVE DL100FR-IMAGE-COUNT TO DL100FR-CL-COUNT.
065800     WRITE DL100RP-LINE FROM DL100FR-COUNT-LINE.
065900     MOVE 'IMAGE TOTAL BALANCE' TO DL100FR-VL-LABEL.
066000     MOVE DL100FR-IMAGE-TOTAL TO DL100FR-VL-AMOUNT.
066100     WRITE DL100RP-LINE FROM DL100FR-VALUE-LINE.
066200     ADD 4 TO DL100FR-LINE-COUNT.
066300     IF NOT DL100FR-START-SEEN
066400         MOVE 'NO POSITION BEFORE THE IMAGE - START NOT PROVED'
066500             TO DL100FR-NT-TEXT
066600         WRITE DL100RP-LINE FROM DL100FR-NOTE-LINE
066700         ADD 2 TO DL100FR-LINE-COUNT
066800         DISPLAY 'DL100W - NO POSITION BEFORE THE IMAGE DATE, '
066900             'STARTING POINT NOT PROVED'
067000         IF DL100FR-RETURN-CODE < 4
067100             MOVE 4 TO DL100FR-RETURN-CODE
067200         END-IF
067300         GO TO 2000-EXIT
067400     END-IF.
067500     ADD DL100FR-START-TOTAL DL100FR-START-ADJUST
067600         GIVING DL100FR-EXPECTED-TOTAL.
067700     MOVE 'PRIOR POSITION TOTAL' TO DL100FR-VL-LABEL.
067800     MOVE DL100FR-START-TOTAL TO DL100FR-VL-AMOUNT.
067900     WRITE DL100RP-LINE FROM DL100FR-VALUE-LINE.
068000     MOVE 'MAINTENANCE NET SINCE PRIOR POSITION'
068100         TO DL100FR-VL-LABEL.
068200     MOVE DL100FR-START-ADJUST TO DL100FR-VL-AMOUNT.
068300     WRITE DL100RP-LINE FROM DL100FR-VALUE-LINE.
068400     MOVE 'EXPECTED IMAGE TOTAL' TO DL100FR-VL-LABEL.
068500     MOVE DL100FR-EXPECTED-TOTAL TO DL100FR-VL-AMOUNT.
068600     WRITE DL100RP-LINE FROM DL100FR-VALUE-LINE.
068700     ADD 3 TO DL100FR-LINE-COUNT.
068800     IF DL100FR-IMAGE-TOTAL = DL100FR-EXPECTED-TOTAL
068900         MOVE 'IMAGE AGREES WITH THE PRIOR POSITION'
069000             TO DL100FR-NT-TEXT
069100         WRITE DL100RP-LINE FROM DL100FR-NOTE-LINE
069200         ADD 2 TO DL100FR-LINE-COUNT
069300         DISPLAY 'DL100I - IMAGE AGREES WITH POSITION OF '
069400             DL100FR-START-DATE
069500     ELSE
069600         MOVE 'IMAGE DOES NOT AGREE - NOTHING REPLAYED'
069700             TO DL100FR-NT-TEXT
069800         WRITE DL100RP-LINE FROM DL100FR-NOTE-LINE
069900         ADD 2 TO DL100FR-LINE-COUNT
070000         DISPLAY 'DL100E - IMAGE DOES NOT AGREE WITH POSITION OF '
070100             DL100FR-START-DATE
070200         DISPLAY '   IMAGE TOTAL    = ' DL100FR-IMAGE-TOTAL
070300         DISPLAY '   EXPECTED TOTAL = ' DL100FR-EXPECTED-TOTAL
070400         IF DL100FR-RETURN-CODE < 8
070500             MOVE 8 TO DL100FR-RETURN-CODE
070600         END-IF
070700         SET DL100FR-STOPPED TO TRUE
070800     END-IF.
070900 2000-EXIT.
071000     EXIT.
071100
071200*****************************************************************
071300* 3000-REPLAY-NIGHTS - READS THE GL FEED GENERATIONS THROUGH,
071400* ONE NIGHT AT A TIME.  A CHANGE OF RUN DATE CLOSES THE NIGHT
071500* IN HAND AND OPENS THE NEXT.  IF THE FEED RAN OUT BEFORE THE
071600* TARGET DATE, THE TARGET NIGHT IS STILL OPENED SO ITS LOGGED
071700* MAINTENANCE IS APPLIED AND IT IS TIED LIKE ANY OTHER.
071800*****************************************************************
071900 3000-REPLAY-NIGHTS.
072000     IF DL100FR-LINE-COUNT + 3 > DL100FR-LINES-PER-PAGE
072100         PERFORM 3850-WRITE-PAGE-HEADERS THRU 3850-EXIT
072200     ELSE
072300         WRITE DL100RP-LINE FROM DL100FR-HDR2-LINE
072400         ADD 2 TO DL100FR-LINE-COUNT
072500     END-IF.
072600     PERFORM 3100-READ-ONE-GL THRU 3100-EXIT
072700         UNTIL DL100FR-GL-EOF.
072800     IF DL100FR-RETURN-CODE = 16
072900         GO TO 3000-EXIT
073000     END-IF.
073100     IF DL100FR-GEN-COUNT NOT = ZERO
073200         DISPLAY 'DL100E - LAST GL FEED GENERATION HAS NO TRAILER'
073300         IF DL100FR-RETURN-CODE < 8
073400             MOVE 8 TO DL100FR-RETURN-CODE
073500         END-IF
073600     END-IF.
073700     IF DL100FR-NIGHT-OPEN
073800         PERFORM 3500-CLOSE-NIGHT THRU 3500-EXIT
073900     END-IF.
074000     IF DL100FR-LAST-NIGHT-DATE < DL100FR-TARGET-DATE
074100         MOVE DL100FR-TARGET-DATE TO DL100FR-GL-REC-DATE
074200         PERFORM 3400-START-NIGHT THRU 3400-EXIT
074300         PERFORM 3500-CLOSE-NIGHT THRU 3500-EXIT
074400     END-IF.
074500     DISPLAY 'DL100I - NIGHTS REPLAYED = ' DL100FR-NIGHT-COUNT
074600         ' TIED = ' DL100FR-TIED-COUNT.
074700 3000-EXIT.
074800     EXIT.
074900
075000 3100-READ-ONE-GL.
075100     READ DL100-GLFILE
075200         AT END
075300             SET DL100FR-GL-EOF TO TRUE
075400     END-READ.
075500     IF DL100FR-GL-EOF
075600         GO TO 3100-EXIT
075700     END-IF.
075800     IF DL100GL-TRAILER
075900         MOVE DL100GL-TRAILER-DATE TO DL100FR-GL-REC-DATE
076000     ELSE
076100         MOVE DL100GL-RUN-DATE TO DL100FR-GL-REC-DATE
076200     END-IF.
076300     IF DL100FR-GL-REC-DATE < DL100FR-IMAGE-DATE
076400         IF DL100GL-TRAILER
076500             MOVE ZERO TO DL100FR-GEN-COUNT
076600             MOVE ZERO TO DL100FR-GEN-HASH
076700         END-IF
076800         GO TO 3100-EXIT
076900     END-IF.
077000     IF DL100FR-GL-REC-DATE > DL100FR-TARGET-DATE
077100         SET DL100FR-GL-EOF TO TRUE
077200         GO TO 3100-EXIT
077300     END-IF.
077400     IF DL100FR-NIGHT-OPEN
077500             AND DL100FR-GL-REC-DATE < DL100FR-NIGHT-DATE
077600         DISPLAY 'DL100E - GL FEED OUT OF DATE ORDER, '
077700             DL100FR-GL-REC-DATE ' FOLLOWS ' DL100FR-NIGHT-DATE
077800         DISPLAY 'DL100E - CONCATENATE THE GENERATIONS OLDEST '
077900             'FIRST'
078000         MOVE 16 TO DL100FR-RETURN-CODE
078100         SET DL100FR-GL-EOF TO TRUE
078200         GO TO 3100-EXIT
078300     END-IF.
078400     IF DL100FR-NIGHT-OPEN
078500             AND DL100FR-GL-REC-DATE NOT = DL100FR-NIGHT-DATE
078600         PERFORM 3500-CLOSE-NIGHT THRU 3500-EXIT
078700     END-IF.
078800     IF NOT DL100FR-NIGHT-OPEN
078900         PERFORM 3400-START-NIGHT THRU 3400-EXIT
079000     END-IF.
079100     IF DL100FR-RETURN-CODE = 16
079200         SET DL100FR-GL-EOF TO TRUE
079300         GO TO 3100-EXIT
079400     END-IF.
079500     IF DL100GL-TRAILER
079600         PERFORM 3300-CHECK-GEN-TRAILER THRU 3300-EXIT
079700     ELSE
079800         PERFORM 3200-APPLY-GL-DETAIL THRU 3200-EXIT
079900     END-IF.
080000 3100-EXIT.
080100     EXIT.
080200
080300*****************************************************************
080400* 3200-APPLY-GL-DETAIL - POSTS ONE GL DETAIL TO THE RECOVERY
080500* MASTER THE LEDGER WAY: DEBITS SUBTRACT, CREDITS AND
080600* ADJUSTMENTS ADD.  THE ACTIVITY DATE TAKES THE FEED'S RUN DATE,
080633* EXCEPT FOR THE SYSTEM 'AUTO' AND 'INTR' BRANCHES, WHICH DO
080666* NOT STAMP IT IN COBOL1 EITHER.
080700* AN ACCOUNT MISSING FROM THE REBUILT MASTER IS LISTED AND THE
080800* NIGHT WILL NOT TIE.
080900*****************************************************************
081000 3200-APPLY-GL-DETAIL.
081100     ADD 1 TO DL100FR-GEN-COUNT.
081200     ADD 1 TO DL100FR-NIGHT-DETAILS.
081300     ADD DL100GL-NET-AMOUNT TO DL100FR-GEN-HASH.
081400     IF DL100GL-TRAN-CODE = 'DR'
081500         SUBTRACT DL100GL-NET-AMOUNT FROM ZERO
081600             GIVING DL100FR-SIGNED-AMOUNT
081700     ELSE
081800         MOVE DL100GL-NET-AMOUNT TO DL100FR-SIGNED-AMOUNT
081900     END-IF.
082000     ADD DL100FR-SIGNED-AMOUNT TO DL100FR-NIGHT-GL-NET.
082100     MOVE DL100GL-ACCOUNT-NO TO DL100AM-ACCOUNT-NO.
082200     READ DL100-MASTFILE
082300         INVALID KEY
082400             CONTINUE
082500     END-READ.
082600     IF DL100-MASTFILE-STATUS = '23'
082700         MOVE DL100GL-ACCOUNT-NO TO DL100FR-XL-ACCOUNT
082800         MOVE DL100GL-RUN-DATE TO DL100FR-XL-DATE
082900         MOVE 'GL POSTING FOR AN ACCOUNT NOT ON THE MASTER'
083000             TO DL100FR-EXCEPTION-TEXT
083100         PERFORM 3800-WRITE-EXCEPTION THRU 3800-EXIT
083200         IF DL100FR-RETURN-CODE < 8
083300             MOVE 8 TO DL100FR-RETURN-CODE
083400         END-IF
083500         GO TO 3200-EXIT
083600     END-IF.
083700     IF DL100-MASTFILE-STATUS NOT = '00'
083800         DISPLAY 'DL100E - RECOVERY MASTER READ FAILED FOR '
083900             DL100GL-ACCOUNT-NO ', STATUS=' DL100-MASTFILE-STATUS
084000         MOVE 16 TO DL100FR-RETURN-CODE
084100         SET DL100FR-GL-EOF TO TRUE
084200         GO TO 3200-EXIT
084300     END-IF.
084400     ADD DL100FR-SIGNED-AMOUNT TO DL100AM-CURR-BALANCE.
084440     IF DL100GL-BRANCH-ID NOT = 'AUTO'
084480             AND DL100GL-BRANCH-ID NOT = 'INTR'
084520         MOVE DL100GL-RUN-DATE TO DL100AM-LAST-ACTIVITY
084560     END-IF.
084600     REWRITE DL100AM-RECORD
084700         INVALID KEY
084800             CONTINUE
084900     END-REWRITE.
085000     IF DL100-MASTFILE-STATUS NOT = '00'
085100         DISPLAY 'DL100E - RECOVERY MASTER REWRITE FAILED FOR '
085200             DL100GL-ACCOUNT-NO ', STATUS=' DL100-MASTFILE-STATUS
085300         MOVE 16 TO DL100FR-RETURN-CODE
085400         SET DL100FR-GL-EOF TO TRUE
085500         GO TO 3200-EXIT
085600     END-IF.
085700     ADD DL100FR-SIGNED-AMOUNT TO DL100FR-RUN-TOTAL.
085800     ADD 1 TO DL100FR-GL-APPLIED.
085900 3200-EXIT.
086000     EXIT.
086100
086200*****************************************************************
086300* 3300-CHECK-GEN-TRAILER - EACH GENERATION MUST BALANCE TO ITS
086400* OWN TRAILER, AS DL100TB PROVED IT ON THE NIGHT.  ONE THAT DOES
086500* NOT IS DAMAGED AND THE RECOVERY CANNOT GO PAST IT.
086600*****************************************************************
086700 3300-CHECK-GEN-TRAILER.
086800     ADD 1 TO DL100FR-NIGHT-GENS.
086900     IF DL100GL-TRAILER-COUNT NOT = DL100FR-GEN-COUNT
087000             OR DL100GL-TRAILER-HASH NOT = DL100FR-GEN-HASH
087100         DISPLAY 'DL100E - GL FEED OF ' DL100GL-TRAILER-DATE
087200             ' DOES NOT BALANCE TO ITS OWN TRAILER'
087300         DISPLAY '   DETAILS READ = ' DL100FR-GEN-COUNT
087400             ' EXPECTED = ' DL100GL-TRAILER-COUNT
087500         DISPLAY '   HASH TOTAL   = ' DL100FR-GEN-HASH
087600             ' EXPECTED = ' DL100GL-TRAILER-HASH
087700         MOVE 16 TO DL100FR-RETURN-CODE
087800         SET DL100FR-GL-EOF TO TRUE
087900     END-IF.
088000     MOVE ZERO TO DL100FR-GEN-COUNT.
088100     MOVE ZERO TO DL100FR-GEN-HASH.
088200 3300-EXIT.
088300     EXIT.
088400
088500*****************************************************************
088600* 3400-START-NIGHT - OPENS THE NIGHT DATED BY THE RECORD IN HAND
088700* AND APPLIES THE MAINTENANCE LOGGED UP TO THAT DATE, WHICH WAS
088800* ON THE MASTER BEFORE THAT NIGHT'S POSTING RAN.
088900*****************************************************************
089000 3400-START-NIGHT.
089100     SET DL100FR-NIGHT-OPEN TO TRUE.
089200     MOVE DL100FR-GL-REC-DATE TO DL100FR-NIGHT-DATE.
089300     MOVE ZERO TO DL100FR-NIGHT-GENS.
089400     MOVE ZERO TO DL100FR-NIGHT-DETAILS.
089500     MOVE ZERO TO DL100FR-NIGHT-GL-NET.
089600     MOVE ZERO TO DL100FR-NIGHT-MAINT-NET.
089700     MOVE DL100FR-RUN-TOTAL TO DL100FR-NIGHT-START-TOTAL.
089800     MOVE DL100FR-NIGHT-DATE TO DL100FR-MAINT-LIMIT.
089900     PERFORM 4000-APPLY-MAINT-THRU THRU 4000-EXIT.
090000 3400-EXIT.
090100     EXIT.
090200
090300*****************************************************************
090400* 3500-CLOSE-NIGHT - TIES THE NIGHT JUST REPLAYED TO ITS OWN
090500* POSITION: THE REBUILT TOTAL AND THE OPEN/CLOSED COUNTS MUST
090600* MATCH WHAT DL100TB RECORDED THAT NIGHT.  A NIGHT THAT DOES NOT
090700* TIE IS CARRIED ON WITH A WARNING - THE FINAL PROOF DECIDES
090800* WHETHER THE MASTER CAN BE USED.
090900*****************************************************************
091000 3500-CLOSE-NIGHT.
091100     SUBTRACT DL100FR-NIGHT-START-TOTAL FROM DL100FR-RUN-TOTAL
091200         GIVING DL100FR-NIGHT-MOVEMENT.
091300     MOVE DL100FR-NIGHT-DATE TO DL100FR-FIND-DATE.
091400     PERFORM 3600-FIND-POSITION THRU 3600-EXIT.
091500     IF NOT DL100FR-FOUND
091600         MOVE 'NO POSITION' TO DL100FR-NIGHT-RESULT
091700         MOVE ZERO TO DL100FR-FOUND-TOTAL
091800         IF DL100FR-RETURN-CODE < 4
091900             MOVE 4 TO DL100FR-RETURN-CODE
092000         END-IF
092100     ELSE
092200         IF DL100FR-RUN-TOTAL = DL100FR-FOUND-TOTAL
092300                 AND DL100FR-RUN-OPEN = DL100FR-FOUND-OPEN
092400                 AND DL100FR-RUN-CLOSED = DL100FR-FOUND-CLOSED
092500             MOVE 'TIED' TO DL100FR-NIGHT-RESULT
092600             ADD 1 TO DL100FR-TIED-COUNT
092700         ELSE
092800             MOVE 'DRIFT' TO DL100FR-NIGHT-RESULT
092900             DISPLAY 'DL100W - NIGHT OF ' DL100FR-NIGHT-DATE
093000                 ' DOES NOT TIE TO ITS POSITION'
093100             IF DL100FR-RETURN-CODE < 4
093200                 MOVE 4 TO DL100FR-RETURN-CODE
093300             END-IF
093400         END-IF
093500     END-IF.
093600     IF DL100FR-LINE-COUNT >= DL100FR-LINES-PER-PAGE
093700         PERFORM 3850-WRITE-PAGE-HEADERS THRU 3850-EXIT
093800     END-IF.
093900     MOVE DL100FR-NIGHT-DATE TO DL100FR-NL-DATE.
094000     MOVE DL100FR-NIGHT-GENS TO DL100FR-NL-GENS.
094100     MOVE DL100FR-NIGHT-DETAILS TO DL100FR-NL-DETAILS.
094200     MOVE DL100FR-NIGHT-GL-NET TO DL100FR-NL-GL-NET.
094300     MOVE DL100FR-NIGHT-MAINT-NET TO DL100FR-NL-MAINT-NET.
094400     MOVE DL100FR-NIGHT-MOVEMENT TO DL100FR-NL-MOVEMENT.
094500     MOVE DL100FR-RUN-TOTAL TO DL100FR-NL-REBUILT.
094600     MOVE DL100FR-FOUND-TOTAL TO DL100FR-NL-POSITION.
094700     MOVE DL100FR-NIGHT-RESULT TO DL100FR-NL-RESULT.
094800     WRITE DL100RP-LINE FROM DL100FR-NIGHT-LINE.
094900     ADD 1 TO DL100FR-LINE-COUNT.
095000     ADD 1 TO DL100FR-NIGHT-COUNT.
095100     MOVE DL100FR-NIGHT-DATE TO DL100FR-LAST-NIGHT-DATE.
095200     MOVE 'N' TO DL100FR-NIGHT-OPEN-SW.
095300 3500-EXIT.
095400     EXIT.
095500
095600*****************************************************************
095700* 3600-FIND-POSITION - LOOKS THE DATE IN DL100FR-FIND-DATE UP
095800* IN THE POSITION TABLE.  THE WHOLE TABLE IS SEARCHED SO THE
095801* LAST POSITION OF THE DATE - THE FINAL CYCLE'S - IS THE ONE
095802* LEFT STANDING.
095900*****************************************************************
096000 3600-FIND-POSITION.
096100     MOVE 'N' TO DL100FR-FOUND-SW.
096200     IF DL100FR-POS-COUNT > ZERO
096300         PERFORM 3610-MATCH-ONE-POSITION THRU 3610-EXIT
096400             VARYING DL100FR-POS-SUB FROM 1 BY 1
096500             UNTIL DL100FR-POS-SUB > DL100FR-POS-COUNT
096700     END-IF.
096800 3600-EXIT.
096900     EXIT.
097000
097100 3610-MATCH-ONE-POSITION.
097200     IF DL100FR-PT-DATE (DL100FR-POS-SUB) = DL100FR-FIND-DATE
097300         SET DL100FR-FOUND TO TRUE
097400         MOVE DL100FR-PT-TOTAL (DL100FR-POS-SUB)
097500             TO DL100FR-FOUND-TOTAL
097600         MOVE DL100FR-PT-OPEN (DL100FR-POS-SUB)
097700             TO DL100FR-FOUND-OPEN
097800         MOVE DL100FR-PT-CLOSED (DL100FR-POS-SUB)
097900             TO DL100FR-FOUND-CLOSED
098000     END-IF.
098100 3610-EXIT.
098200     EXIT.
098300
098400*****************************************************************
098500* 3800-WRITE-EXCEPTION - ONE FLAGGED LINE PER ITEM THAT COULD NOT
098600* BE REAPPLIED AS LOGGED.  THE CALLER SETS THE ACCOUNT, DATE AND
098700* TEXT.
098800*****************************************************************
098900 3800-WRITE-EXCEPTION.
099000     IF DL100FR-LINE-COUNT >= DL100FR-LINES-PER-PAGE
099100         PERFORM 3850-WRITE-PAGE-HEADERS THRU 3850-EXIT
099200     END-IF.
099300     MOVE DL100FR-EXCEPTION-TEXT TO DL100FR-XL-TEXT.
099400     WRITE DL100RP-LINE FROM DL100FR-EXCEPTION-LINE.
099500     ADD 1 TO DL100FR-LINE-COUNT.
099600     ADD 1 TO DL100FR-EXCEPTION-COUNT.
099700 3800-EXIT.
099800     EXIT.
099900
100000 3850-WRITE-PAGE-HEADERS.
100100     ADD 1 TO DL100FR-PAGE-NUMBER.
100200     MOVE DL100LK-RUN-DATE TO DL100FR-H1-RUN-DATE.
100300     MOVE DL100FR-IMAGE-DATE TO DL100FR-H1-IMAGE-DATE.
100400     MOVE DL100FR-TARGET-DATE TO DL100FR-H1-TARGET-DATE.
100500     MOVE DL100FR-PAGE-NUMBER TO DL100FR-H1-PAGE.
100600     WRITE DL100RP-LINE FROM DL100FR-HDR1-LINE.
100700     WRITE DL100RP-LINE FROM DL100FR-HDR2-LINE.
100800     MOVE ZERO TO DL100FR-LINE-COUNT.
100900 3850-EXIT.
101000     EXIT.
101100
101200*****************************************************************
101300* 4000-APPLY-MAINT-THRU - TAKES EVERY LOGGED CHANGE DATED UP TO
101400* DL100FR-MAINT-LIMIT, LEAVING THE FIRST LATER ONE IN HAND.
101500*****************************************************************
101600 4000-APPLY-MAINT-THRU.
101700     PERFORM 4100-APPLY-ONE-MAINT THRU 4100-EXIT
101800         UNTIL DL100FR-MAINT-EOF
101900             OR DL100AX-RUN-DATE > DL100FR-MAINT-LIMIT
102000             OR DL100FR-RETURN-CODE = 16.
102100 4000-EXIT.
102200     EXIT.
102300
102400 4050-READ-NEXT-MAINT.
102500     READ DL100-ACCTLOG
102600         AT END
102700             SET DL100FR-MAINT-EOF TO TRUE
102800     END-READ.
102900 4050-EXIT.
103000     EXIT.
103100
103200 4100-APPLY-ONE-MAINT.
103300     PERFORM 4150-TAKE-ONE-MAINT THRU 4150-EXIT.
103400     PERFORM 4050-READ-NEXT-MAINT THRU 4050-EXIT.
103500 4100-EXIT.
103600     EXIT.
103700
103800*****************************************************************
103900* 4150-TAKE-ONE-MAINT - A CHANGE ALREADY INSIDE THE PRIOR
104000* POSITION IS PASSED OVER; ONE UP TO THE IMAGE DATE IS ALREADY ON
104100* THE IMAGE AND ONLY COUNTS TOWARD THE STARTING-POINT PROOF;
104200* ANYTHING LATER IS REAPPLIED TO THE RECOVERY MASTER.
104300*****************************************************************
104400 4150-TAKE-ONE-MAINT.
104500     IF DL100FR-START-SEEN
104600             AND DL100AX-RUN-DATE NOT > DL100FR-START-DATE
104700         GO TO 4150-EXIT
104800     END-IF.
104900     IF DL100AX-RUN-DATE NOT > DL100FR-IMAGE-DATE
105000         ADD DL100AX-AFTER-BALANCE TO DL100FR-START-ADJUST
105100         SUBTRACT DL100AX-BEFORE-BALANCE FROM DL100FR-START-ADJUST
105200         GO TO 4150-EXIT
105300     END-IF.
105400     IF DL100AX-ACTION = 'O'
105500         PERFORM 4200-OPEN-FROM-LOG THRU 4200-EXIT
105600     ELSE
105700         PERFORM 4300-CHANGE-FROM-LOG THRU 4300-EXIT
105800     END-IF.
105900 4150-EXIT.
106000     EXIT.
106100
106200*****************************************************************
106300* 4200-OPEN-FROM-LOG - ADDS AN ACCOUNT OPENED AFTER THE IMAGE,
106400* SET UP THE WAY DL100AU OPENS ONE.
106500*****************************************************************
106600 4200-OPEN-FROM-LOG.
106700     MOVE SPACES TO DL100AM-RECORD.
106800     MOVE DL100AX-ACCOUNT-NO TO DL100AM-ACCOUNT-NO.
106900     MOVE DL100AX-AFTER-BALANCE TO DL100AM-CURR-BALANCE.
107000     MOVE DL100AX-AFTER-STATUS TO DL100AM-ACCT-STATUS.
107100     MOVE DL100AX-RUN-DATE TO DL100AM-LAST-ACTIVITY.
107200     MOVE ZERO TO DL100AM-MAX-TRAN-AMT.
107300     MOVE ZERO TO DL100AM-BALANCE-FLOOR.
107400     MOVE 'N' TO DL100AM-FLOOR-FLAG.
107500     MOVE ZERO TO DL100AM-ACCRUED-INT.
107600     MOVE DL100AX-RUN-DATE TO DL100AM-ACCRUED-THRU.
107650     MOVE ZERO TO DL100AM-CAPITALIZED.
107700     WRITE DL100AM-RECORD
107800         INVALID KEY
107900             CONTINUE
108000     END-WRITE.
108100     IF DL100-MASTFILE-STATUS = '22'
108200         MOVE DL100AX-ACCOUNT-NO TO DL100FR-XL-ACCOUNT
108300         MOVE DL100AX-RUN-DATE TO DL100FR-XL-DATE
108400         MOVE 'LOGGED OPEN FOR AN ACCOUNT ALREADY ON THE MASTER'
108500             TO DL100FR-EXCEPTION-TEXT
108600         PERFORM 3800-WRITE-EXCEPTION THRU 3800-EXIT
108700         IF DL100FR-RETURN-CODE < 8
108800             MOVE 8 TO DL100FR-RETURN-CODE
108900         END-IF
109000         GO TO 4200-EXIT
109100     END-IF.
109200     IF DL100-MASTFILE-STATUS NOT = '00'
109300         DISPLAY 'DL100E - RECOVERY MASTER WRITE FAILED FOR '
109400             DL100AX-ACCOUNT-NO ', STATUS=' DL100-MASTFILE-STATUS
109500         MOVE 16 TO DL100FR-RETURN-CODE
109600         GO TO 4200-EXIT
109700     END-IF.
109800     ADD DL100AX-AFTER-BALANCE TO DL100FR-RUN-TOTAL.
109900     ADD DL100AX-AFTER-BALANCE TO DL100FR-NIGHT-MAINT-NET.
110000     SUBTRACT DL100AX-BEFORE-BALANCE FROM DL100FR-NIGHT-MAINT-NET.
110100     IF DL100AM-ACCT-CLOSED
110200         ADD 1 TO DL100FR-RUN-CLOSED
110300     ELSE
110400         ADD 1 TO DL100FR-RUN-OPEN
110500     END-IF.
110600     ADD 1 TO DL100FR-MAINT-APPLIED.
110700 4200-EXIT.
110800     EXIT.
110900
111000*****************************************************************
111100* 4300-CHANGE-FROM-LOG - REAPPLIES A LOGGED CHANGE TO AN EXISTING
111200* ACCOUNT: THE BALANCE MOVES BY AFTER MINUS BEFORE AND THE STATUS
111300* BECOMES THE AFTER STATUS.  EVERY DL100AU ACTION RESTARTS THE
111400* ACTIVITY DATE; A DL100DS DORMANCY FLAG ('D') DOES NOT.  A LIMITS
111500* CHANGE ('L') IS LISTED FOR RE-KEYING - THE LOG DOES NOT CARRY
111600* THE LIMITS THEMSELVES.
111700*****************************************************************
111800 4300-CHANGE-FROM-LOG.
111900     MOVE DL100AX-ACCOUNT-NO TO DL100AM-ACCOUNT-NO.
112000     READ DL100-MASTFILE
112100         INVALID KEY
112200             CONTINUE
112300     END-READ.
112400     IF DL100-MASTFILE-STATUS = '23'
112500         MOVE DL100AX-ACCOUNT-NO TO DL100FR-XL-ACCOUNT
112600         MOVE DL100AX-RUN-DATE TO DL100FR-XL-DATE
112700         MOVE 'LOGGED CHANGE FOR AN ACCOUNT NOT ON THE MASTER'
112800             TO DL100FR-EXCEPTION-TEXT
112900         PERFORM 3800-WRITE-EXCEPTION THRU 3800-EXIT
113000         IF DL100FR-RETURN-CODE < 8
113100             MOVE 8 TO DL100FR-RETURN-CODE
113200         END-IF
113300         GO TO 4300-EXIT
113400     END-IF.
113500     IF DL100-MASTFILE-STATUS NOT = '00'
113600         DISPLAY 'DL100E - RECOVERY MASTER READ FAILED FOR '
113700             DL100AX-ACCOUNT-NO ', STATUS=' DL100-MASTFILE-STATUS
113800         MOVE 16 TO DL100FR-RETURN-CODE
113900         GO TO 4300-EXIT
114000     END-IF.
114100     IF DL100AM-ACCT-CLOSED
114200         SUBTRACT 1 FROM DL100FR-RUN-CLOSED
114300     ELSE
114400         SUBTRACT 1 FROM DL100FR-RUN-OPEN
114500     END-IF.
114600     SUBTRACT DL100AX-BEFORE-BALANCE FROM DL100AX-AFTER-BALANCE
114700         GIVING DL100FR-MAINT-AMOUNT.
114800     ADD DL100FR-MAINT-AMOUNT TO DL100AM-CURR-BALANCE.
114900     MOVE DL100AX-AFTER-STATUS TO DL100AM-ACCT-STATUS.
115000     IF DL100AX-ACTION NOT = 'D'
115100         MOVE DL100AX-RUN-DATE TO DL100AM-LAST-ACTIVITY
115200     END-IF.
115300     IF DL100AM-ACCT-CLOSED
115400         ADD 1 TO DL100FR-RUN-CLOSED
115500     ELSE
115600         ADD 1 TO DL100FR-RUN-OPEN
115700     END-IF.
115800     REWRITE DL100AM-RECORD
115900         INVALID KEY
116000             CONTINUE
116100     END-REWRITE.
116200     IF DL100-MASTFILE-STATUS NOT = '00'
116300         DISPLAY 'DL100E - RECOVERY MASTER REWRITE FAILED FOR '
116400             DL100AX-ACCOUNT-NO ', STATUS=' DL100-MASTFILE-STATUS
116500         MOVE 16 TO DL100FR-RETURN-CODE
116600         GO TO 4300-EXIT
116700     END-IF.
116800     ADD DL100FR-MAINT-AMOUNT TO DL100FR-RUN-TOTAL.
116900     ADD DL100FR-MAINT-AMOUNT TO DL100FR-NIGHT-MAINT-NET.
117000     ADD 1 TO DL100FR-MAINT-APPLIED.
117100     IF DL100AX-ACTION = 'L'
117200         MOVE DL100AX-ACCOUNT-NO TO DL100FR-XL-ACCOUNT
117300         MOVE DL100AX-RUN-DATE TO DL100FR-XL-DATE
117400         MOVE 'POSTING LIMITS CHANGED - RE-KEY THROUGH DL100AU'
117500             TO DL100FR-EXCEPTION-TEXT
117600         PERFORM 3800-WRITE-EXCEPTION THRU 3800-EXIT
117700         IF DL100FR-RETURN-CODE < 4
117800             MOVE 4 TO DL100FR-RETURN-CODE
117900         END-IF
118000     END-IF.
118100 4300-EXIT.
118200     EXIT.
118300
118400*****************************************************************
118500* 5000-FINAL-PROOF - READS THE REBUILT MASTER FRONT TO BACK, AS
118600* DL100TB DOES, AND PROVES IT AGAINST THE TARGET NIGHT'S
118700* POSITION.  ONLY A PROVED MASTER MAY BE COPIED BACK.  ANY
118725* ACCOUNT NOT CLOSED WHOSE INTEREST IS ACCRUED ONLY TO A DATE
118750* BEFORE THE TARGET IS LISTED (RC=4): THE REBUILD CANNOT REPLAY
118775* DL100IA, SO ITS ACCRUAL HAS TO BE RERUN OR RECONCILED.
118800*****************************************************************
118900 5000-FINAL-PROOF.
119000     CLOSE DL100-MASTFILE.
119100     MOVE 'N' TO DL100FR-MAST-OPEN-SW.
119200     OPEN INPUT DL100-MASTFILE.
119300     IF DL100-MASTFILE-STATUS NOT = '00'
119400         DISPLAY 'DL100E - UNABLE TO REOPEN RECOVERY MASTER, '
119500             'STATUS=' DL100-MASTFILE-STATUS
119600         MOVE 16 TO DL100FR-RETURN-CODE
119700         GO TO 5000-EXIT
119800     END-IF.
119900     SET DL100FR-MAST-OPEN TO TRUE.
120000     PERFORM 5100-SUM-ONE-ACCOUNT THRU 5100-EXIT
120100         UNTIL DL100FR-MAST-EOF.
120200     IF DL100FR-RETURN-CODE = 16
120300         GO TO 5000-EXIT
120400     END-IF.
120500     MOVE DL100FR-TARGET-DATE TO DL100FR-FIND-DATE.
120600     PERFORM 3600-FIND-POSITION THRU 3600-EXIT.
120700     IF DL100FR-LINE-COUNT + 16 > DL100FR-LINES-PER-PAGE
120800         PERFORM 3850-WRITE-PAGE-HEADERS THRU 3850-EXIT
120900     END-IF.
121000     MOVE 'FINAL PROOF' TO DL100FR-NT-TEXT.
121100     WRITE DL100RP-LINE FROM DL100FR-NOTE-LINE.
121200     MOVE 'NIGHTS REPLAYED' TO DL100FR-CL-LABEL.
121300     MOVE DL100FR-NIGHT-COUNT TO DL100FR-CL-COUNT.
121400     WRITE DL100RP-LINE FROM DL100FR-COUNT-LINE.
121500     MOVE 'NIGHTS TIED' TO DL100FR-CL-LABEL.
121600     MOVE DL100FR-TIED-COUNT TO DL100FR-CL-COUNT.
121700     WRITE DL100RP-LINE FROM DL100FR-COUNT-LINE.
121800     MOVE 'GL DETAILS REAPPLIED' TO DL100FR-CL-LABEL.
121900     MOVE DL100FR-GL-APPLIED TO DL100FR-CL-COUNT.
122000     WRITE DL100RP-LINE FROM DL100FR-COUNT-LINE.
122100     MOVE 'MAINTENANCE CHANGES REAPPLIED' TO DL100FR-CL-LABEL.
122200     MOVE DL100FR-MAINT-APPLIED TO DL100FR-CL-COUNT.
122300     WRITE DL100RP-LINE FROM DL100FR-COUNT-LINE.
122400     MOVE 'ITEMS LISTED AS EXCEPTIONS' TO DL100FR-CL-LABEL.
122500     MOVE DL100FR-EXCEPTION-COUNT TO DL100FR-CL-COUNT.
122600     WRITE DL100RP-LINE FROM DL100FR-COUNT-LINE.
122700     MOVE 'REBUILT ACCOUNTS OPEN' TO DL100FR-CL-LABEL.
122800     MOVE DL100FR-FINAL-OPEN TO DL100FR-CL-COUNT.
122900     WRITE DL100RP-LINE FROM DL100FR-COUNT-LINE.
123000     MOVE 'REBUILT ACCOUNTS CLOSED' TO DL100FR-CL-LABEL.
123100     MOVE DL100FR-FINAL-CLOSED TO DL100FR-CL-COUNT.
123200     WRITE DL100RP-LINE FROM DL100FR-COUNT-LINE.
123300     MOVE 'REBUILT TOTAL BALANCE' TO DL100FR-VL-LABEL.
123400     MOVE DL100FR-FINAL-TOTAL TO DL100FR-VL-AMOUNT.
123500     WRITE DL100RP-LINE FROM DL100FR-VALUE-LINE.
123600     ADD 10 TO DL100FR-LINE-COUNT.
123700     IF DL100FR-FINAL-TOTAL NOT = DL100FR-RUN-TOTAL
123800             OR DL100FR-FINAL-OPEN NOT = DL100FR-RUN-OPEN
123900             OR DL100FR-FINAL-CLOSED NOT = DL100FR-RUN-CLOSED
124000         MOVE 'REBUILT MASTER DOES NOT ADD UP TO REPLAY TOTALS'
124100             TO DL100FR-NT-TEXT
124200         WRITE DL100RP-LINE FROM DL100FR-NOTE-LINE
124300         ADD 2 TO DL100FR-LINE-COUNT
124400         DISPLAY 'DL100E - REBUILT MASTER DOES NOT ADD UP TO THE '
124500             'REPLAY TOTALS'
124600         IF DL100FR-RETURN-CODE < 8
124700             MOVE 8 TO DL100FR-RETURN-CODE
124800         END-IF
124900     END-IF.
125000     IF NOT DL100FR-FOUND
125100         MOVE 'NO POSITION FOR THE TARGET - MASTER NOT PROVED'
125200             TO DL100FR-NT-TEXT
125300         WRITE DL100RP-LINE FROM DL100FR-NOTE-LINE
125400         DISPLAY 'DL100E - NO POSITION FOR TARGET DATE '
125500             DL100FR-TARGET-DATE ', MASTER NOT PROVED'
125600         IF DL100FR-RETURN-CODE < 8
125700             MOVE 8 TO DL100FR-RETURN-CODE
125800         END-IF
125900         GO TO 5000-EXIT
126000     END-IF.
126100     MOVE 'TARGET POSITION ACCOUNTS OPEN' TO DL100FR-CL-LABEL.
126200     MOVE DL100FR-FOUND-OPEN TO DL100FR-CL-COUNT.
126300     WRITE DL100RP-LINE FROM DL100FR-COUNT-LINE.
126400     MOVE 'TARGET POSITION ACCOUNTS CLOSED' TO DL100FR-CL-LABEL.
126500     MOVE DL100FR-FOUND-CLOSED TO DL100FR-CL-COUNT.
126600     WRITE DL100RP-LINE FROM DL100FR-COUNT-LINE.
126700     MOVE 'TARGET POSITION TOTAL BALANCE' TO DL100FR-VL-LABEL.
126800     MOVE DL100FR-FOUND-TOTAL TO DL100FR-VL-AMOUNT.
126900     WRITE DL100RP-LINE FROM DL100FR-VALUE-LINE.
127000     IF DL100FR-FINAL-TOTAL = DL100FR-FOUND-TOTAL
127100             AND DL100FR-FINAL-OPEN = DL100FR-FOUND-OPEN
127200             AND DL100FR-FINAL-CLOSED = DL100FR-FOUND-CLOSED
127300         MOVE 'REBUILT MASTER PROVED AGAINST THE TARGET POSITION'
127400             TO DL100FR-NT-TEXT
127500         DISPLAY 'DL100I - REBUILT MASTER PROVED AGAINST '
127600             'POSITION OF ' DL100FR-TARGET-DATE
127700     ELSE
127800         MOVE 'REBUILT MASTER DOES NOT AGREE - DO NOT RESTORE IT'
127900             TO DL100FR-NT-TEXT
128000         DISPLAY 'DL100E - REBUILT MASTER DOES NOT AGREE WITH '
128100             'POSITION OF ' DL100FR-TARGET-DATE
128200         DISPLAY '   REBUILT TOTAL  = ' DL100FR-FINAL-TOTAL
128300         DISPLAY '   POSITION TOTAL = ' DL100FR-FOUND-TOTAL
128400         IF DL100FR-RETURN-CODE < 8
128500             MOVE 8 TO DL100FR-RETURN-CODE
128600         END-IF
128700     END-IF.
128800     WRITE DL100RP-LINE FROM DL100FR-NOTE-LINE.
128900 5000-EXIT.
129000     EXIT.
129100
129200 5100-SUM-ONE-ACCOUNT.
129300     READ DL100-MASTFILE NEXT RECORD
129400         AT END
129500             SET DL100FR-MAST-EOF TO TRUE
129600     END-READ.
129700     IF DL100FR-MAST-EOF
129800         GO TO 5100-EXIT
129900     END-IF.
130000     IF DL100-MASTFILE-STATUS NOT = '00'
130100         DISPLAY 'DL100E - RECOVERY MASTER READ FAILED, STATUS='
130200             DL100-MASTFILE-STATUS
130300         MOVE 16 TO DL100FR-RETURN-CODE
130400         SET DL100FR-MAST-EOF TO TRUE
130500         GO TO 5100-EXIT
130600     END-IF.
130700     ADD 1 TO DL100FR-FINAL-COUNT.
130800     ADD DL100AM-CURR-BALANCE TO DL100FR-FINAL-TOTAL.
130900     IF DL100AM-ACCT-CLOSED
131000         ADD 1 TO DL100FR-FINAL-CLOSED
131100     ELSE
131200         ADD 1 TO DL100FR-FINAL-OPEN
131300     END-IF.
131305     IF DL100AM-ACCT-CLOSED
131310         GO TO 5100-EXIT
131315     END-IF.
131321     IF DL100AM-ACCRUED-THRU NUMERIC
131326         IF DL100AM-ACCRUED-THRU NOT < DL100FR-TARGET-DATE
131331             GO TO 5100-EXIT
131336         END-IF
131342         MOVE DL100AM-ACCRUED-THRU TO DL100FR-XL-DATE
131347     ELSE
131352         MOVE ZERO TO DL100FR-XL-DATE
131357     END-IF.
131363     MOVE DL100AM-ACCOUNT-NO TO DL100FR-XL-ACCOUNT.
131368     MOVE 'ACCRUED ONLY TO HERE - RERUN/RECONCILE DL100IA'
131373         TO DL100FR-EXCEPTION-TEXT.
131378     PERFORM 3800-WRITE-EXCEPTION THRU 3800-EXIT.
131384     IF DL100FR-RETURN-CODE < 4
131389         MOVE 4 TO DL100FR-RETURN-CODE
131394     END-IF.
131400 5100-EXIT.
131500     EXIT.
131600
131700*****************************************************************
131800* 7000-WRITE-AUDIT-RECORD - ONE RECORD PER RUN, LIKE EVERY
131900* PROGRAM IN THE SUITE.  THE DETAIL COUNT CARRIES THE NUMBER
132000* OF NIGHTS REPLAYED.
132100*****************************************************************
132200 7000-WRITE-AUDIT-RECORD.
132300     IF NOT DL100FR-AUDIT-OPEN
132400         GO TO 7000-EXIT
132500     END-IF.
132600     MOVE SPACES TO DL100AL-RECORD.
132700     MOVE 'DL100FR' TO DL100AL-PROGRAM-ID.
132800     MOVE DL100LK-RUN-DATE TO DL100AL-RUN-DATE.
132900     MOVE DL100FR-RUN-TIME TO DL100AL-RUN-TIME.
133000     MOVE 'FORWARD RECOVERY' TO DL100AL-RUN-LABEL.
133100     MOVE DL100FR-NIGHT-COUNT TO DL100AL-DETAIL-COUNT.
133200     MOVE DL100FR-RETURN-CODE TO DL100AL-RETURN-CODE.
133300     WRITE DL100AL-RECORD.
133400 7000-EXIT.
133500     EXIT.
133600
133700*****************************************************************
133800* 9000-TERMINATE.
133900*****************************************************************
134000 9000-TERMINATE.
134100     IF DL100FR-MAST-OPEN
134200         CLOSE DL100-MASTFILE
134300     END-IF.
134400     IF DL100FR-GL-OPEN
134500         CLOSE DL100-GLFILE
134600     END-IF.
134700     IF DL100FR-MAINT-OPEN
134800         CLOSE DL100-ACCTLOG
134900     END-IF.
135000     IF DL100FR-REPT-OPEN
135100         CLOSE DL100-REPTFILE
135200     END-IF.
135300     IF DL100FR-AUDIT-OPEN
135400         CLOSE DL100-AUDITFILE
135500     END-IF.
135600     MOVE DL100FR-RETURN-CODE TO RETURN-CODE.
135700     DISPLAY 'DL100I - DL100FR ENDED, RETURN CODE = '
135800         DL100FR-RETURN-CODE.
135900 9000-EXIT.
136000     EXIT.
