000100*****************************************************************
000200* PROGRAM-ID   : DL100HR
000300* AUTHOR       : BRANTA
000400* INSTALLATION : DAILY LEDGER BATCH SUITE
000500* DATE-WRITTEN : 2026-10-15
000600*
000700* REMARKS.
000800*     NIGHTLY HOLD REGISTER AND EXPIRY FOR THE DL100HD ACCOUNT
000900*     HOLD FILE.  ONE FRONT-TO-BACK PASS OVER THE HOLD FILE ENDS
001000*     EVERY ACTIVE HOLD WHOSE EXPIRY DATE HAS COME AS EXPIRED
001100*     (LOGGED TO THE DL100HL HOLD LOG LIKE A DL100HU RELEASE),
001200*     DELETES HOLDS THAT ENDED MORE THAN THE DL100PM RETENTION
001300*     DAYS AGO, AND TOTALS THE HOLDS STILL ACTIVE.  THE REGISTER
001400*     THEN LISTS EVERY HOLD PLACED, RELEASED OR EXPIRED SINCE THE
001500*     LAST REGISTER - THE LOG RECORDS AFTER THE LAST REGISTER
001600*     MARK - AND A NEW MARK IS LOGGED FOR TOMORROW NIGHT.  ONE
001700*     AUDIT RECORD IS APPENDED PER RUN, LIKE EVERY OTHER PROGRAM
001800*     IN THE SUITE.
001900*
002000* MODIFICATION HISTORY.
002100*     2026-10-15  BAB  ORIGINAL VERSION.
002125*     2026-10-15  BAB  HOLDS EXPIRED BY THIS RUN ARE COUNTED APART
002150*                      FROM THE REGISTER'S EXPIRED TOTAL, WHICH
002175*                      ALSO TAKES EARLIER NIGHTS SINCE THE MARK.
002200*****************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. DL100HR.
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
003800* ACCOUNT HOLD FILE - READ SEQUENTIALLY, EXPIRED HOLDS
003900* REWRITTEN AND LONG-ENDED HOLDS DELETED IN PLACE.
004000*****************************************************************
004100     SELECT DL100-HOLDFILE ASSIGN TO HOLDIO
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS DL100HD-KEY
004500         FILE STATUS IS DL100-HOLDFILE-STATUS.
004600
004700*****************************************************************
004800* BEFORE/AFTER HOLD LOG - READ FOR THE LAST REGISTER MARK AND
004900* THE ACTIVITY SINCE, AND OPENED EXTEND FOR TONIGHT'S EXPIRIES
005000* AND TONIGHT'S MARK.
005100*****************************************************************
005200     SELECT DL100-HOLDLOG ASSIGN TO HOLDLOG
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS DL100-HOLDLOG-STATUS.
005500
005600*****************************************************************
005700* RUN PARAMETER FILE - SUPPLIES THE RETENTION DAYS.
005800*****************************************************************
005900     SELECT DL100-PARMFILE ASSIGN TO PARMIN
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS DL100-PARMFILE-STATUS.
006200
006300*****************************************************************
006400* PRINTED HOLD REGISTER.
006500*****************************************************************
006600     SELECT DL100-REPTFILE ASSIGN TO RPTOUT
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS DL100-REPTFILE-STATUS.
006900
007000*****************************************************************
007100* STANDING AUDIT TRAIL - OPENED EXTEND, ONE RECORD PER RUN.
007200*****************************************************************
007300     SELECT DL100-AUDITFILE ASSIGN TO AUDITOUT
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS DL100-AUDITFILE-STATUS.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  DL100-HOLDFILE
008000     RECORD CONTAINS 80 CHARACTERS.
008100     COPY DL100HD.
008200
008300 FD  DL100-HOLDLOG
008400     LABEL RECORDS ARE STANDARD
008500     RECORD CONTAINS 100 CHARACTERS
008600     RECORDING MODE IS F.
008700     COPY DL100HL.
008800
008900 FD  DL100-PARMFILE
009000     LABEL RECORDS ARE STANDARD
009100     RECORD CONTAINS 80 CHARACTERS
009200     RECORDING MODE IS F.
009300     COPY DL100PM.
009400
009500 FD  DL100-REPTFILE
009600     LABEL RECORDS ARE STANDARD
009700     RECORD CONTAINS 132 CHARACTERS
009800     RECORDING MODE IS F.
009900 01  DL100RP-LINE                   PIC X(132).
010000
010100 FD  DL100-AUDITFILE
010200     LABEL RECORDS ARE STANDARD
010300     RECORD CONTAINS 80 CHARACTERS
010400     RECORDING MODE IS F.
010500     COPY DL100AL.
010600
010700 WORKING-STORAGE SECTION.
010800*****************************************************************
010900* SWITCHES.
011000*****************************************************************
011100 77  DL100HR-HOLD-EOF-SW             PIC X(01) VALUE 'N'.
011200     88  DL100HR-HOLD-EOF                   VALUE 'Y'.
011300 77  DL100HR-LOG-EOF-SW              PIC X(01) VALUE 'N'.
011400     88  DL100HR-LOG-EOF                    VALUE 'Y'.
011500 77  DL100HR-HOLDFILE-OPEN-SW        PIC X(01) VALUE 'N'.
011600     88  DL100HR-HOLDFILE-OPEN              VALUE 'Y'.
011700 77  DL100HR-HOLDLOG-OPEN-SW         PIC X(01) VALUE 'N'.
011800     88  DL100HR-HOLDLOG-OPEN               VALUE 'Y'.
011900 77  DL100HR-REPTFILE-OPEN-SW        PIC X(01) VALUE 'N'.
012000     88  DL100HR-REPTFILE-OPEN              VALUE 'Y'.
012100 77  DL100HR-AUDITFILE-OPEN-SW       PIC X(01) VALUE 'N'.
012200     88  DL100HR-AUDITFILE-OPEN             VALUE 'Y'.
012300
012400*****************************************************************
012500* COUNTERS, TOTALS AND PARAMETER VALUES.
012600*****************************************************************
012700 77  DL100HR-LOG-RECNO               PIC 9(09) COMP VALUE ZERO.
012800 77  DL100HR-MARK-RECNO              PIC 9(09) COMP VALUE ZERO.
012900 77  DL100HR-MARK-DATE               PIC 9(08) VALUE ZERO.
013000 77  DL100HR-HOLD-READ-COUNT         PIC 9(09) COMP VALUE ZERO.
013100 77  DL100HR-PLACED-COUNT            PIC 9(09) COMP VALUE ZERO.
013200 77  DL100HR-RELEASED-COUNT          PIC 9(09) COMP VALUE ZERO.
013300 77  DL100HR-EXPIRED-COUNT           PIC 9(09) COMP VALUE ZERO.
013350 77  DL100HR-EXPIRED-TONIGHT         PIC 9(09) COMP VALUE ZERO.
013400 77  DL100HR-PURGED-COUNT            PIC 9(09) COMP VALUE ZERO.
013500 77  DL100HR-ACTIVE-COUNT            PIC 9(09) COMP VALUE ZERO.
013600 77  DL100HR-PLACED-AMOUNT           PIC S9(13)V99 VALUE ZERO.
013700 77  DL100HR-RELEASED-AMOUNT         PIC S9(13)V99 VALUE ZERO.
013800 77  DL100HR-EXPIRED-AMOUNT          PIC S9(13)V99 VALUE ZERO.
013900 77  DL100HR-PURGED-AMOUNT           PIC S9(13)V99 VALUE ZERO.
014000 77  DL100HR-ACTIVE-AMOUNT           PIC S9(13)V99 VALUE ZERO.
014100 77  DL100HR-RETENTION-DAYS          PIC 9(03) COMP VALUE 10.
014200 77  DL100HR-PAGE-NUMBER             PIC 9(05) COMP VALUE ZERO.
014300 77  DL100HR-LINE-COUNT              PIC 9(03) COMP VALUE 99.
014400 77  DL100HR-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
014500 77  DL100HR-RETURN-CODE             PIC 9(03) VALUE ZERO.
014600 77  DL100HR-RUN-TIME                PIC 9(08) VALUE ZERO.
014700
014800*****************************************************************
014900* FILE STATUS BYTES.
015000*****************************************************************
015100 01  DL100HR-FILE-STATUSES.
015200     05  DL100-HOLDFILE-STATUS       PIC X(02) VALUE SPACES.
015300     05  DL100-HOLDLOG-STATUS        PIC X(02) VALUE SPACES.
015400     05  DL100-PARMFILE-STATUS       PIC X(02) VALUE SPACES.
015500     05  DL100-REPTFILE-STATUS       PIC X(02) VALUE SPACES.
015600     05  DL100-AUDITFILE-STATUS      PIC X(02) VALUE SPACES.
015700
015800*****************************************************************
015900* LINKAGE PARAMETER AREA PASSED TO THE DL100DT SUBPROGRAM.
016000*****************************************************************
016100     COPY DL100LK.
016200
016300*****************************************************************
016400* REPORT LINE LAYOUTS.
016500*****************************************************************
016600 01  DL100HR-HDR1-LINE.
016700     05  FILLER                      PIC X(01) VALUE '1'.
016800     05  FILLER                      PIC X(36)
016900             VALUE 'DL100 NIGHTLY HOLD REGISTER'.
017000     05  FILLER                      PIC X(09) VALUE 'RUN DATE:'.
017100     05  DL100HR-H1-RUN-DATE         PIC 9(08).
017200     05  FILLER                      PIC X(08) VALUE SPACES.
017300     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
017400     05  DL100HR-H1-PAGE             PIC ZZZZ9.
017500     05  FILLER                      PIC X(60) VALUE SPACES.
017600
017700 01  DL100HR-HDR2-LINE.
017800     05  FILLER                      PIC X(01) VALUE '0'.
017900     05  FILLER                      PIC X(10) VALUE 'EVENT'.
018000     05  FILLER                      PIC X(13) VALUE 'ACCOUNT NO'.
018100     05  FILLER                      PIC X(06) VALUE 'HOLD'.
018200     05  FILLER                      PIC X(17)
018300             VALUE 'HOLD AMOUNT'.
018400     05  FILLER                      PIC X(05) VALUE 'RSN'.
018500     05  FILLER                      PIC X(11) VALUE 'LOGGED'.
018600     05  FILLER                      PIC X(11) VALUE 'EXPIRES'.
018700     05  FILLER                      PIC X(20) VALUE 'REFERENCE'.
018800     05  FILLER                      PIC X(38) VALUE SPACES.
018900
019000 01  DL100HR-MARK-LINE.
019100     05  FILLER                      PIC X(01) VALUE SPACE.
019200     05  FILLER                      PIC X(36)
019300             VALUE 'HOLD ACTIVITY SINCE REGISTER OF'.
019400     05  DL100HR-ML-MARK-DATE        PIC 9(08).
019500     05  FILLER                      PIC X(87) VALUE SPACES.
019600
019700 01  DL100HR-DETAIL-LINE.
019800     05  FILLER                      PIC X(01) VALUE SPACE.
019900     05  DL100HR-DL-EVENT            PIC X(08).
020000     05  FILLER                      PIC X(02) VALUE SPACES.
020100     05  DL100HR-DL-ACCOUNT          PIC X(10).
020200     05  FILLER                      PIC X(03) VALUE SPACES.
020300     05  DL100HR-DL-HOLD-NO          PIC ZZ9.
020400     05  FILLER                      PIC X(03) VALUE SPACES.
020500     05  DL100HR-DL-AMOUNT           PIC -(11)9.99.
020600     05  FILLER                      PIC X(02) VALUE SPACES.
020700     05  DL100HR-DL-REASON           PIC X(02).
020800     05  FILLER                      PIC X(03) VALUE SPACES.
020900     05  DL100HR-DL-LOGGED           PIC 9(08).
021000     05  FILLER                      PIC X(03) VALUE SPACES.
021100     05  DL100HR-DL-EXPIRY           PIC 9(08).
021200     05  FILLER                      PIC X(03) VALUE SPACES.
021300     05  DL100HR-DL-REFERENCE        PIC X(20).
021400     05  FILLER                      PIC X(38) VALUE SPACES.
021500
021600 01  DL100HR-TOTAL-LINE.
021700     05  DL100HR-TL-CC               PIC X(01) VALUE SPACE.
021800     05  DL100HR-TL-LABEL            PIC X(30).
021900     05  DL100HR-TL-COUNT            PIC ZZZ,ZZZ,ZZ9.
022000     05  FILLER                      PIC X(05) VALUE SPACES.
022100     05  DL100HR-TL-AMOUNT           PIC -(13)9.99.
022200     05  FILLER                      PIC X(68) VALUE SPACES.
022300
022400 PROCEDURE DIVISION.
022500*****************************************************************
022600* 0000-MAINLINE.
022700*****************************************************************
022800 0000-MAINLINE.
022900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023000     IF DL100HR-RETURN-CODE NOT = 16
023100         PERFORM 2000-FIND-LAST-MARK THRU 2000-EXIT
023200     END-IF.
023300     IF DL100HR-RETURN-CODE NOT = 16
023400         PERFORM 3000-EXPIRE-AND-PURGE THRU 3000-EXIT
023500     END-IF.
023600     IF DL100HR-RETURN-CODE NOT = 16
023700         PERFORM 4000-LIST-ACTIVITY THRU 4000-EXIT
023800     END-IF.
023900     IF DL100HR-RETURN-CODE NOT = 16
024000         PERFORM 4500-WRITE-REGISTER-TOTALS THRU 4500-EXIT
024100         PERFORM 4800-WRITE-REGISTER-MARK THRU 4800-EXIT
024200     END-IF.
024300     PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT.
024400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024500     STOP RUN.
024600
024700*****************************************************************
024800* 1000-INITIALIZE - STAMPS THE RUN, PICKS UP THE RETENTION
024900* DAYS, AND OPENS THE AUDIT LOG AND THE REGISTER.  THE HOLD
025000* FILE AND HOLD LOG ARE OPENED BY THE PASSES THAT USE THEM.
025100*****************************************************************
025200 1000-INITIALIZE.
025300     MOVE 'GETDATE ' TO DL100LK-FUNCTION.
025400     CALL 'DL100DT' USING DL100LK-PARM-AREA.
025500     IF DL100LK-RETURN-CODE NOT = ZERO
025600         DISPLAY 'DL100E - DL100DT REJECTED GETDATE, RC='
025700             DL100LK-RETURN-CODE
025800         MOVE 16 TO DL100HR-RETURN-CODE
025900         GO TO 1000-EXIT
026000     END-IF.
026100     ACCEPT DL100HR-RUN-TIME FROM TIME.
026200     PERFORM 1100-READ-PARMFILE THRU 1100-EXIT.
026300     OPEN EXTEND DL100-AUDITFILE.
026400     IF DL100-AUDITFILE-STATUS NOT = '00'
026500         DISPLAY 'DL100E - UNABLE TO OPEN AUDIT LOG, STATUS='
026600             DL100-AUDITFILE-STATUS
026700         MOVE 16 TO DL100HR-RETURN-CODE
026800         GO TO 1000-EXIT
026900     END-IF.
027000     SET DL100HR-AUDITFILE-OPEN TO TRUE.
027100     OPEN OUTPUT DL100-REPTFILE.
027200     IF DL100-REPTFILE-STATUS NOT = '00'
027300         DISPLAY 'DL100E - UNABLE TO OPEN REPORT FILE, STATUS='
027400             DL100-REPTFILE-STATUS
027500         MOVE 16 TO DL100HR-RETURN-CODE
027600         GO TO 1000-EXIT
027700     END-IF.
027800     SET DL100HR-REPTFILE-OPEN TO TRUE.
027900     DISPLAY 'DL100I - DL100HR HOLD REGISTER, RUN DATE '
028000         DL100LK-RUN-DATE ', RETENTION '
028100         DL100HR-RETENTION-DAYS ' DAYS'.
028200 1000-EXIT.
028300     EXIT.
028400
028500*****************************************************************
028600* 1100-READ-PARMFILE - ENDED HOLDS ARE KEPT AS LONG AS THE
028700* HISTORY IS, ON THE SAME DL100PM RETENTION DAYS DL100HP USES.
028800* ANY TROUBLE READING IT FALLS BACK TO THE 10-DAY DEFAULT WITH A
028900* WARNING.
029000*****************************************************************
029100 1100-READ-PARMFILE.
029200     OPEN INPUT DL100-PARMFILE.
029300     IF DL100-PARMFILE-STATUS NOT = '00'
029400         DISPLAY 'DL100W - UNABLE TO OPEN PARAMETER FILE, '
029500             'STATUS=' DL100-PARMFILE-STATUS
029600         DISPLAY 'DL100W - DEFAULT RETENTION ASSUMED'
029700         MOVE 4 TO DL100HR-RETURN-CODE
029800         GO TO 1100-EXIT
029900     END-IF.
030000     READ DL100-PARMFILE
030100         AT END
030200             DISPLAY 'DL100I - PARMFILE EMPTY, DEFAULT '
030300                 'RETENTION ASSUMED'
030400     END-READ.
030500     IF DL100-PARMFILE-STATUS = '00'
030600         IF DL100PM-HIST-RETENTION NUMERIC
030700                 AND DL100PM-HIST-RETENTION NOT = ZERO
030800             MOVE DL100PM-HIST-RETENTION
030900                 TO DL100HR-RETENTION-DAYS
031000         END-IF
031100     END-IF.
031200     CLOSE DL100-PARMFILE.
031300 1100-EXIT.
031400     EXIT.
031500
031600*****************************************************************
031700* 2000-FIND-LAST-MARK - READS THE HOLD LOG THROUGH FOR THE
031800* RECORD NUMBER OF THE LAST REGISTER MARK.  NO MARK AT ALL (THE
031900* FIRST NIGHT) LISTS THE WHOLE LOG.
032000*****************************************************************
032100 2000-FIND-LAST-MARK.
032200     OPEN INPUT DL100-HOLDLOG.
032300     IF DL100-HOLDLOG-STATUS NOT = '00'
032400         DISPLAY 'DL100E - UNABLE TO OPEN HOLD LOG, STATUS='
032500             DL100-HOLDLOG-STATUS
032600         MOVE 16 TO DL100HR-RETURN-CODE
032700         GO TO 2000-EXIT
032800     END-IF.
032900     SET DL100HR-HOLDLOG-OPEN TO TRUE.
033000     MOVE ZERO TO DL100HR-LOG-RECNO.
033100     MOVE 'N' TO DL100HR-LOG-EOF-SW.
033200     PERFORM 2100-READ-ONE-LOG-RECORD THRU 2100-EXIT
033300         UNTIL DL100HR-LOG-EOF.
033400     CLOSE DL100-HOLDLOG.
033500     MOVE 'N' TO DL100HR-HOLDLOG-OPEN-SW.
033600 2000-EXIT.
033700     EXIT.
033800
033900 2100-READ-ONE-LOG-RECORD.
034000     READ DL100-HOLDLOG
034100         AT END
034200             SET DL100HR-LOG-EOF TO TRUE
034300             GO TO 2100-EXIT
034400     END-READ.
034500     IF DL100-HOLDLOG-STATUS NOT = '00'
034600         DISPLAY 'DL100E - HOLD LOG READ FAILED, STATUS='
034700             DL100-HOLDLOG-STATUS
034800         MOVE 16 TO DL100HR-RETURN-CODE
034900         SET DL100HR-LOG-EOF TO TRUE
035000         GO TO 2100-EXIT
035100     END-IF.
035200     ADD 1 TO DL100HR-LOG-RECNO.
035300     IF DL100HL-REGISTER-MARK
035400         MOVE DL100HR-LOG-RECNO TO DL100HR-MARK-RECNO
035500         MOVE DL100HL-RUN-DATE TO DL100HR-MARK-DATE
035600     END-IF.
035700 2100-EXIT.
035800     EXIT.
035900
036000*****************************************************************
036100* 3000-EXPIRE-AND-PURGE - FRONT-TO-BACK PASS OVER THE HOLD FILE
036200* WITH THE HOLD LOG OPEN EXTEND FOR THE EXPIRIES.
036300*****************************************************************
036400 3000-EXPIRE-AND-PURGE.
036500     OPEN I-O DL100-HOLDFILE.
036600     IF DL100-HOLDFILE-STATUS NOT = '00'
036700         DISPLAY 'DL100E - UNABLE TO OPEN HOLD FILE, STATUS='
036800             DL100-HOLDFILE-STATUS
036900         MOVE 16 TO DL100HR-RETURN-CODE
037000         GO TO 3000-EXIT
037100     END-IF.
037200     SET DL100HR-HOLDFILE-OPEN TO TRUE.
037300     OPEN EXTEND DL100-HOLDLOG.
037400     IF DL100-HOLDLOG-STATUS NOT = '00'
037500         DISPLAY 'DL100E - UNABLE TO OPEN HOLD LOG, STATUS='
037600             DL100-HOLDLOG-STATUS
037700         MOVE 16 TO DL100HR-RETURN-CODE
037800         GO TO 3000-EXIT
037900     END-IF.
038000     SET DL100HR-HOLDLOG-OPEN TO TRUE.
038100     PERFORM 3100-CHECK-ONE-HOLD THRU 3100-EXIT
038200         UNTIL DL100HR-HOLD-EOF.
038300     CLOSE DL100-HOLDLOG.
038400     MOVE 'N' TO DL100HR-HOLDLOG-OPEN-SW.
038500     DISPLAY 'DL100I - HOLD RECORDS READ     = '
038600         DL100HR-HOLD-READ-COUNT.
038700     DISPLAY 'DL100I - HOLDS EXPIRED         = '
038800         DL100HR-EXPIRED-TONIGHT.
038900     DISPLAY 'DL100I - ENDED HOLDS PURGED    = '
039000         DL100HR-PURGED-COUNT.
039100 3000-EXIT.
039200     EXIT.
039300
039400*****************************************************************
039500* 3100-CHECK-ONE-HOLD - AN ACTIVE HOLD STILL IN FORCE IS
039600* TOTALLED; ONE WHOSE EXPIRY DATE HAS COME IS EXPIRED.  A HOLD
039700* THAT ENDED MORE THAN THE RETENTION DAYS AGO IS DELETED.
039800*****************************************************************
039900 3100-CHECK-ONE-HOLD.
040000     READ DL100-HOLDFILE NEXT RECORD
040100         AT END
040200             SET DL100HR-HOLD-EOF TO TRUE
040300             GO TO 3100-EXIT
040400     END-READ.
040500     IF DL100-HOLDFILE-STATUS NOT = '00'
040600         DISPLAY 'DL100E - HOLD FILE READ FAILED, STATUS='
040700             DL100-HOLDFILE-STATUS
040800         MOVE 16 TO DL100HR-RETURN-CODE
040900         SET DL100HR-HOLD-EOF TO TRUE
041000         GO TO 3100-EXIT
041100     END-IF.
041200     ADD 1 TO DL100HR-HOLD-READ-COUNT.
041300     IF DL100HD-ACTIVE
041400         IF DL100HD-EXPIRY-DATE = ZERO
041500                 OR DL100HD-EXPIRY-DATE > DL100LK-RUN-DATE
041600             ADD 1 TO DL100HR-ACTIVE-COUNT
041700             ADD DL100HD-AMOUNT TO DL100HR-ACTIVE-AMOUNT
041800         ELSE
041900             PERFORM 3200-EXPIRE-HOLD THRU 3200-EXIT
042000         END-IF
042100         GO TO 3100-EXIT
042200     END-IF.
042300     MOVE 'DAYSDIFF' TO DL100LK-FUNCTION.
042400     MOVE DL100LK-RUN-DATE TO DL100LK-DATE-1.
042500     MOVE DL100HD-ENDED-DATE TO DL100LK-DATE-2.
042600     CALL 'DL100DT' USING DL100LK-PARM-AREA.
042700     IF DL100LK-RETURN-CODE NOT = ZERO
042800         DISPLAY 'DL100W - BAD ENDED DATE ON HOLD, HOLD KEPT, '
042900             'ACCOUNT=' DL100HD-ACCOUNT-NO ' HOLD='
043000             DL100HD-HOLD-NO
043100         IF DL100HR-RETURN-CODE < 4
043200             MOVE 4 TO DL100HR-RETURN-CODE
043300         END-IF
043400         GO TO 3100-EXIT
043500     END-IF.
043600     IF DL100LK-DAYS-DIFF > DL100HR-RETENTION-DAYS
043700         PERFORM 3300-DELETE-HOLD THRU 3300-EXIT
043800     END-IF.
043900 3100-EXIT.
044000     EXIT.
044100
044200*****************************************************************
044300* 3200-EXPIRE-HOLD - ENDS THE HOLD AS EXPIRED TONIGHT AND LOGS
044400* IT THE WAY DL100HU LOGS A RELEASE.
044500*****************************************************************
044600 3200-EXPIRE-HOLD.
044700     SET DL100HD-EXPIRED TO TRUE.
044800     MOVE DL100LK-RUN-DATE TO DL100HD-ENDED-DATE.
044900     REWRITE DL100HD-RECORD.
045000     IF DL100-HOLDFILE-STATUS NOT = '00'
045100         DISPLAY 'DL100E - HOLD FILE REWRITE FAILED, STATUS='
045200             DL100-HOLDFILE-STATUS
045300         MOVE 16 TO DL100HR-RETURN-CODE
045400         SET DL100HR-HOLD-EOF TO TRUE
045500         GO TO 3200-EXIT
045600     END-IF.
045650     ADD 1 TO DL100HR-EXPIRED-TONIGHT.
045700     MOVE SPACES TO DL100HL-RECORD.
045800     MOVE DL100LK-RUN-DATE TO DL100HL-RUN-DATE.
045900     MOVE DL100HR-RUN-TIME TO DL100HL-RUN-TIME.
046000     SET DL100HL-EXPIRED TO TRUE.
046100     MOVE DL100HD-ACCOUNT-NO TO DL100HL-ACCOUNT-NO.
046200     MOVE DL100HD-HOLD-NO TO DL100HL-HOLD-NO.
046300     MOVE 'A' TO DL100HL-BEFORE-STATUS.
046400     MOVE DL100HD-STATUS TO DL100HL-AFTER-STATUS.
046500     MOVE DL100HD-AMOUNT TO DL100HL-BEFORE-AMOUNT.
046600     MOVE ZERO TO DL100HL-AFTER-AMOUNT.
046700     MOVE DL100HD-REASON TO DL100HL-REASON.
046800     MOVE DL100HD-REFERENCE TO DL100HL-REFERENCE.
046900     MOVE DL100HD-EXPIRY-DATE TO DL100HL-EXPIRY-DATE.
047000     WRITE DL100HL-RECORD.
047100     IF DL100-HOLDLOG-STATUS NOT = '00'
047200         DISPLAY 'DL100E - HOLD LOG WRITE FAILED, STATUS='
047300             DL100-HOLDLOG-STATUS
047400         MOVE 16 TO DL100HR-RETURN-CODE
047500         SET DL100HR-HOLD-EOF TO TRUE
047600     END-IF.
047700 3200-EXIT.
047800     EXIT.
047900
048000 3300-DELETE-HOLD.
048100     DELETE DL100-HOLDFILE.
048200     IF DL100-HOLDFILE-STATUS = '00'
048300         ADD 1 TO DL100HR-PURGED-COUNT
048400         ADD DL100HD-AMOUNT TO DL100HR-PURGED-AMOUNT
048500     ELSE
048600         DISPLAY 'DL100E - HOLD FILE DELETE FAILED, STATUS='
048700             DL100-HOLDFILE-STATUS
048800         MOVE 16 TO DL100HR-RETURN-CODE
048900         SET DL100HR-HOLD-EOF TO TRUE
049000     END-IF.
049100 3300-EXIT.
049200     EXIT.
049300
049400*****************************************************************
049500* 4000-LIST-ACTIVITY - READS THE HOLD LOG AGAIN AND LISTS EVERY
049600* PLACE, RELEASE AND EXPIRY LOGGED AFTER THE LAST REGISTER MARK,
049700* TONIGHT'S EXPIRIES INCLUDED.
049800*****************************************************************
049900 4000-LIST-ACTIVITY.
050000     OPEN INPUT DL100-HOLDLOG.
050100     IF DL100-HOLDLOG-STATUS NOT = '00'
050200         DISPLAY 'DL100E - UNABLE TO OPEN HOLD LOG, STATUS='
050300             DL100-HOLDLOG-STATUS
050400         MOVE 16 TO DL100HR-RETURN-CODE
050500         GO TO 4000-EXIT
050600     END-IF.
050700     SET DL100HR-HOLDLOG-OPEN TO TRUE.
050800     PERFORM 4300-WRITE-PAGE-HEADERS THRU 4300-EXIT.
050900     MOVE DL100HR-MARK-DATE TO DL100HR-ML-MARK-DATE.
051000     WRITE DL100RP-LINE FROM DL100HR-MARK-LINE.
051100     ADD 1 TO DL100HR-LINE-COUNT.
051200     MOVE ZERO TO DL100HR-LOG-RECNO.
051300     MOVE 'N' TO DL100HR-LOG-EOF-SW.
051400     PERFORM 4100-LIST-ONE-LOG-RECORD THRU 4100-EXIT
051500         UNTIL DL100HR-LOG-EOF.
051600     CLOSE DL100-HOLDLOG.
051700     MOVE 'N' TO DL100HR-HOLDLOG-OPEN-SW.
051800 4000-EXIT.
051900     EXIT.
052000
052100 4100-LIST-ONE-LOG-RECORD.
052200     READ DL100-HOLDLOG
052300         AT END
052400             SET DL100HR-LOG-EOF TO TRUE
052500             GO TO 4100-EXIT
052600     END-READ.
052700     IF DL100-HOLDLOG-STATUS NOT = '00'
052800         DISPLAY 'DL100E - HOLD LOG READ FAILED, STATUS='
052900             DL100-HOLDLOG-STATUS
053000         MOVE 16 TO DL100HR-RETURN-CODE
053100         SET DL100HR-LOG-EOF TO TRUE
053200         GO TO 4100-EXIT
053300     END-IF.
053400     ADD 1 TO DL100HR-LOG-RECNO.
053500     IF DL100HR-LOG-RECNO NOT > DL100HR-MARK-RECNO
053600         GO TO 4100-EXIT
053700     END-IF.
053800     MOVE SPACES TO DL100HR-DETAIL-LINE.
053900     IF DL100HL-PLACED
054000         MOVE 'PLACED' TO DL100HR-DL-EVENT
054100         MOVE DL100HL-AFTER-AMOUNT TO DL100HR-DL-AMOUNT
054200         ADD 1 TO DL100HR-PLACED-COUNT
054300         ADD DL100HL-AFTER-AMOUNT TO DL100HR-PLACED-AMOUNT
054400     ELSE
054500         IF DL100HL-RELEASED
054600             MOVE 'RELEASED' TO DL100HR-DL-EVENT
054700             MOVE DL100HL-BEFORE-AMOUNT TO DL100HR-DL-AMOUNT
054800             ADD 1 TO DL100HR-RELEASED-COUNT
054900             ADD DL100HL-BEFORE-AMOUNT TO DL100HR-RELEASED-AMOUNT
055000         ELSE
055100             IF DL100HL-EXPIRED
055200                 MOVE 'EXPIRED' TO DL100HR-DL-EVENT
055300                 MOVE DL100HL-BEFORE-AMOUNT TO DL100HR-DL-AMOUNT
055400                 ADD 1 TO DL100HR-EXPIRED-COUNT
055500                 ADD DL100HL-BEFORE-AMOUNT
055600                     TO DL100HR-EXPIRED-AMOUNT
055700             ELSE
055800                 GO TO 4100-EXIT
055900             END-IF
056000         END-IF
056100     END-IF.
056200     IF DL100HR-LINE-COUNT >= DL100HR-LINES-PER-PAGE
056300         PERFORM 4300-WRITE-PAGE-HEADERS THRU 4300-EXIT
056400     END-IF.
056500     MOVE DL100HL-ACCOUNT-NO TO DL100HR-DL-ACCOUNT.
056600     MOVE DL100HL-HOLD-NO TO DL100HR-DL-HOLD-NO.
056700     MOVE DL100HL-REASON TO DL100HR-DL-REASON.
056800     MOVE DL100HL-RUN-DATE TO DL100HR-DL-LOGGED.
056900     MOVE DL100HL-EXPIRY-DATE TO DL100HR-DL-EXPIRY.
057000     MOVE DL100HL-REFERENCE TO DL100HR-DL-REFERENCE.
057100     WRITE DL100RP-LINE FROM DL100HR-DETAIL-LINE.
057200     ADD 1 TO DL100HR-LINE-COUNT.
057300 4100-EXIT.
057400     EXIT.
057500
057600 4300-WRITE-PAGE-HEADERS.
057700     ADD 1 TO DL100HR-PAGE-NUMBER.
057800     MOVE DL100LK-RUN-DATE TO DL100HR-H1-RUN-DATE.
057900     MOVE DL100HR-PAGE-NUMBER TO DL100HR-H1-PAGE.
058000     WRITE DL100RP-LINE FROM DL100HR-HDR1-LINE.
058100     WRITE DL100RP-LINE FROM DL100HR-HDR2-LINE.
058200     MOVE ZERO TO DL100HR-LINE-COUNT.
058300 4300-EXIT.
058400     EXIT.
058500
058600*****************************************************************
058700* 4500-WRITE-REGISTER-TOTALS - COUNT AND AMOUNT OF EACH KIND OF
058800* EVENT LISTED, THE ENDED HOLDS PURGED, AND THE HOLDS STILL
058900* ACTIVE ACROSS THE WHOLE FILE AT THE END OF THE RUN.
059000*****************************************************************
059100 4500-WRITE-REGISTER-TOTALS.
059200     IF DL100HR-LINE-COUNT + 6 > DL100HR-LINES-PER-PAGE
059300         PERFORM 4300-WRITE-PAGE-HEADERS THRU 4300-EXIT
059400     END-IF.
059500     MOVE '0' TO DL100HR-TL-CC.
059600     MOVE 'HOLDS PLACED' TO DL100HR-TL-LABEL.
059700     MOVE DL100HR-PLACED-COUNT TO DL100HR-TL-COUNT.
059800     MOVE DL100HR-PLACED-AMOUNT TO DL100HR-TL-AMOUNT.
059900     PERFORM 4600-WRITE-TOTAL-LINE THRU 4600-EXIT.
060000     MOVE SPACE TO DL100HR-TL-CC.
060100     MOVE 'HOLDS RELEASED' TO DL100HR-TL-LABEL.
060200     MOVE DL100HR-RELEASED-COUNT TO DL100HR-TL-COUNT.
060300     MOVE DL100HR-RELEASED-AMOUNT TO DL100HR-TL-AMOUNT.
060400     PERFORM 4600-WRITE-TOTAL-LINE THRU 4600-EXIT.
060500     MOVE 'HOLDS EXPIRED' TO DL100HR-TL-LABEL.
060600     MOVE DL100HR-EXPIRED-COUNT TO DL100HR-TL-COUNT.
060700     MOVE DL100HR-EXPIRED-AMOUNT TO DL100HR-TL-AMOUNT.
060800     PERFORM 4600-WRITE-TOTAL-LINE THRU 4600-EXIT.
060900     MOVE 'ENDED HOLDS PURGED' TO DL100HR-TL-LABEL.
061000     MOVE DL100HR-PURGED-COUNT TO DL100HR-TL-COUNT.
061100     MOVE DL100HR-PURGED-AMOUNT TO DL100HR-TL-AMOUNT.
061200     PERFORM 4600-WRITE-TOTAL-LINE THRU 4600-EXIT.
061300     MOVE '0' TO DL100HR-TL-CC.
061400     MOVE 'ACTIVE HOLDS AT END OF RUN' TO DL100HR-TL-LABEL.
061500     MOVE DL100HR-ACTIVE-COUNT TO DL100HR-TL-COUNT.
061600     MOVE DL100HR-ACTIVE-AMOUNT TO DL100HR-TL-AMOUNT.
061700     PERFORM 4600-WRITE-TOTAL-LINE THRU 4600-EXIT.
061800 4500-EXIT.
061900     EXIT.
062000
062100 4600-WRITE-TOTAL-LINE.
062200     WRITE DL100RP-LINE FROM DL100HR-TOTAL-LINE.
062300     ADD 1 TO DL100HR-LINE-COUNT.
062400 4600-EXIT.
062500     EXIT.
062600
062700*****************************************************************
062800* 4800-WRITE-REGISTER-MARK - LOGS TONIGHT'S MARK SO TOMORROW
062900* NIGHT'S REGISTER STARTS AFTER EVERYTHING LISTED TONIGHT.
063000*****************************************************************
063100 4800-WRITE-REGISTER-MARK.
063200     OPEN EXTEND DL100-HOLDLOG.
063300     IF DL100-HOLDLOG-STATUS NOT = '00'
063400         DISPLAY 'DL100E - UNABLE TO OPEN HOLD LOG, STATUS='
063500             DL100-HOLDLOG-STATUS
063600         MOVE 16 TO DL100HR-RETURN-CODE
063700         GO TO 4800-EXIT
063800     END-IF.
063900     SET DL100HR-HOLDLOG-OPEN TO TRUE.
064000     MOVE SPACES TO DL100HL-RECORD.
064100     MOVE DL100LK-RUN-DATE TO DL100HL-RUN-DATE.
064200     MOVE DL100HR-RUN-TIME TO DL100HL-RUN-TIME.
064300     SET DL100HL-REGISTER-MARK TO TRUE.
064400     MOVE ZERO TO DL100HL-HOLD-NO.
064500     MOVE ZERO TO DL100HL-BEFORE-AMOUNT.
064600     MOVE ZERO TO DL100HL-AFTER-AMOUNT.
064700     MOVE ZERO TO DL100HL-EXPIRY-DATE.
064800     WRITE DL100HL-RECORD.
064900     IF DL100-HOLDLOG-STATUS NOT = '00'
065000         DISPLAY 'DL100E - HOLD LOG WRITE FAILED, STATUS='
065100             DL100-HOLDLOG-STATUS
065200         MOVE 16 TO DL100HR-RETURN-CODE
065300     END-IF.
065400 4800-EXIT.
065500     EXIT.
065600
065700*****************************************************************
065800* 5000-WRITE-AUDIT-RECORD - ONE RECORD PER RUN, LIKE EVERY
065900* PROGRAM IN THE SUITE.  THE DETAIL COUNT CARRIES THE NUMBER
066000* OF HOLDS EXPIRED TONIGHT.
066100*****************************************************************
066200 5000-WRITE-AUDIT-RECORD.
066300     IF NOT DL100HR-AUDITFILE-OPEN
066400         GO TO 5000-EXIT
066500     END-IF.
066600     MOVE SPACES TO DL100AL-RECORD.
066700     MOVE 'DL100HR' TO DL100AL-PROGRAM-ID.
066800     MOVE DL100LK-RUN-DATE TO DL100AL-RUN-DATE.
066900     MOVE DL100HR-RUN-TIME TO DL100AL-RUN-TIME.
067000     MOVE 'HOLD REGISTER' TO DL100AL-RUN-LABEL.
067100     MOVE DL100HR-EXPIRED-TONIGHT TO DL100AL-DETAIL-COUNT.
067200     MOVE DL100HR-RETURN-CODE TO DL100AL-RETURN-CODE.
067300     WRITE DL100AL-RECORD.
067400 5000-EXIT.
067500     EXIT.
067600
067700*****************************************************************
067800* 9000-TERMINATE.
067900*****************************************************************
068000 9000-TERMINATE.
068100     IF DL100HR-HOLDFILE-OPEN
068200         CLOSE DL100-HOLDFILE
068300     END-IF.
068400     IF DL100HR-HOLDLOG-OPEN
068500         CLOSE DL100-HOLDLOG
068600     END-IF.
068700     IF DL100HR-REPTFILE-OPEN
068800         CLOSE DL100-REPTFILE
068900     END-IF.
069000     IF DL100HR-AUDITFILE-OPEN
069100         CLOSE DL100-AUDITFILE
069200     END-IF.
069300     MOVE DL100HR-RETURN-CODE TO RETURN-CODE.
069400     DISPLAY 'DL100I - DL100HR ENDED, RETURN CODE = '
069500         DL100HR-RETURN-CODE.
069600 9000-EXIT.
069700     EXIT.
