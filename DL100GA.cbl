001900*     MISMATCH.  A MISMATCH OR REJECTION ENDS RC=8 SO THE JOB
002000*     SCHEDULER PAGES SOMEONE.
002100*
002101*     A FEED IS KNOWN BY ITS FEED DATE AND POSTING CYCLE, SO A
002102*     DAY RUN IN MORE THAN ONE CYCLE HAS ONE FEED PER CYCLE, EACH
002103*     ACKNOWLEDGED ON ITS OWN.  A BLANK CYCLE ON ANY INPUT (ONE
002104*     WRITTEN BEFORE CYCLES) IS READ AS CYCLE 1.
002105*
002200* MODIFICATION HISTORY.
002300*     2026-09-02  BAB  ORIGINAL VERSION.
002301*     2026-10-15  BAB  POSTING CYCLES - FEEDS, AUDIT RECORDS
002302*                      AND ACKNOWLEDGMENTS MATCH ON FEED DATE AND
002303*                      CYCLE; THE CYCLE PRINTS ON EVERY EXCEPTION
002304*                      AND IS CARRIED ON THE OUTSTANDING FILE.
002400*****************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. DL100GA.
016080*    ALREADY AGED OFF THE GDG AND BEEN RETIRED DO NOT PRINT
016090*    AS EXCEPTIONS FOREVER.
016100 77  DL100GA-OLDEST-FEED             PIC 9(08) VALUE 99999999.
016101*    CYCLE IS THE POSTING CYCLE OF THE RECORD IN HAND, BLANK
016102*    OR ZERO ALREADY TURNED INTO 1.
016103 77  DL100GA-CYCLE                   PIC 9(01) VALUE 1.
016200 77  DL100GA-PAGE-NUMBER             PIC 9(05) COMP VALUE ZERO.
016300 77  DL100GA-LINE-COUNT              PIC 9(03) COMP VALUE 99.
016400 77  DL100GA-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
018100* STATUS MOVES AS ACKNOWLEDGMENTS ARRIVE: O OUTSTANDING,
018200* A CLEANLY ACKNOWLEDGED (DROPS OFF THE OUTPUT FILE),
018300* M COUNT/HASH MISMATCH OR GL-SIDE REJECTION.
018301* AN ENTRY IS KEYED BY FEED DATE AND POSTING CYCLE.
018400*****************************************************************
018500 01  DL100GA-FEED-TABLE.
018600     05  DL100GA-FT-ENTRY OCCURS 400 TIMES.
018700         10  DL100GA-FT-DATE         PIC 9(08).
018701         10  DL100GA-FT-CYCLE        PIC 9(01).
018800         10  DL100GA-FT-COUNT        PIC 9(09).
018900         10  DL100GA-FT-HASH         PIC S9(11)V99.
019000         10  DL100GA-FT-STATUS       PIC X(01).
022700
022800 01  DL100GA-HDR2-LINE.
022900     05  FILLER                      PIC X(01) VALUE '0'.
023000     05  FILLER                      PIC X(10) VALUE 'FEED DATE'.
023001     05  FILLER                      PIC X(05) VALUE 'CY'.
023100     05  FILLER                      PIC X(14) VALUE 'RECORDS'.
023200     05  FILLER                      PIC X(18) VALUE 'HASH'.
023300     05  FILLER                      PIC X(40) VALUE 'STATUS'.
023400     05  FILLER                      PIC X(44) VALUE SPACES.
023500
023600 01  DL100GA-DETAIL-LINE.
023700     05  FILLER                      PIC X(01) VALUE SPACE.
023800     05  DL100GA-DL-DATE             PIC 9(08).
023801     05  FILLER                      PIC X(02) VALUE SPACES.
023802     05  DL100GA-DL-CYCLE            PIC 9(01).
023900     05  FILLER                      PIC X(04) VALUE SPACES.
024000     05  DL100GA-DL-COUNT            PIC ZZZ,ZZZ,ZZ9.
024100     05  FILLER                      PIC X(03) VALUE SPACES.
024200     05  DL100GA-DL-HASH             PIC -(11)9.99.
024300     05  FILLER                      PIC X(03) VALUE SPACES.
024400     05  DL100GA-DL-STATUS           PIC X(40).
024500     05  FILLER                      PIC X(42) VALUE SPACES.
024600
024700 01  DL100GA-TOTAL-LINE.
024800     05  FILLER                      PIC X(01) VALUE '0'.
034900     MOVE DL100GA-FEED-COUNT TO DL100GA-FEED-SUB.
035000     MOVE DL100OF-FEED-DATE OF DL100-OUTIN
035100         TO DL100GA-FT-DATE (DL100GA-FEED-SUB).
035101     IF DL100OF-FEED-CYCLE OF DL100-OUTIN IS NUMERIC
035102             AND DL100OF-FEED-CYCLE OF DL100-OUTIN > ZERO
035103         MOVE DL100OF-FEED-CYCLE OF DL100-OUTIN
035104             TO DL100GA-FT-CYCLE (DL100GA-FEED-SUB)
035105     ELSE
035106         MOVE 1 TO DL100GA-FT-CYCLE (DL100GA-FEED-SUB)
035107     END-IF.
035200     MOVE DL100OF-FEED-COUNT OF DL100-OUTIN
035300         TO DL100GA-FT-COUNT (DL100GA-FEED-SUB).
035400     MOVE DL100OF-FEED-HASH OF DL100-OUTIN
036200
036300*****************************************************************
036400* 2500-LOAD-GL-TRAILERS - EVERY TRAILER ON THE CONCATENATED
036500* FEED GENERATIONS.  A FEED DATE AND CYCLE ALREADY IN THE
036600* TABLE (FROM THE PRIOR OUTSTANDING FILE) IS NOT TABLED AGAIN.
036700*****************************************************************
036800 2500-LOAD-GL-TRAILERS.
036900     OPEN INPUT DL100-GLFILE.
039800     EXIT.
039900
040000*****************************************************************
040100* 2700-FIND-FEED-BY-DATE - LOOKS THE TRAILER'S FEED DATE AND
040200* CYCLE UP IN THE TABLE AND ADDS A NEW OUTSTANDING ENTRY WHEN
040300* IT IS NOT THERE YET.
040400*****************************************************************
040500 2700-FIND-FEED-BY-DATE.
040501     IF DL100GL-TRAILER-CYCLE IS NUMERIC
040502             AND DL100GL-TRAILER-CYCLE > ZERO
040503         MOVE DL100GL-TRAILER-CYCLE TO DL100GA-CYCLE
040504     ELSE
040505         MOVE 1 TO DL100GA-CYCLE
040506     END-IF.
040600     MOVE 'N' TO DL100GA-FOUND-SW.
040700     IF DL100GA-FEED-COUNT > ZERO
040800         PERFORM 2710-MATCH-ONE-FEED THRU 2710-EXIT
042400     MOVE DL100GA-FEED-COUNT TO DL100GA-FEED-SUB.
042500     MOVE DL100GL-TRAILER-DATE
042600         TO DL100GA-FT-DATE (DL100GA-FEED-SUB).
042601     MOVE DL100GA-CYCLE TO DL100GA-FT-CYCLE (DL100GA-FEED-SUB).
042700     MOVE DL100GL-TRAILER-COUNT
042800         TO DL100GA-FT-COUNT (DL100GA-FEED-SUB).
042900     MOVE DL100GL-TRAILER-HASH
043600 2710-MATCH-ONE-FEED.
043700     IF DL100GA-FT-DATE (DL100GA-FEED-SUB) =
043800             DL100GL-TRAILER-DATE
043801             AND DL100GA-FT-CYCLE (DL100GA-FEED-SUB) =
043802                 DL100GA-CYCLE
043900         SET DL100GA-FOUND TO TRUE
044000     END-IF.
044100 2710-EXIT.
044300
044400*****************************************************************
044500* 2800-CROSS-CHECK-AUDIT - EVERY COBOL1 NIGHT THAT POSTED
044600* (RC 0/2/4) SHOULD HAVE LEFT A FEED ON THE GDG, ONE PER
044601* POSTING CYCLE (THE AUDIT RECORD CARRIES THE CYCLE).  A RUN WITH
044700* NO MATCHING FEED PRINTS AS AN EXCEPTION - THE FEED WAS NEVER
044800* WRITTEN OR THE GENERATION IS ALREADY GONE.  THE CHECK ONLY
044810* JUDGES NIGHTS FROM THE OLDEST FEED DATE IN THE TABLE
047820             OR DL100AL-RUN-DATE < DL100GA-OLDEST-FEED
047900         GO TO 2900-EXIT
048000     END-IF.
048001     IF DL100AL-CYCLE IS NUMERIC
048002             AND DL100AL-CYCLE > ZERO
048003         MOVE DL100AL-CYCLE TO DL100GA-CYCLE
048004     ELSE
048005         MOVE 1 TO DL100GA-CYCLE
048006     END-IF.
048100     MOVE 'N' TO DL100GA-FOUND-SW.
048200     IF DL100GA-FEED-COUNT > ZERO
048300         PERFORM 2910-MATCH-AUDIT-FEED THRU 2910-EXIT
048800     IF NOT DL100GA-FOUND
048900         ADD 1 TO DL100GA-MISSING-COUNT
049000         MOVE DL100AL-RUN-DATE TO DL100GA-DL-DATE
049001         MOVE DL100GA-CYCLE TO DL100GA-DL-CYCLE
049100         MOVE ZERO TO DL100GA-DL-COUNT
049200         MOVE ZERO TO DL100GA-DL-HASH
049300         MOVE 'NO FEED ON GDG FOR THIS POSTED NIGHT'
050200
050300 2910-MATCH-AUDIT-FEED.
050400     IF DL100GA-FT-DATE (DL100GA-FEED-SUB) = DL100AL-RUN-DATE
050401             AND DL100GA-FT-CYCLE (DL100GA-FEED-SUB) =
050402                 DL100GA-CYCLE
050500         SET DL100GA-FOUND TO TRUE
050600     END-IF.
050700 2910-EXIT.
054100     EXIT.
054200
054300 3200-APPLY-ONE-ACK.
054301     IF DL100AK-FEED-CYCLE IS NUMERIC
054302             AND DL100AK-FEED-CYCLE > ZERO
054303         MOVE DL100AK-FEED-CYCLE TO DL100GA-CYCLE
054304     ELSE
054305         MOVE 1 TO DL100GA-CYCLE
054306     END-IF.
054400     MOVE 'N' TO DL100GA-FOUND-SW.
054500     IF DL100GA-FEED-COUNT > ZERO
054600         PERFORM 3210-MATCH-ACK-FEED THRU 3210-EXIT
055000     END-IF.
055100     IF NOT DL100GA-FOUND
055200         MOVE DL100AK-FEED-DATE TO DL100GA-DL-DATE
055201         MOVE DL100GA-CYCLE TO DL100GA-DL-CYCLE
055300         MOVE DL100AK-FEED-COUNT TO DL100GA-DL-COUNT
055400         MOVE DL100AK-FEED-HASH TO DL100GA-DL-HASH
055500         MOVE 'ACK FOR A FEED NOT ON FILE'
057600             TO DL100GA-FT-ACK-DATE (DL100GA-FEED-SUB)
057700         ADD 1 TO DL100GA-MISMATCH-COUNT
057800         MOVE DL100AK-FEED-DATE TO DL100GA-DL-DATE
057801         MOVE DL100GA-CYCLE TO DL100GA-DL-CYCLE
057900         MOVE DL100AK-FEED-COUNT TO DL100GA-DL-COUNT
058000         MOVE DL100AK-FEED-HASH TO DL100GA-DL-HASH
058100         IF DL100AK-REJECTED
058900             MOVE 8 TO DL100GA-RETURN-CODE
058950         END-IF
059000         DISPLAY 'DL100E - GL FEED MISMATCH, FEED DATE='
059100             DL100AK-FEED-DATE ' CYCLE=' DL100GA-CYCLE
059200     END-IF.
059300 3200-EXIT.
059400     EXIT.
059600 3210-MATCH-ACK-FEED.
059700     IF DL100GA-FT-DATE (DL100GA-FEED-SUB) =
059800             DL100AK-FEED-DATE
059801             AND DL100GA-FT-CYCLE (DL100GA-FEED-SUB) =
059802                 DL100GA-CYCLE
059900         SET DL100GA-FOUND TO TRUE
060000     END-IF.
060100 3210-EXIT.
063700         ADD 1 TO DL100GA-OVERDUE-COUNT
063800         MOVE DL100GA-FT-DATE (DL100GA-FEED-SUB)
063900             TO DL100GA-DL-DATE
063901         MOVE DL100GA-FT-CYCLE (DL100GA-FEED-SUB)
063902             TO DL100GA-DL-CYCLE
064000         MOVE DL100GA-FT-COUNT (DL100GA-FEED-SUB)
064100             TO DL100GA-DL-COUNT
064200         MOVE DL100GA-FT-HASH (DL100GA-FEED-SUB)
067800     MOVE SPACES TO DL100OF-RECORD OF DL100-OUTOUT.
067900     MOVE DL100GA-FT-DATE (DL100GA-FEED-SUB)
068000         TO DL100OF-FEED-DATE OF DL100-OUTOUT.
068001     MOVE DL100GA-FT-CYCLE (DL100GA-FEED-SUB)
068002         TO DL100OF-FEED-CYCLE OF DL100-OUTOUT.
068100     MOVE DL100GA-FT-COUNT (DL100GA-FEED-SUB)
068200         TO DL100OF-FEED-COUNT OF DL100-OUTOUT.
068300     MOVE DL100GA-FT-HASH (DL100GA-FEED-SUB)
