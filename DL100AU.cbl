002120*                      POSTING LIMITS (MAX SINGLE TRANSACTION
002130*                      AND BALANCE FLOOR) COBOL1 NOW ENFORCES;
002140*                      OPENS START WITH BOTH LIMITS AT ZERO.
002150*     2026-10-15  BAB  OPENS START WITH NO ACCRUED INTEREST,
002160*                      ACCRUED THROUGH THE OPENING DATE.
002161*     2026-10-15  BAB  NEW 'W' ACTION REACTIVATES AN ACCOUNT
002162*                      DL100DS FLAGGED DORMANT.
002181*     2026-10-15  BAB  OPENS START WITH NOTHING CAPITALIZED.
002200*****************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. DL100AU.
034320                     IF DL100AT-SET-LIMITS
034340                         PERFORM 2750-SET-LIMITS THRU 2750-EXIT
034360                     ELSE
034361                         IF DL100AT-REACTIVATE-ACCT
034362                             PERFORM 2650-REACTIVATE-ACCOUNT
034363                                 THRU 2650-EXIT
034364                         ELSE
034365                             MOVE 'REJ-BAD ACTION'
034366                                 TO DL100AU-DISPOSITION
034367                         END-IF
034368                     END-IF
034500                 END-IF
034600             END-IF
034700         END-IF
040550     MOVE ZERO TO DL100AM-MAX-TRAN-AMT.
040560     MOVE ZERO TO DL100AM-BALANCE-FLOOR.
040570     MOVE 'N' TO DL100AM-FLOOR-FLAG.
040575     MOVE ZERO TO DL100AM-ACCRUED-INT.
040580     MOVE DL100LK-RUN-DATE TO DL100AM-ACCRUED-THRU.
040590     MOVE ZERO TO DL100AM-CAPITALIZED.
040600     SET DL100AM-ACCT-OPEN TO TRUE.
040700     MOVE DL100LK-RUN-DATE TO DL100AM-LAST-ACTIVITY.
040800     WRITE DL100AM-RECORD
046700     END-IF.
046800 2600-EXIT.
046900     EXIT.
046901
046902*****************************************************************
046903* 2650-REACTIVATE-ACCOUNT - FLAGS A DORMANT ACCOUNT OPEN AGAIN
046904* AND RESTARTS ITS DORMANCY CLOCK FROM TODAY, SO THE NEXT
046905* DL100DS SWEEP DOES NOT FLAG IT STRAIGHT BACK.
046906*****************************************************************
046907 2650-REACTIVATE-ACCOUNT.
046908     IF NOT DL100AU-ON-FILE
046909         MOVE 'REJ-NOT ON FILE' TO DL100AU-DISPOSITION
046910         GO TO 2650-EXIT
046911     END-IF.
046912     IF NOT DL100AM-ACCT-DORMANT
046913         MOVE 'REJ-NOT DORMANT' TO DL100AU-DISPOSITION
046914         GO TO 2650-EXIT
046915     END-IF.
046916     SET DL100AM-ACCT-OPEN TO TRUE.
046917     MOVE DL100LK-RUN-DATE TO DL100AM-LAST-ACTIVITY.
046918     PERFORM 2800-REWRITE-MASTER THRU 2800-EXIT.
046919     IF DL100AU-APPLIED
046920         MOVE 'REACTIVATED' TO DL100AU-DISPOSITION
046921     END-IF.
046922 2650-EXIT.
046923     EXIT.
047000
047100*****************************************************************
047200* 2700-ADJUST-ACCOUNT - POSTS A SUPERVISOR-APPROVED SIGNED
