001610*     2026-08-22  BAB  CARRY THE NEW HISTORY RETENTION DAYS
001620*                      PARAMETER THROUGH THE MAINTENANCE
001630*                      TRANSACTION AND THE BEFORE/AFTER LOG.
001640*     2026-10-15  BAB  CARRY THE NEW DORMANCY DAYS PARAMETER
001642*                      THE SAME WAY.
001644*     2026-10-15  BAB  REJECT A TRANSACTION WHOSE DORMANCY DAYS
001647*                      ARE NOT NUMERIC.
001650*****************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. DL100PU.
008600     05  DL100PU-BEFORE-LABEL        PIC X(30) VALUE SPACES.
008700     05  DL100PU-BEFORE-CHECKPT      PIC 9(05) VALUE ZERO.
008750     05  DL100PU-BEFORE-RETENT       PIC 9(03) VALUE ZERO.
008760     05  DL100PU-BEFORE-DORMANT      PIC 9(04) VALUE ZERO.
008800
008900     COPY DL100LK.
009000
012000         MOVE DL100PM-RUN-LABEL TO DL100PU-BEFORE-LABEL
012100         MOVE DL100PM-CHECKPT-INTERVAL TO DL100PU-BEFORE-CHECKPT
012150         MOVE DL100PM-HIST-RETENTION TO DL100PU-BEFORE-RETENT
012160         IF DL100PM-DORMANCY-DAYS NUMERIC
012170             MOVE DL100PM-DORMANCY-DAYS
012180                 TO DL100PU-BEFORE-DORMANT
012190         END-IF
012200     END-IF.
012300     CLOSE DL100-PARMFILE.
012400     OPEN INPUT DL100-MAINTFILE.
014100
014200*****************************************************************
014300* 3000-APPLY-MAINTENANCE - REWRITES THE PARAMETER FILE WITH THE
014400* NEW VALUES FROM THE MAINTENANCE TRANSACTION.  A TRANSACTION
014433* WITHOUT A NUMERIC DORMANCY PERIOD IS REJECTED AND THE FILE
014466* LEFT AS IT WAS - A BLANK PERIOD WOULD QUIETLY STOP THE SWEEP.
014500*****************************************************************
014600 3000-APPLY-MAINTENANCE.
014614     IF DL100MU-NEW-DORMANT-DAYS NOT NUMERIC
014628         DISPLAY 'DL100E - DORMANCY DAYS NOT NUMERIC '
014642             '(COLS 39-42), TRANSACTION REJECTED'
014657         MOVE 8 TO DL100PU-RETURN-CODE
014671         GO TO 3000-EXIT
014685     END-IF.
014700     MOVE DL100MU-NEW-RUN-LABEL TO DL100PM-RUN-LABEL.
014800     MOVE DL100MU-NEW-CHECKPT-INT TO DL100PM-CHECKPT-INTERVAL.
014850     MOVE DL100MU-NEW-HIST-RETENT TO DL100PM-HIST-RETENTION.
014860     MOVE DL100MU-NEW-DORMANT-DAYS TO DL100PM-DORMANCY-DAYS.
014900     OPEN OUTPUT DL100-PARMFILE.
014910     IF DL100-PARMFILE-STATUS NOT = '00'
014920         DISPLAY 'DL100E - UNABLE TO OPEN PARAMETER FILE FOR '
015820         DL100PU-BEFORE-RETENT.
015830     DISPLAY '   HISTORY RETENTION   NOW: '
015840         DL100PM-HIST-RETENTION.
015850     DISPLAY '   DORMANCY DAYS       WAS: '
015860         DL100PU-BEFORE-DORMANT.
015870     DISPLAY '   DORMANCY DAYS       NOW: '
015880         DL100PM-DORMANCY-DAYS.
015900 3000-EXIT.
016000     EXIT.
016100
017400     MOVE DL100PM-CHECKPT-INTERVAL TO DL100ML-AFTER-CHECKPT.
017410     MOVE DL100PU-BEFORE-RETENT TO DL100ML-BEFORE-RETENT.
017420     MOVE DL100PM-HIST-RETENTION TO DL100ML-AFTER-RETENT.
017430     MOVE DL100PU-BEFORE-DORMANT TO DL100ML-BEFORE-DORMANT.
017440     MOVE DL100PM-DORMANCY-DAYS TO DL100ML-AFTER-DORMANT.
017500     WRITE DL100ML-RECORD.
017600 4000-EXIT.
017700     EXIT.
