000100* DL100AL - AUDIT LOG RECORD LAYOUT.
000200* ONE RECORD IS APPENDED TO THE AUDIT FILE AT THE END OF EVERY
000300* RUN OF ANY PROGRAM IN THE DL100 BATCH SUITE.  CYCLE IS THE
000310* POSTING CYCLE OF THE DAY ON A COBOL1 RECORD (1 FOR THE
000320* NIGHTLY RUN, 2 AND UP FOR A LATER SAME-DAY CYCLE); OTHER
000330* PROGRAMS LEAVE IT BLANK, AS DO RECORDS WRITTEN BEFORE IT.
000400 01  DL100AL-RECORD.
000500     05  DL100AL-PROGRAM-ID          PIC X(08).
000600     05  DL100AL-RUN-DATE            PIC 9(08).
000800     05  DL100AL-RUN-LABEL           PIC X(30).
000900     05  DL100AL-DETAIL-COUNT        PIC 9(09).
001000     05  DL100AL-RETURN-CODE         PIC 9(03).
001050     05  DL100AL-CYCLE               PIC 9(01).
001100     05  FILLER                      PIC X(13).
