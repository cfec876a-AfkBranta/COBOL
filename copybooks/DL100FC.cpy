000100* DL100FC - FORWARD RECOVERY CONTROL CARD LAYOUT.
000200* ONE CARD ON THE CTLIN DD OF DL100FRJ NAMING THE RECOVERY
000300* RANGE.  IMAGE-DATE IS THE RUN DATE OF THE NIGHT WHOSE
000400* PRE-POSTING IMAGE COPY (STEP005 OF DL100JB) IS SUPPLIED ON
000500* IMAGEIN - THAT NIGHT'S POSTINGS ARE THE FIRST REAPPLIED.
000600* TARGET-DATE IS THE LAST NIGHT TO REAPPLY; THE REBUILT MASTER
000700* IS PROVED AGAINST THAT NIGHT'S DL100TP POSITION.
000800 01  DL100FC-RECORD.
000900     05  DL100FC-IMAGE-DATE          PIC 9(08).
001000     05  DL100FC-TARGET-DATE         PIC 9(08).
001100     05  FILLER                      PIC X(64).
