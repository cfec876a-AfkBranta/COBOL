001100     05  DL100ML-AFTER-CHECKPT       PIC 9(05).
001150     05  DL100ML-BEFORE-RETENT       PIC 9(03).
001160     05  DL100ML-AFTER-RETENT        PIC 9(03).
001170     05  DL100ML-BEFORE-DORMANT      PIC 9(04).
001180     05  DL100ML-AFTER-DORMANT       PIC 9(04).
