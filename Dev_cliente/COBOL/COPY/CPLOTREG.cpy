                                   SIGN IS LEADING SEPARATE.
           05  LR-FECHA-ESTADO     PIC 9(8).
           05  LR-HORA-ESTADO      PIC 9(6).
           05  LR-FECHA-LIBERACION PIC 9(8).
