           05  CK-CONTADOR-RECHAZADOS PIC 9(7).
           05  CK-SUMA-TOTAL          PIC S9(12)V99
                                      SIGN IS LEADING SEPARATE.
           05  CK-CONTADOR-HIJAS      PIC 9(7).
