           05  TT-HASH-TOTAL       PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(7).

       01  TRANS-ANULACION-RECORD.
           05  TA-TIPO-REG         PIC X(1).
           05  TA-CLAVE-ORIGINAL.
               10  TA-FECHA-ORIGINAL   PIC 9(8).
               10  TA-SECUENCIA-ORIGINAL
                                   PIC 9(7).
           05  TA-USUARIO          PIC X(8).
           05  FILLER              PIC X(5).
