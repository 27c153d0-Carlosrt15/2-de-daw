                                   SIGN IS LEADING SEPARATE.
           05  RS-NUM2-ORIG        PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
           05  RS-TIPO-MOV         PIC X(1).
           05  RS-REF-CLAVE.
               10  RS-REF-FECHA    PIC 9(8).
               10  RS-REF-SECUENCIA
                                   PIC 9(7).
