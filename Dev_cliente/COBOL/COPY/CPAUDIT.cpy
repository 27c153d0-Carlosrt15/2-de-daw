                                   SIGN IS LEADING SEPARATE.
           05  AU-NUM2-ORIG        PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
           05  AU-TIPO-MOV         PIC X(1).
           05  AU-REF-CLAVE.
               10  AU-REF-FECHA    PIC 9(8).
               10  AU-REF-SECUENCIA
                                   PIC 9(7).
