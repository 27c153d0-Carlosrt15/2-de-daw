                                   SIGN IS LEADING SEPARATE.
           05  RX-DEPTO            PIC X(4).
           05  RX-JOB-ID           PIC X(8).
           05  RX-TIPO-MOV         PIC X(1).
           05  RX-ESTADO           PIC X(1).
           05  RX-REF-CLAVE.
               10  RX-REF-FECHA    PIC 9(8).
               10  RX-REF-SECUENCIA
                                   PIC 9(7).
           05  RX-ANULA-USUARIO    PIC X(8).
           05  RX-ANULA-FECHA      PIC 9(8).
           05  RX-ANULA-HORA       PIC 9(6).
           05  FILLER              PIC X(4).
