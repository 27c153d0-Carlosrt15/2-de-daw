           05  EX-IMPORTE-ACK      PIC S9(10)V99
                                   SIGN IS LEADING SEPARATE.
           05  EX-ESTADO-ACK       PIC X(1).
           05  EX-DEPTO            PIC X(4).
           05  EX-FECHA-EXTRACTO   PIC 9(8).
