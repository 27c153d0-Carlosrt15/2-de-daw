           05  GL-TIPO-REG-H       PIC X(1) VALUE 'H'.
           05  GL-FECHA-CORRIDA    PIC 9(8).
           05  GL-CANT-REGISTROS   PIC 9(7).
           05  GL-JOB-CORRIDA      PIC X(8).
           05  GL-HORA-CORRIDA     PIC 9(6).
           05  FILLER              PIC X(40).

       01  GL-DETALLE-RECORD.
           05  GL-TIPO-REG-D       PIC X(1) VALUE 'D'.
                                   SIGN IS LEADING SEPARATE.
           05  GL-NUM2-ORIG        PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
           05  GL-TIPO-MOV         PIC X(1).
           05  GL-REF-CLAVE.
               10  GL-REF-FECHA    PIC 9(8).
               10  GL-REF-SECUENCIA
                                   PIC 9(7).

       01  GL-SUBTOTAL-RECORD.
           05  GL-TIPO-REG-S       PIC X(1).
           05  GL-SUB-TOTAL        PIC S9(12)V99
                                   SIGN IS LEADING SEPARATE.
           05  GL-SUB-CUENTA       PIC X(8).
           05  FILLER              PIC X(35).

       01  GL-TRAILER-RECORD.
           05  GL-TIPO-REG-T       PIC X(1) VALUE 'T'.
           05  GL-TOTAL-CONTROL    PIC S9(12)V99
                                   SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(54).
