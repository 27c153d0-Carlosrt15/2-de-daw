       01  SALDO-RECORD.
           05  SD-CLAVE.
               10  SD-DEPTO            PIC X(4).
               10  SD-CUENTA-GL        PIC X(8).
               10  SD-PERIODO          PIC 9(6).
           05  SD-MES-CANTIDAD     PIC 9(9).
           05  SD-MES-IMPORTE      PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
           05  SD-ANIO-CANTIDAD    PIC 9(9).
           05  SD-ANIO-IMPORTE     PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
           05  SD-PRESUPUESTO      PIC 9(13)V99.
           05  SD-ANIO-INICIADO    PIC X(1).
           05  SD-ULTIMA-FECHA     PIC 9(8).
           05  FILLER              PIC X(8).
