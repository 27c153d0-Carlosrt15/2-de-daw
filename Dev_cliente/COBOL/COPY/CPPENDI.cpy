       01  PENDIENTE-RECORD.
           05  PD-COLA             PIC X(1).
               88  PD-COLA-ERRLOG          VALUE '1'.
               88  PD-COLA-SUSPENSO        VALUE '2'.
               88  PD-COLA-RECHLOTE        VALUE '3'.
               88  PD-COLA-EXCEPCON        VALUE '4'.
               88  PD-COLA-LOTEREG         VALUE '5'.
           05  PD-DEPTO            PIC X(4).
           05  PD-FECHA            PIC 9(8).
           05  PD-LOTE-FECHA       PIC 9(8).
           05  PD-LOTE-SISTEMA     PIC X(8).
           05  PD-NUM1             PIC X(8).
           05  PD-NUM2             PIC X(8).
           05  PD-OPERACION        PIC X(1).
           05  PD-MONEDA           PIC X(3).
           05  PD-SECUENCIA        PIC 9(7).
           05  PD-IMPORTE          PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
           05  PD-MOTIVO-COD       PIC X(2).
           05  PD-MOTIVO-DESC      PIC X(27).
           05  FILLER              PIC X(1).
