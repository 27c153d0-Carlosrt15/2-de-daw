       01  RECURR-RECORD.
           05  IR-CLAVE.
               10  IR-DEPTO            PIC X(4).
               10  IR-NUMERO           PIC 9(4).
           05  IR-NUM1             PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
           05  IR-NUM2             PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
           05  IR-OPERACION        PIC X(1).
           05  IR-MONEDA           PIC X(3).
           05  IR-FRECUENCIA       PIC X(1).
               88  IR-DIARIA               VALUE 'D'.
               88  IR-SEMANAL              VALUE 'S'.
               88  IR-MENSUAL              VALUE 'M'.
           05  IR-DIA              PIC 9(2).
           05  IR-FECHA-INICIO     PIC 9(8).
           05  IR-FECHA-FIN        PIC 9(8).
           05  IR-ACTIVA           PIC X(1).
           05  IR-ULTIMA-GENERADA  PIC 9(8).
           05  FILLER              PIC X(24).
