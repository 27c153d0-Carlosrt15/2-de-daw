       01  REPARTO-RECORD.
           05  RP-CLAVE.
               10  RP-DEPTO-POOL       PIC X(4).
               10  RP-FECHA-DESDE      PIC 9(8).
               10  RP-DEPTO-DESTINO    PIC X(4).
           05  RP-FECHA-HASTA      PIC 9(8).
           05  RP-PORCENTAJE       PIC 9(3)V99.
           05  RP-ESTADO           PIC X(1).
           05  FILLER              PIC X(20).
