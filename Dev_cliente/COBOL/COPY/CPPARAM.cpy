           05  PA-CHEQUEO-DUP      PIC X(1).
           05  PA-MONEDA-BASE      PIC X(3).
           05  PA-FORZAR-RERUN     PIC X(1).
           05  PA-MODO-PRUEBA      PIC X(1).
           05  FILLER              PIC X(58).
