       01  CORRECCION-RECORD.
           05  CC-ERROR-ORIGINAL   PIC X(61).
           05  CC-FECHA-CORRECCION PIC 9(8).
           05  CC-HORA-CORRECCION  PIC 9(6).
           05  CC-TRANS-CORREGIDA  PIC X(29).
           05  CC-ESTADO           PIC X(1).
               88  CC-PENDIENTE            VALUE 'P'.
               88  CC-APROBADA             VALUE 'A'.
               88  CC-RECHAZADA            VALUE 'X'.
           05  CC-USUARIO-CARGA    PIC X(8).
           05  CC-USUARIO-DECISION PIC X(8).
           05  CC-FECHA-DECISION   PIC 9(8).
           05  CC-HORA-DECISION    PIC 9(6).
           05  FILLER              PIC X(25).
