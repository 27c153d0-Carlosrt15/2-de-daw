       01  CAMBIO-LOG-RECORD.
           05  CL-FECHA-DECISION   PIC 9(8).
           05  CL-HORA-DECISION    PIC 9(6).
           05  CL-ARCHIVO          PIC X(8).
           05  CL-DEPTO            PIC X(4).
           05  CL-ACCION           PIC X(1).
           05  CL-RESOLUCION       PIC X(1).
               88  CL-APROBADO             VALUE 'A'.
               88  CL-RECHAZADO            VALUE 'X'.
           05  CL-USUARIO-CARGA    PIC X(8).
           05  CL-FECHA-CARGA      PIC 9(8).
           05  CL-HORA-CARGA       PIC 9(6).
           05  CL-USUARIO-DECISION PIC X(8).
           05  CL-IMAGEN-ANTES     PIC X(64).
           05  CL-IMAGEN-DESPUES   PIC X(64).
           05  FILLER              PIC X(14).
