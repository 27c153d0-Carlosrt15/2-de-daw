       01  DEPTO-PENDIENTE-RECORD.
           05  DP-CODIGO           PIC X(4).
           05  DP-ACCION           PIC X(1).
           05  DP-ANTES.
               10  DP-ANT-CODIGO       PIC X(4).
               10  DP-ANT-DESCRIPCION  PIC X(30).
               10  DP-ANT-ESTADO       PIC X(1).
               10  DP-ANT-CUENTA-GL    PIC X(8).
               10  FILLER              PIC X(7).
           05  DP-DESPUES.
               10  DP-DES-CODIGO       PIC X(4).
               10  DP-DES-DESCRIPCION  PIC X(30).
               10  DP-DES-ESTADO       PIC X(1).
               10  DP-DES-CUENTA-GL    PIC X(8).
               10  FILLER              PIC X(7).
           05  DP-USUARIO-CARGA    PIC X(8).
           05  DP-FECHA-CARGA      PIC 9(8).
           05  DP-HORA-CARGA       PIC 9(6).
           05  FILLER              PIC X(23).
