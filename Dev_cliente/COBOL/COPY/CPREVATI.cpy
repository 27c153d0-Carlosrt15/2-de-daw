       01  REVISION-RECORD.
           05  RV-CLAVE.
               10  RV-FECHA        PIC 9(8).
               10  RV-SECUENCIA    PIC 9(7).
           05  RV-DEPTO            PIC X(4).
           05  RV-OPERACION        PIC X(1).
           05  RV-NUM1             PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
           05  RV-NUM2             PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
           05  RV-RESULTADO        PIC S9(10)V99
                                   SIGN IS LEADING SEPARATE.
           05  RV-MOTIVO           PIC X(1).
               88  RV-MOTIVO-PERFIL        VALUE 'E'.
               88  RV-MOTIVO-TOPE          VALUE 'T'.
               88  RV-MOTIVO-AMBOS         VALUE 'A'.
           05  RV-CANT-HISTORIA    PIC 9(7).
           05  RV-PROMEDIO         PIC 9(10)V99.
           05  RV-DESVIO           PIC 9(10)V99.
           05  RV-MAXIMO           PIC 9(10)V99.
           05  RV-TOPE             PIC 9(10)V99.
           05  RV-DESVIOS          PIC 9(5)V99.
           05  RV-VECES-MAXIMO     PIC 9(5)V99.
           05  RV-ESTADO           PIC X(1).
               88  RV-PENDIENTE            VALUE 'P'.
               88  RV-CONFIRMADO           VALUE 'C'.
               88  RV-REQUIERE-REVERSO     VALUE 'R'.
           05  RV-USUARIO-REVISION PIC X(8).
           05  RV-FECHA-REVISION   PIC 9(8).
           05  RV-HORA-REVISION    PIC 9(6).
           05  FILLER              PIC X(8).
