       01  SISTEMA-RECORD.
           05  SI-CODIGO           PIC X(8).
           05  SI-DESCRIPCION      PIC X(30).
           05  SI-DIAS-ESPERADOS.
               10  SI-DIA-ESPERADO OCCURS 7 TIMES
                                   PIC X(1).
           05  SI-HORA-CORTE       PIC 9(4).
           05  SI-ACTIVO           PIC X(1).
           05  FILLER              PIC X(10).
