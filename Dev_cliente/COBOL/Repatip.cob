       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-ATIPICOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATIPICO-FILE ASSIGN TO "ATIENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATIENT-STATUS.
           SELECT PARAM-FILE ASSIGN TO "PARMRAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "REPATI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATIPICO-FILE
           RECORDING MODE IS F.
           COPY CPREVATI.

       FD  PARAM-FILE
           RECORDING MODE IS F.
       01  PARAM-RECORD.
           05  PR-FECHA-PROCESO    PIC X(8).
           05  FILLER              PIC X(72).

       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  REPORTE-LINEA           PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-ATIENT-STATUS        PIC X(2) VALUE SPACES.
       77  WS-PARAM-STATUS         PIC X(2) VALUE SPACES.
       77  WS-REPORTE-STATUS       PIC X(2) VALUE SPACES.
       77  WS-RC-NUEVO             PIC 9(2) VALUE 0.
       77  WS-FECHA-PROCESO        PIC 9(8) VALUE 0.
       77  WS-DEPTO-ACTUAL         PIC X(4) VALUE SPACES.
       77  WS-CANT-DEPTOS          PIC 9(5) VALUE 0.
       77  WS-PAGINA               PIC 9(3) VALUE 0.
       77  WS-LINEAS-EN-PAGINA     PIC 9(2) VALUE 99.
       77  WS-MAX-LINEAS           PIC 9(2) VALUE 55.

       01  WS-ACUM-DEPTO.
           05  WS-DEP-ATIPICOS     PIC 9(7).
           05  WS-DEP-PERFIL       PIC 9(7).
           05  WS-DEP-TOPE         PIC 9(7).
           05  WS-DEP-PENDIENTES   PIC 9(7).

       01  WS-ACUM-TOTAL.
           05  WS-TOT-ATIPICOS     PIC 9(7).
           05  WS-TOT-PERFIL       PIC 9(7).
           05  WS-TOT-TOPE         PIC 9(7).
           05  WS-TOT-PENDIENTES   PIC 9(7).
           05  WS-TOT-CONFIRMADOS  PIC 9(7).
           05  WS-TOT-REVERSOS     PIC 9(7).

       01  WS-LINEA-TRABAJO        PIC X(132) VALUE SPACES.

       01  WS-LINEA-ENCABEZADO-1.
           05  FILLER              PIC X(46) VALUE
               "MOVIMIENTOS ATIPICOS - REPORTE-ATIPICOS".
           05  FILLER              PIC X(59) VALUE SPACES.
           05  FILLER              PIC X(7) VALUE "PAGINA ".
           05  WS-ENC-PAGINA       PIC ZZ9.
           05  FILLER              PIC X(17) VALUE SPACES.

       01  WS-LINEA-ENCABEZADO-2.
           05  FILLER              PIC X(17) VALUE
               "FECHA DE PROCESO:".
           05  WS-ENC-FECHA        PIC 9(8).
           05  FILLER              PIC X(107) VALUE SPACES.

       01  WS-LINEA-TIT-DETALLE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(8) VALUE "FECHA".
           05  FILLER              PIC X(1) VALUE SPACES.
           05  FILLER              PIC X(7) VALUE "SECUEN.".
           05  FILLER              PIC X(1) VALUE SPACES.
           05  FILLER              PIC X(1) VALUE "O".
           05  FILLER              PIC X(1) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE
               "     RESULTADO".
           05  FILLER              PIC X(1) VALUE SPACES.
           05  FILLER              PIC X(7) VALUE "HISTOR.".
           05  FILLER              PIC X(1) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE
               "     PROMEDIO".
           05  FILLER              PIC X(1) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE
               "       DESVIO".
           05  FILLER              PIC X(1) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE
               "       MAXIMO".
           05  FILLER              PIC X(1) VALUE SPACES.
           05  FILLER              PIC X(8) VALUE " DESVIOS".
           05  FILLER              PIC X(1) VALUE SPACES.
           05  FILLER              PIC X(8) VALUE "X MAXIMO".
           05  FILLER              PIC X(1) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE
               "         TOPE".
           05  FILLER              PIC X(1) VALUE SPACES.
           05  FILLER              PIC X(6) VALUE "MOTIVO".
           05  FILLER              PIC X(1) VALUE SPACES.
           05  FILLER              PIC X(1) VALUE "E".
           05  FILLER              PIC X(6) VALUE SPACES.

       01  WS-LINEA-TIT-DEPTO.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE "DEPARTAMENTO: ".
           05  WS-TDE-DEPTO        PIC X(11).
           05  FILLER              PIC X(105) VALUE SPACES.

       01  WS-LINEA-DETALLE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-FECHA        PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DET-SECUENCIA    PIC Z(6)9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DET-OPERACION    PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DET-RESULTADO    PIC +Z(9)9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DET-HISTORIA     PIC Z(6)9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DET-PROMEDIO     PIC Z(9)9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DET-DESVIO       PIC Z(9)9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DET-MAXIMO       PIC Z(9)9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DET-DESVIOS      PIC ZZZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DET-VECES        PIC ZZZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DET-TOPE         PIC Z(9)9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DET-MOTIVO       PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DET-ESTADO       PIC X(1).
           05  FILLER              PIC X(6) VALUE SPACES.

       01  WS-LINEA-SUBTOTAL.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-SUB-ETIQUETA     PIC X(22).
           05  FILLER              PIC X(12) VALUE "  ATIPICOS:".
           05  WS-SUB-ATIPICOS     PIC Z(6)9.
           05  FILLER              PIC X(19) VALUE
               "  FUERA DE PERFIL:".
           05  WS-SUB-PERFIL       PIC Z(6)9.
           05  FILLER              PIC X(14) VALUE "  SOBRE TOPE:".
           05  WS-SUB-TOPE         PIC Z(6)9.
           05  FILLER              PIC X(14) VALUE "  PENDIENTES:".
           05  WS-SUB-PENDIENTES   PIC Z(6)9.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-LINEA-RUBRO.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RUBRO-ETIQUETA   PIC X(22).
           05  FILLER              PIC X(2) VALUE ": ".
           05  WS-RUBRO-VALOR      PIC X(20).
           05  FILLER              PIC X(86) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-PARAM-OK-SW      PIC X VALUE 'S'.
               88  PARAMETROS-VALIDOS      VALUE 'S'.
           05  WS-EOF-ATI-SW       PIC X VALUE 'N'.
               88  FIN-ATIPICOS            VALUE 'S'.
           05  WS-REPORTE-OK-SW    PIC X VALUE 'N'.
               88  REPORTE-ABIERTO         VALUE 'S'.
           05  WS-PRIMER-ITEM-SW   PIC X VALUE 'S'.
               88  PRIMER-ITEM             VALUE 'S'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY "=============================="
           DISPLAY "   REPORTE DE ATIPICOS"
           DISPLAY "=============================="

           PERFORM 1000-INICIALIZAR
           IF PARAMETROS-VALIDOS
               PERFORM 2000-LEER-ATIPICO
                   UNTIL FIN-ATIPICOS
               IF NOT PRIMER-ITEM
                   PERFORM 3300-CERRAR-DEPTO
               END-IF
               PERFORM 8000-RESUMEN-ATIPICOS
           END-IF
           PERFORM 9000-FINALIZAR

           STOP RUN.

       1000-INICIALIZAR.
           INITIALIZE WS-ACUM-TOTAL
           PERFORM 1100-LEER-PARAMETROS

           IF PARAMETROS-VALIDOS
               OPEN INPUT ATIPICO-FILE
               IF WS-ATIENT-STATUS NOT = "00"
                   DISPLAY "ERROR AL ABRIR ATIENT, STATUS: "
                       WS-ATIENT-STATUS
                   MOVE 'N' TO WS-PARAM-OK-SW
                   MOVE 12 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
               END-IF
           END-IF

           IF PARAMETROS-VALIDOS
               OPEN OUTPUT REPORTE-FILE
               IF WS-REPORTE-STATUS NOT = "00"
                   DISPLAY "ERROR AL ABRIR REPATI, STATUS: "
                       WS-REPORTE-STATUS
                   CLOSE ATIPICO-FILE
                   MOVE 'N' TO WS-PARAM-OK-SW
                   MOVE 12 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
               ELSE
                   MOVE 'S' TO WS-REPORTE-OK-SW
               END-IF
           END-IF.

       1100-LEER-PARAMETROS.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR PARMRAT, STATUS: "
                   WS-PARAM-STATUS
               MOVE 'N' TO WS-PARAM-OK-SW
           ELSE
               READ PARAM-FILE
                   AT END
                       DISPLAY "PARMRAT SIN TARJETA DE PARAMETROS"
                       MOVE 'N' TO WS-PARAM-OK-SW
                   NOT AT END
                       IF PR-FECHA-PROCESO NOT NUMERIC
                           DISPLAY "FECHA DE PROCESO NO NUMERICA: "
                               PR-FECHA-PROCESO
                           MOVE 'N' TO WS-PARAM-OK-SW
                       ELSE
                           MOVE PR-FECHA-PROCESO TO WS-FECHA-PROCESO
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF

           IF PARAMETROS-VALIDOS AND WS-FECHA-PROCESO = 0
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           END-IF

           IF PARAMETROS-VALIDOS
               DISPLAY "FECHA DE PROCESO    : " WS-FECHA-PROCESO
           ELSE
               MOVE 12 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF.

       2000-LEER-ATIPICO.
           READ ATIPICO-FILE
               AT END
                   MOVE 'S' TO WS-EOF-ATI-SW
               NOT AT END
                   PERFORM 2100-PROCESAR-ATIPICO
           END-READ.

       2100-PROCESAR-ATIPICO.
           IF PRIMER-ITEM
               MOVE 'N' TO WS-PRIMER-ITEM-SW
               PERFORM 3200-ABRIR-DEPTO
           ELSE
               IF RV-DEPTO NOT = WS-DEPTO-ACTUAL
                   PERFORM 3300-CERRAR-DEPTO
                   PERFORM 3200-ABRIR-DEPTO
               END-IF
           END-IF

           ADD 1 TO WS-DEP-ATIPICOS
           ADD 1 TO WS-TOT-ATIPICOS
           IF RV-MOTIVO-PERFIL OR RV-MOTIVO-AMBOS
               ADD 1 TO WS-DEP-PERFIL
               ADD 1 TO WS-TOT-PERFIL
           END-IF
           IF RV-MOTIVO-TOPE OR RV-MOTIVO-AMBOS
               ADD 1 TO WS-DEP-TOPE
               ADD 1 TO WS-TOT-TOPE
           END-IF
           EVALUATE TRUE
               WHEN RV-CONFIRMADO
                   ADD 1 TO WS-TOT-CONFIRMADOS
               WHEN RV-REQUIERE-REVERSO
                   ADD 1 TO WS-TOT-REVERSOS
               WHEN OTHER
                   ADD 1 TO WS-DEP-PENDIENTES
                   ADD 1 TO WS-TOT-PENDIENTES
           END-EVALUATE

           PERFORM 2300-LINEA-ATIPICO.

       2300-LINEA-ATIPICO.
           MOVE RV-FECHA         TO WS-DET-FECHA
           MOVE RV-SECUENCIA     TO WS-DET-SECUENCIA
           MOVE RV-OPERACION     TO WS-DET-OPERACION
           MOVE RV-RESULTADO     TO WS-DET-RESULTADO
           MOVE RV-CANT-HISTORIA TO WS-DET-HISTORIA
           MOVE RV-PROMEDIO      TO WS-DET-PROMEDIO
           MOVE RV-DESVIO        TO WS-DET-DESVIO
           MOVE RV-MAXIMO        TO WS-DET-MAXIMO
           MOVE RV-DESVIOS       TO WS-DET-DESVIOS
           MOVE RV-VECES-MAXIMO  TO WS-DET-VECES
           MOVE RV-TOPE          TO WS-DET-TOPE
           EVALUATE TRUE
               WHEN RV-MOTIVO-PERFIL
                   MOVE "PERFIL" TO WS-DET-MOTIVO
               WHEN RV-MOTIVO-TOPE
                   MOVE "TOPE"   TO WS-DET-MOTIVO
               WHEN RV-MOTIVO-AMBOS
                   MOVE "AMBOS"  TO WS-DET-MOTIVO
               WHEN OTHER
                   MOVE RV-MOTIVO TO WS-DET-MOTIVO
           END-EVALUATE
           MOVE RV-ESTADO        TO WS-DET-ESTADO
           MOVE WS-LINEA-DETALLE TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA.

       3200-ABRIR-DEPTO.
           MOVE RV-DEPTO TO WS-DEPTO-ACTUAL
           ADD 1 TO WS-CANT-DEPTOS
           INITIALIZE WS-ACUM-DEPTO
           IF RV-DEPTO = SPACES
               MOVE "(SIN DEPTO)" TO WS-TDE-DEPTO
           ELSE
               MOVE RV-DEPTO TO WS-TDE-DEPTO
           END-IF
           MOVE SPACES TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE WS-LINEA-TIT-DEPTO TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA.

       3300-CERRAR-DEPTO.
           MOVE "TOTAL DEPARTAMENTO"   TO WS-SUB-ETIQUETA
           MOVE WS-DEP-ATIPICOS        TO WS-SUB-ATIPICOS
           MOVE WS-DEP-PERFIL          TO WS-SUB-PERFIL
           MOVE WS-DEP-TOPE            TO WS-SUB-TOPE
           MOVE WS-DEP-PENDIENTES      TO WS-SUB-PENDIENTES
           MOVE WS-LINEA-SUBTOTAL      TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA.

       8000-RESUMEN-ATIPICOS.
           IF WS-TOT-ATIPICOS = 0
               MOVE SPACES TO WS-LINEA-TRABAJO
               PERFORM 8900-ESCRIBIR-LINEA
               MOVE "  NO HAY MOVIMIENTOS ATIPICOS"
                   TO WS-LINEA-TRABAJO
               PERFORM 8900-ESCRIBIR-LINEA
           END-IF

           MOVE SPACES TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE "TOTAL GENERAL"        TO WS-SUB-ETIQUETA
           MOVE WS-TOT-ATIPICOS        TO WS-SUB-ATIPICOS
           MOVE WS-TOT-PERFIL          TO WS-SUB-PERFIL
           MOVE WS-TOT-TOPE            TO WS-SUB-TOPE
           MOVE WS-TOT-PENDIENTES      TO WS-SUB-PENDIENTES
           MOVE WS-LINEA-SUBTOTAL      TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA

           MOVE SPACES TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE "DEPARTAMENTOS" TO WS-RUBRO-ETIQUETA
           MOVE WS-CANT-DEPTOS TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "MOVIMIENTOS ATIPICOS" TO WS-RUBRO-ETIQUETA
           MOVE WS-TOT-ATIPICOS TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "PENDIENTES DE REVISION" TO WS-RUBRO-ETIQUETA
           MOVE WS-TOT-PENDIENTES TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "CONFIRMADOS" TO WS-RUBRO-ETIQUETA
           MOVE WS-TOT-CONFIRMADOS TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "REQUIEREN REVERSO" TO WS-RUBRO-ETIQUETA
           MOVE WS-TOT-REVERSOS TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO

           MOVE SPACES TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE "  MOTIVO PERFIL = FUERA DEL PERFIL HISTORICO"
               TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE "  MOTIVO TOPE   = SOBRE EL TOPE DEL DEPARTAMENTO"
               TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE "  MOTIVO AMBOS  = FUERA DE PERFIL Y SOBRE EL TOPE"
               TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE "  E = ESTADO: P PENDIENTE, C CONFIRMADO, R REVERSO"
               TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA

           MOVE SPACES TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE "*** FIN DEL REPORTE ***" TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA

           DISPLAY "MOVIMIENTOS ATIPICOS: " WS-TOT-ATIPICOS
           DISPLAY "PENDIENTES          : " WS-TOT-PENDIENTES.

       8800-ESCRIBIR-RUBRO.
           MOVE WS-LINEA-RUBRO TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE SPACES TO WS-RUBRO-VALOR.

       8900-ESCRIBIR-LINEA.
           IF WS-LINEAS-EN-PAGINA >= WS-MAX-LINEAS
               PERFORM 8950-ENCABEZADO-PAGINA
           END-IF
           WRITE REPORTE-LINEA FROM WS-LINEA-TRABAJO
           ADD 1 TO WS-LINEAS-EN-PAGINA.

       8950-ENCABEZADO-PAGINA.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA        TO WS-ENC-PAGINA
           MOVE WS-FECHA-PROCESO TO WS-ENC-FECHA
           WRITE REPORTE-LINEA FROM WS-LINEA-ENCABEZADO-1
           WRITE REPORTE-LINEA FROM WS-LINEA-ENCABEZADO-2
           MOVE SPACES TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           WRITE REPORTE-LINEA FROM WS-LINEA-TIT-DETALLE
           MOVE 4 TO WS-LINEAS-EN-PAGINA.

       9000-FINALIZAR.
           IF PARAMETROS-VALIDOS
               CLOSE ATIPICO-FILE
           END-IF
           IF REPORTE-ABIERTO
               CLOSE REPORTE-FILE
               DISPLAY "REPORTE DE ATIPICOS GRABADO EN REPATI"
           END-IF.

       9900-ESCALAR-RETURN-CODE.
           IF WS-RC-NUEVO > RETURN-CODE
               MOVE WS-RC-NUEVO TO RETURN-CODE
           END-IF.
