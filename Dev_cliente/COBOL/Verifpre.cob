       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-PRESUPUESTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALDO-FILE ASSIGN TO "SALDEPTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SD-CLAVE
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT PARAM-FILE ASSIGN TO "PARMPRE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "REPPRE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLEXTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALDO-FILE.
           COPY CPSALDO.

       FD  PARAM-FILE
           RECORDING MODE IS F.
       01  PARAM-RECORD.
           05  PR-FECHA-PROCESO    PIC X(8).
           05  FILLER              PIC X(72).

       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  REPORTE-LINEA           PIC X(132).

       FD  GL-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY CPGLEXT.

       WORKING-STORAGE SECTION.
       77  WS-SALDO-STATUS         PIC X(2) VALUE SPACES.
       77  WS-PARAM-STATUS         PIC X(2) VALUE SPACES.
       77  WS-REPORTE-STATUS       PIC X(2) VALUE SPACES.
       77  WS-GLEXTR-STATUS        PIC X(2) VALUE SPACES.
       77  WS-RC-NUEVO             PIC 9(2) VALUE 0.
       77  WS-FECHA-PROCESO        PIC 9(8) VALUE 0.
       77  WS-PERIODO              PIC 9(6) VALUE 0.
       77  WS-PORCENTAJE           PIC 9(5)V9 VALUE 0.
       77  WS-UMBRAL-ALERTA        PIC 9(3) VALUE 80.
       77  WS-UMBRAL-EXCESO        PIC 9(3) VALUE 100.
       77  WS-CANT-REVISADAS       PIC 9(7) VALUE 0.
       77  WS-CANT-SIN-PRESUP      PIC 9(7) VALUE 0.
       77  WS-CANT-ALERTA          PIC 9(7) VALUE 0.
       77  WS-CANT-EXCEDIDAS       PIC 9(7) VALUE 0.
       77  WS-PAGINA               PIC 9(3) VALUE 0.
       77  WS-LINEAS-EN-PAGINA     PIC 9(2) VALUE 99.
       77  WS-MAX-LINEAS           PIC 9(2) VALUE 55.

       01  WS-FECHA-PARTES.
           05  WS-FP-ANIO          PIC 9(4).
           05  WS-FP-MES           PIC 9(2).
           05  WS-FP-DIA           PIC 9(2).

       01  WS-LINEA-TRABAJO        PIC X(132) VALUE SPACES.

       01  WS-LINEA-ENCABEZADO-1.
           05  FILLER              PIC X(46) VALUE
               "CONSUMO DE PRESUPUESTO - VERIFICA-PRESUPUESTO".
           05  FILLER              PIC X(59) VALUE SPACES.
           05  FILLER              PIC X(7) VALUE "PAGINA ".
           05  WS-ENC-PAGINA       PIC ZZ9.
           05  FILLER              PIC X(17) VALUE SPACES.

       01  WS-LINEA-ENCABEZADO-2.
           05  FILLER              PIC X(17) VALUE
               "PERIODO (AAAAMM):".
           05  WS-ENC-PERIODO      PIC 9(6).
           05  FILLER              PIC X(109) VALUE SPACES.

       01  WS-LINEA-TIT-PRESUP.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE "DEPTO".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(8) VALUE "CUENTA".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(17) VALUE
               "      PRESUPUESTO".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(17) VALUE
               "   ACUMULADO MES".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(9) VALUE "CANT MES".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(7) VALUE "  USO %".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(9) VALUE "ESTADO".
           05  FILLER              PIC X(46) VALUE SPACES.

       01  WS-LINEA-DET-PRESUP.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-DEPTO        PIC X(5).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-CUENTA       PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-PRESUPUESTO  PIC Z(13)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-MES-IMPORTE  PIC +Z(12)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-MES-CANT     PIC Z(8)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-PORCENTAJE   PIC ZZZZ9.9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-ESTADO       PIC X(9).
           05  FILLER              PIC X(46) VALUE SPACES.

       01  WS-LINEA-RUBRO.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RUBRO-ETIQUETA   PIC X(22).
           05  FILLER              PIC X(2) VALUE ": ".
           05  WS-RUBRO-VALOR      PIC X(20).
           05  FILLER              PIC X(86) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-PARAM-OK-SW      PIC X VALUE 'S'.
               88  PARAMETROS-VALIDOS      VALUE 'S'.
           05  WS-EOF-SALDO-SW     PIC X VALUE 'N'.
               88  FIN-SALDOS              VALUE 'S'.
           05  WS-REPORTE-OK-SW    PIC X VALUE 'N'.
               88  REPORTE-ABIERTO         VALUE 'S'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY "=============================="
           DISPLAY "   VERIFICACION DE PRESUPUESTOS"
           DISPLAY "=============================="

           PERFORM 1000-INICIALIZAR
           IF PARAMETROS-VALIDOS
               PERFORM 2000-LEER-SALDO
                   UNTIL FIN-SALDOS
               PERFORM 8000-TOTALES-PRESUPUESTO
           END-IF
           PERFORM 9000-FINALIZAR

           STOP RUN.

       1000-INICIALIZAR.
           PERFORM 1100-LEER-PARAMETROS

           IF PARAMETROS-VALIDOS
               OPEN INPUT SALDO-FILE
               IF WS-SALDO-STATUS NOT = "00"
                   DISPLAY "ERROR AL ABRIR SALDEPTO, STATUS: "
                       WS-SALDO-STATUS
                   MOVE 'N' TO WS-PARAM-OK-SW
                   MOVE 12 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
               END-IF
           END-IF

           IF PARAMETROS-VALIDOS
               OPEN OUTPUT REPORTE-FILE
               IF WS-REPORTE-STATUS NOT = "00"
                   DISPLAY "ERROR AL ABRIR REPPRE, STATUS: "
                       WS-REPORTE-STATUS
                   CLOSE SALDO-FILE
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
               DISPLAY "ERROR AL ABRIR PARMPRE, STATUS: "
                   WS-PARAM-STATUS
               MOVE 'N' TO WS-PARAM-OK-SW
           ELSE
               READ PARAM-FILE
                   AT END
                       DISPLAY "PARMPRE SIN TARJETA DE PARAMETROS"
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
               PERFORM 1150-TOMAR-FECHA-EXTRACTO
           END-IF

           IF PARAMETROS-VALIDOS
               MOVE WS-FECHA-PROCESO TO WS-FECHA-PARTES
               COMPUTE WS-PERIODO = WS-FP-ANIO * 100 + WS-FP-MES
               DISPLAY "PERIODO A VERIFICAR : " WS-PERIODO
           ELSE
               MOVE 12 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF.

       1150-TOMAR-FECHA-EXTRACTO.
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-GLEXTR-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR GLEXTR, STATUS: "
                   WS-GLEXTR-STATUS
               MOVE 'N' TO WS-PARAM-OK-SW
           ELSE
               READ GL-EXTRACT-FILE
                   AT END
                       MOVE SPACE TO GL-TIPO-REG-H
               END-READ
               IF GL-TIPO-REG-H NOT = 'H'
                   OR GL-FECHA-CORRIDA NOT NUMERIC
                   OR GL-FECHA-CORRIDA = 0
                   DISPLAY "GLEXTR SIN ENCABEZADO - NO SE PUEDE "
                       "TOMAR LA FECHA DE PROCESO"
                   MOVE 'N' TO WS-PARAM-OK-SW
               ELSE
                   MOVE GL-FECHA-CORRIDA TO WS-FECHA-PROCESO
                   DISPLAY "FECHA DEL EXTRACTO GL: " WS-FECHA-PROCESO
               END-IF
               CLOSE GL-EXTRACT-FILE
           END-IF.

       2000-LEER-SALDO.
           READ SALDO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-SALDO-SW
               NOT AT END
                   IF SD-PERIODO = WS-PERIODO
                       PERFORM 2100-EVALUAR-SALDO
                   END-IF
           END-READ.

       2100-EVALUAR-SALDO.
           ADD 1 TO WS-CANT-REVISADAS
           IF SD-PRESUPUESTO = 0
               ADD 1 TO WS-CANT-SIN-PRESUP
           ELSE
               MOVE 0 TO WS-PORCENTAJE
               IF SD-MES-IMPORTE > 0
                   COMPUTE WS-PORCENTAJE ROUNDED =
                       SD-MES-IMPORTE * 100 / SD-PRESUPUESTO
                       ON SIZE ERROR
                           MOVE 99999.9 TO WS-PORCENTAJE
                   END-COMPUTE
               END-IF
               IF WS-PORCENTAJE NOT < WS-UMBRAL-EXCESO
                   MOVE "EXCEDIDO" TO WS-DET-ESTADO
                   ADD 1 TO WS-CANT-EXCEDIDAS
                   DISPLAY "DEPTO " SD-DEPTO " CUENTA " SD-CUENTA-GL
                       " EXCEDIO SU PRESUPUESTO DEL PERIODO"
                   MOVE 4 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
                   PERFORM 2200-LINEA-SALDO
               ELSE
                   IF WS-PORCENTAJE NOT < WS-UMBRAL-ALERTA
                       MOVE "ALERTA 80" TO WS-DET-ESTADO
                       ADD 1 TO WS-CANT-ALERTA
                       PERFORM 2200-LINEA-SALDO
                   END-IF
               END-IF
           END-IF.

       2200-LINEA-SALDO.
           MOVE SD-DEPTO        TO WS-DET-DEPTO
           MOVE SD-CUENTA-GL    TO WS-DET-CUENTA
           MOVE SD-PRESUPUESTO  TO WS-DET-PRESUPUESTO
           MOVE SD-MES-IMPORTE  TO WS-DET-MES-IMPORTE
           MOVE SD-MES-CANTIDAD TO WS-DET-MES-CANT
           MOVE WS-PORCENTAJE   TO WS-DET-PORCENTAJE
           MOVE WS-LINEA-DET-PRESUP TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA.

       8000-TOTALES-PRESUPUESTO.
           IF WS-CANT-ALERTA = 0 AND WS-CANT-EXCEDIDAS = 0
               MOVE "  NINGUN DEPARTAMENTO LLEGO AL 80 POR CIENTO"
                   TO WS-LINEA-TRABAJO
               PERFORM 8900-ESCRIBIR-LINEA
           END-IF

           MOVE SPACES TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE "SALDOS DEL PERIODO" TO WS-RUBRO-ETIQUETA
           MOVE WS-CANT-REVISADAS TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "SIN PRESUPUESTO" TO WS-RUBRO-ETIQUETA
           MOVE WS-CANT-SIN-PRESUP TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "EN ALERTA (80-99 PCT)" TO WS-RUBRO-ETIQUETA
           MOVE WS-CANT-ALERTA TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "EXCEDIDOS (100 PCT)" TO WS-RUBRO-ETIQUETA
           MOVE WS-CANT-EXCEDIDAS TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO

           MOVE SPACES TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE "*** FIN DEL REPORTE ***" TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA

           DISPLAY "SALDOS REVISADOS    : " WS-CANT-REVISADAS
           DISPLAY "EN ALERTA           : " WS-CANT-ALERTA
           DISPLAY "EXCEDIDOS           : " WS-CANT-EXCEDIDAS.

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
           MOVE WS-PAGINA  TO WS-ENC-PAGINA
           MOVE WS-PERIODO TO WS-ENC-PERIODO
           WRITE REPORTE-LINEA FROM WS-LINEA-ENCABEZADO-1
           WRITE REPORTE-LINEA FROM WS-LINEA-ENCABEZADO-2
           MOVE SPACES TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           WRITE REPORTE-LINEA FROM WS-LINEA-TIT-PRESUP
           MOVE 4 TO WS-LINEAS-EN-PAGINA.

       9000-FINALIZAR.
           IF PARAMETROS-VALIDOS
               CLOSE SALDO-FILE
           END-IF
           IF REPORTE-ABIERTO
               CLOSE REPORTE-FILE
               DISPLAY "REPORTE DE PRESUPUESTOS GRABADO EN REPPRE"
           END-IF.

       9900-ESCALAR-RETURN-CODE.
           IF WS-RC-NUEVO > RETURN-CODE
               MOVE WS-RC-NUEVO TO RETURN-CODE
           END-IF.
