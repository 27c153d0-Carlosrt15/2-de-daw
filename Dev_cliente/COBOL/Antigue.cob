       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-ANTIGUEDAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDIENTE-FILE ASSIGN TO "PENDENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT PARAM-FILE ASSIGN TO "PARMANT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "REPANT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDIENTE-FILE
           RECORDING MODE IS F.
           COPY CPPENDI.

       FD  PARAM-FILE
           RECORDING MODE IS F.
       01  PARAM-RECORD.
           05  PR-FECHA-PROCESO    PIC X(8).
           05  PR-TOLERANCIAS.
               10  PR-TOLERANCIA   OCCURS 5 TIMES
                                   PIC X(3).
           05  FILLER              PIC X(57).

       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  REPORTE-LINEA           PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-PEND-STATUS          PIC X(2) VALUE SPACES.
       77  WS-PARAM-STATUS         PIC X(2) VALUE SPACES.
       77  WS-REPORTE-STATUS       PIC X(2) VALUE SPACES.
       77  WS-RC-NUEVO             PIC 9(2) VALUE 0.
       77  WS-FECHA-PROCESO        PIC 9(8) VALUE 0.
       77  WS-DIAS                 PIC S9(7) VALUE 0.
       77  WS-TRAMO-IDX            PIC 9(1) VALUE 0.
       77  WS-COLA-IDX             PIC 9(1) VALUE 0.
       77  WS-IDX                  PIC 9(1) VALUE 0.
       77  WS-COLA-ACTUAL          PIC X(1) VALUE SPACE.
       77  WS-DEPTO-ACTUAL         PIC X(4) VALUE SPACES.
       77  WS-CANT-LEIDOS          PIC 9(7) VALUE 0.
       77  WS-CANT-EXCEDIDOS       PIC 9(7) VALUE 0.
       77  WS-CANT-FECHA-INVALIDA  PIC 9(7) VALUE 0.
       77  WS-PAGINA               PIC 9(3) VALUE 0.
       77  WS-LINEAS-EN-PAGINA     PIC 9(2) VALUE 99.
       77  WS-MAX-LINEAS           PIC 9(2) VALUE 55.

       01  WS-COLA-X               PIC X(1) VALUE SPACE.
       01  WS-COLA-R REDEFINES WS-COLA-X.
           05  WS-COLA-N           PIC 9(1).

       01  WS-NOMBRES-COLA-INIC.
           05  FILLER              PIC X(8) VALUE "ERRLOG".
           05  FILLER              PIC X(8) VALUE "SUSPFIL".
           05  FILLER              PIC X(8) VALUE "RECHLOTE".
           05  FILLER              PIC X(8) VALUE "EXCEPCON".
           05  FILLER              PIC X(8) VALUE "LOTEREG".
       01  WS-NOMBRES-COLA REDEFINES WS-NOMBRES-COLA-INIC.
           05  WS-NOMBRE-COLA      OCCURS 5 TIMES
                                   PIC X(8).

       01  WS-NOMBRES-TRAMO-INIC.
           05  FILLER              PIC X(5) VALUE "0-2".
           05  FILLER              PIC X(5) VALUE "3-7".
           05  FILLER              PIC X(5) VALUE "8-30".
           05  FILLER              PIC X(5) VALUE ">30".
           05  FILLER              PIC X(5) VALUE "S/FEC".
       01  WS-NOMBRES-TRAMO REDEFINES WS-NOMBRES-TRAMO-INIC.
           05  WS-NOMBRE-TRAMO     OCCURS 5 TIMES
                                   PIC X(5).

       01  WS-TOLERANCIAS.
           05  WS-TOLERANCIA       OCCURS 5 TIMES
                                   PIC 9(3).

       01  WS-ACUM-DEPTO.
           05  WS-DEP-TRAMO        OCCURS 5 TIMES
                                   PIC 9(7).
           05  WS-DEP-EXCEDIDOS    PIC 9(7).

       01  WS-ACUM-COLA.
           05  WS-COL-TRAMO        OCCURS 5 TIMES
                                   PIC 9(7).
           05  WS-COL-EXCEDIDOS    PIC 9(7).

       01  WS-RESUMEN.
           05  WS-RES-COLA         OCCURS 5 TIMES.
               10  WS-RES-TRAMO    OCCURS 5 TIMES
                                   PIC 9(7).
               10  WS-RES-EXCEDIDOS
                                   PIC 9(7).

       01  WS-ACUM-TOTAL.
           05  WS-TOT-TRAMO        OCCURS 5 TIMES
                                   PIC 9(7).
           05  WS-TOT-EXCEDIDOS    PIC 9(7).

       01  WS-LINEA-TRABAJO        PIC X(132) VALUE SPACES.

       01  WS-LINEA-ENCABEZADO-1.
           05  FILLER              PIC X(46) VALUE
               "ANTIGUEDAD DE PENDIENTES - REPORTE-ANTIGUEDAD".
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
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE " DIAS".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE "TRAMO".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(17) VALUE "LOTE".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(8) VALUE "NUM1".
           05  FILLER              PIC X(1) VALUE SPACES.
           05  FILLER              PIC X(8) VALUE "NUM2".
           05  FILLER              PIC X(1) VALUE SPACES.
           05  FILLER              PIC X(1) VALUE "O".
           05  FILLER              PIC X(1) VALUE SPACES.
           05  FILLER              PIC X(3) VALUE "MON".
           05  FILLER              PIC X(1) VALUE SPACES.
           05  FILLER              PIC X(7) VALUE "SECUEN.".
           05  FILLER              PIC X(1) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE
               "        IMPORTE".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE "MOTIVO".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(6) VALUE SPACES.

       01  WS-LINEA-TIT-COLA.
           05  FILLER              PIC X(6) VALUE "COLA: ".
           05  WS-TCO-NOMBRE       PIC X(8).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE
               "TOLERANCIA (DIAS): ".
           05  WS-TCO-TOLERANCIA   PIC ZZ9.
           05  FILLER              PIC X(91) VALUE SPACES.

       01  WS-LINEA-TIT-DEPTO.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE "DEPARTAMENTO: ".
           05  WS-TDE-DEPTO        PIC X(11).
           05  FILLER              PIC X(105) VALUE SPACES.

       01  WS-LINEA-DETALLE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-FECHA        PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-DIAS         PIC X(5).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-TRAMO        PIC X(5).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-LOTE-FECHA   PIC Z(8).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DET-LOTE-SISTEMA PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-NUM1         PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DET-NUM2         PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DET-OPERACION    PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DET-MONEDA       PIC X(3).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DET-SECUENCIA    PIC Z(6)9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DET-IMPORTE      PIC +Z(10)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-MOTIVO-COD   PIC X(2).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DET-MOTIVO-DESC  PIC X(27).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-EXCEDE       PIC X(6).

       01  WS-DIAS-EDIT            PIC ZZZZ9.

       01  WS-LINEA-SUBTOTAL.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-SUB-ETIQUETA     PIC X(22).
           05  FILLER              PIC X(6) VALUE "  0-2:".
           05  WS-SUB-TRAMO-1      PIC Z(6)9.
           05  FILLER              PIC X(6) VALUE "  3-7:".
           05  WS-SUB-TRAMO-2      PIC Z(6)9.
           05  FILLER              PIC X(7) VALUE "  8-30:".
           05  WS-SUB-TRAMO-3      PIC Z(6)9.
           05  FILLER              PIC X(6) VALUE "  >30:".
           05  WS-SUB-TRAMO-4      PIC Z(6)9.
           05  FILLER              PIC X(12) VALUE "  SIN FECHA:".
           05  WS-SUB-TRAMO-5      PIC Z(6)9.
           05  FILLER              PIC X(12) VALUE "  EXCEDEN: ".
           05  WS-SUB-EXCEDIDOS    PIC Z(6)9.
           05  FILLER              PIC X(15) VALUE SPACES.

       01  WS-LINEA-RUBRO.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RUBRO-ETIQUETA   PIC X(22).
           05  FILLER              PIC X(2) VALUE ": ".
           05  WS-RUBRO-VALOR      PIC X(20).
           05  FILLER              PIC X(86) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-PARAM-OK-SW      PIC X VALUE 'S'.
               88  PARAMETROS-VALIDOS      VALUE 'S'.
           05  WS-EOF-PEND-SW      PIC X VALUE 'N'.
               88  FIN-PENDIENTES          VALUE 'S'.
           05  WS-REPORTE-OK-SW    PIC X VALUE 'N'.
               88  REPORTE-ABIERTO         VALUE 'S'.
           05  WS-PRIMER-ITEM-SW   PIC X VALUE 'S'.
               88  PRIMER-ITEM             VALUE 'S'.
           05  WS-FECHA-VALIDA-SW  PIC X VALUE 'S'.
               88  FECHA-ITEM-VALIDA       VALUE 'S'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY "=============================="
           DISPLAY "   ANTIGUEDAD DE PENDIENTES"
           DISPLAY "=============================="

           PERFORM 1000-INICIALIZAR
           IF PARAMETROS-VALIDOS
               PERFORM 2000-LEER-PENDIENTE
                   UNTIL FIN-PENDIENTES
               IF NOT PRIMER-ITEM
                   PERFORM 3300-CERRAR-DEPTO
                   PERFORM 3400-CERRAR-COLA
               END-IF
               PERFORM 8000-RESUMEN-ANTIGUEDAD
           END-IF
           PERFORM 9000-FINALIZAR

           STOP RUN.

       1000-INICIALIZAR.
           INITIALIZE WS-RESUMEN
           INITIALIZE WS-ACUM-TOTAL
           PERFORM 1100-LEER-PARAMETROS

           IF PARAMETROS-VALIDOS
               OPEN INPUT PENDIENTE-FILE
               IF WS-PEND-STATUS NOT = "00"
                   DISPLAY "ERROR AL ABRIR PENDENT, STATUS: "
                       WS-PEND-STATUS
                   MOVE 'N' TO WS-PARAM-OK-SW
                   MOVE 12 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
               END-IF
           END-IF

           IF PARAMETROS-VALIDOS
               OPEN OUTPUT REPORTE-FILE
               IF WS-REPORTE-STATUS NOT = "00"
                   DISPLAY "ERROR AL ABRIR REPANT, STATUS: "
                       WS-REPORTE-STATUS
                   CLOSE PENDIENTE-FILE
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
               DISPLAY "ERROR AL ABRIR PARMANT, STATUS: "
                   WS-PARAM-STATUS
               MOVE 'N' TO WS-PARAM-OK-SW
           ELSE
               READ PARAM-FILE
                   AT END
                       DISPLAY "PARMANT SIN TARJETA DE PARAMETROS"
                       MOVE 'N' TO WS-PARAM-OK-SW
                   NOT AT END
                       IF PR-FECHA-PROCESO NOT NUMERIC
                           DISPLAY "FECHA DE PROCESO NO NUMERICA: "
                               PR-FECHA-PROCESO
                           MOVE 'N' TO WS-PARAM-OK-SW
                       ELSE
                           MOVE PR-FECHA-PROCESO TO WS-FECHA-PROCESO
                       END-IF
                       MOVE 0 TO WS-IDX
                       PERFORM 1200-VALIDAR-TOLERANCIA
                           UNTIL WS-IDX >= 5
               END-READ
               CLOSE PARAM-FILE
           END-IF

           IF PARAMETROS-VALIDOS AND WS-FECHA-PROCESO = 0
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           END-IF

           IF PARAMETROS-VALIDOS
               DISPLAY "FECHA DE PROCESO    : " WS-FECHA-PROCESO
               DISPLAY "TOLERANCIAS (DIAS)  : " WS-TOLERANCIA (1)
                   " " WS-TOLERANCIA (2) " " WS-TOLERANCIA (3)
                   " " WS-TOLERANCIA (4) " " WS-TOLERANCIA (5)
           ELSE
               MOVE 12 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF.

       1200-VALIDAR-TOLERANCIA.
           ADD 1 TO WS-IDX
           IF PR-TOLERANCIA (WS-IDX) NOT NUMERIC
               DISPLAY "TOLERANCIA NO NUMERICA PARA "
                   WS-NOMBRE-COLA (WS-IDX) ": "
                   PR-TOLERANCIA (WS-IDX)
               MOVE 'N' TO WS-PARAM-OK-SW
           ELSE
               MOVE PR-TOLERANCIA (WS-IDX) TO WS-TOLERANCIA (WS-IDX)
           END-IF.

       2000-LEER-PENDIENTE.
           READ PENDIENTE-FILE
               AT END
                   MOVE 'S' TO WS-EOF-PEND-SW
               NOT AT END
                   MOVE PD-COLA TO WS-COLA-X
                   IF WS-COLA-N NUMERIC
                      AND WS-COLA-N >= 1 AND WS-COLA-N <= 5
                       ADD 1 TO WS-CANT-LEIDOS
                       PERFORM 2100-PROCESAR-PENDIENTE
                   ELSE
                       DISPLAY "PENDIENTE CON COLA INVALIDA: " PD-COLA
                       MOVE 4 TO WS-RC-NUEVO
                       PERFORM 9900-ESCALAR-RETURN-CODE
                   END-IF
           END-READ.

       2100-PROCESAR-PENDIENTE.
           IF PRIMER-ITEM
               MOVE 'N' TO WS-PRIMER-ITEM-SW
               PERFORM 3100-ABRIR-COLA
               PERFORM 3200-ABRIR-DEPTO
           ELSE
               IF PD-COLA NOT = WS-COLA-ACTUAL
                   PERFORM 3300-CERRAR-DEPTO
                   PERFORM 3400-CERRAR-COLA
                   PERFORM 3100-ABRIR-COLA
                   PERFORM 3200-ABRIR-DEPTO
               ELSE
                   IF PD-DEPTO NOT = WS-DEPTO-ACTUAL
                       PERFORM 3300-CERRAR-DEPTO
                       PERFORM 3200-ABRIR-DEPTO
                   END-IF
               END-IF
           END-IF

           PERFORM 2200-CALCULAR-ANTIGUEDAD
           PERFORM 2300-LINEA-PENDIENTE.

       2200-CALCULAR-ANTIGUEDAD.
           MOVE 'S' TO WS-FECHA-VALIDA-SW
           IF PD-FECHA NOT NUMERIC
              OR PD-FECHA < 16010101
               MOVE 'N' TO WS-FECHA-VALIDA-SW
           END-IF
           IF FECHA-ITEM-VALIDA
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO)
                   - FUNCTION INTEGER-OF-DATE (PD-FECHA)
               IF WS-DIAS < 0
                   MOVE 0 TO WS-DIAS
               END-IF
           END-IF

           IF FECHA-ITEM-VALIDA
               EVALUATE TRUE
                   WHEN WS-DIAS <= 2
                       MOVE 1 TO WS-TRAMO-IDX
                   WHEN WS-DIAS <= 7
                       MOVE 2 TO WS-TRAMO-IDX
                   WHEN WS-DIAS <= 30
                       MOVE 3 TO WS-TRAMO-IDX
                   WHEN OTHER
                       MOVE 4 TO WS-TRAMO-IDX
               END-EVALUATE
           ELSE
               ADD 1 TO WS-CANT-FECHA-INVALIDA
               MOVE 5 TO WS-TRAMO-IDX
               MOVE 4 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF

           ADD 1 TO WS-DEP-TRAMO (WS-TRAMO-IDX)
           ADD 1 TO WS-COL-TRAMO (WS-TRAMO-IDX)
           ADD 1 TO WS-RES-TRAMO (WS-COLA-IDX, WS-TRAMO-IDX)
           ADD 1 TO WS-TOT-TRAMO (WS-TRAMO-IDX)

           MOVE SPACES TO WS-DET-EXCEDE
           IF FECHA-ITEM-VALIDA
              AND WS-DIAS > WS-TOLERANCIA (WS-COLA-IDX)
               MOVE "EXCEDE" TO WS-DET-EXCEDE
               ADD 1 TO WS-DEP-EXCEDIDOS
               ADD 1 TO WS-COL-EXCEDIDOS
               ADD 1 TO WS-RES-EXCEDIDOS (WS-COLA-IDX)
               ADD 1 TO WS-TOT-EXCEDIDOS
               ADD 1 TO WS-CANT-EXCEDIDOS
               MOVE 8 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF.

       2300-LINEA-PENDIENTE.
           IF FECHA-ITEM-VALIDA
               MOVE PD-FECHA TO WS-DET-FECHA
               MOVE WS-DIAS  TO WS-DIAS-EDIT
               MOVE WS-DIAS-EDIT TO WS-DET-DIAS
           ELSE
               MOVE 0       TO WS-DET-FECHA
               MOVE "  ???" TO WS-DET-DIAS
           END-IF
           MOVE WS-NOMBRE-TRAMO (WS-TRAMO-IDX) TO WS-DET-TRAMO
           IF PD-LOTE-FECHA NUMERIC
               MOVE PD-LOTE-FECHA TO WS-DET-LOTE-FECHA
           ELSE
               MOVE 0 TO WS-DET-LOTE-FECHA
           END-IF
           MOVE PD-LOTE-SISTEMA TO WS-DET-LOTE-SISTEMA
           MOVE PD-NUM1         TO WS-DET-NUM1
           MOVE PD-NUM2         TO WS-DET-NUM2
           MOVE PD-OPERACION    TO WS-DET-OPERACION
           MOVE PD-MONEDA       TO WS-DET-MONEDA
           MOVE PD-SECUENCIA    TO WS-DET-SECUENCIA
           MOVE PD-IMPORTE      TO WS-DET-IMPORTE
           MOVE PD-MOTIVO-COD   TO WS-DET-MOTIVO-COD
           MOVE PD-MOTIVO-DESC  TO WS-DET-MOTIVO-DESC
           MOVE WS-LINEA-DETALLE TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA.

       3100-ABRIR-COLA.
           MOVE PD-COLA   TO WS-COLA-ACTUAL
           MOVE WS-COLA-N TO WS-COLA-IDX
           INITIALIZE WS-ACUM-COLA
           MOVE WS-NOMBRE-COLA (WS-COLA-IDX) TO WS-TCO-NOMBRE
           MOVE WS-TOLERANCIA (WS-COLA-IDX)  TO WS-TCO-TOLERANCIA
           MOVE SPACES TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE WS-LINEA-TIT-COLA TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA.

       3200-ABRIR-DEPTO.
           MOVE PD-DEPTO TO WS-DEPTO-ACTUAL
           INITIALIZE WS-ACUM-DEPTO
           IF PD-DEPTO = SPACES
               MOVE "(SIN DEPTO)" TO WS-TDE-DEPTO
           ELSE
               MOVE PD-DEPTO TO WS-TDE-DEPTO
           END-IF
           MOVE WS-LINEA-TIT-DEPTO TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA.

       3300-CERRAR-DEPTO.
           MOVE "TOTAL DEPARTAMENTO"   TO WS-SUB-ETIQUETA
           MOVE WS-DEP-TRAMO (1)       TO WS-SUB-TRAMO-1
           MOVE WS-DEP-TRAMO (2)       TO WS-SUB-TRAMO-2
           MOVE WS-DEP-TRAMO (3)       TO WS-SUB-TRAMO-3
           MOVE WS-DEP-TRAMO (4)       TO WS-SUB-TRAMO-4
           MOVE WS-DEP-TRAMO (5)       TO WS-SUB-TRAMO-5
           MOVE WS-DEP-EXCEDIDOS       TO WS-SUB-EXCEDIDOS
           MOVE WS-LINEA-SUBTOTAL      TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA.

       3400-CERRAR-COLA.
           MOVE "TOTAL COLA"           TO WS-SUB-ETIQUETA
           MOVE WS-COL-TRAMO (1)       TO WS-SUB-TRAMO-1
           MOVE WS-COL-TRAMO (2)       TO WS-SUB-TRAMO-2
           MOVE WS-COL-TRAMO (3)       TO WS-SUB-TRAMO-3
           MOVE WS-COL-TRAMO (4)       TO WS-SUB-TRAMO-4
           MOVE WS-COL-TRAMO (5)       TO WS-SUB-TRAMO-5
           MOVE WS-COL-EXCEDIDOS       TO WS-SUB-EXCEDIDOS
           MOVE WS-LINEA-SUBTOTAL      TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           IF WS-COL-EXCEDIDOS > 0
               DISPLAY "COLA " WS-NOMBRE-COLA (WS-COLA-IDX)
                   " CON " WS-COL-EXCEDIDOS
                   " PENDIENTES FUERA DE TOLERANCIA"
           END-IF
           IF WS-COL-TRAMO (5) > 0
               DISPLAY "COLA " WS-NOMBRE-COLA (WS-COLA-IDX)
                   " CON " WS-COL-TRAMO (5)
                   " PENDIENTES SIN FECHA CONOCIDA"
           END-IF.

       8000-RESUMEN-ANTIGUEDAD.
           IF WS-CANT-LEIDOS = 0
               MOVE "  NO HAY PENDIENTES ABIERTOS EN NINGUNA COLA"
                   TO WS-LINEA-TRABAJO
               PERFORM 8900-ESCRIBIR-LINEA
           END-IF

           MOVE SPACES TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE "RESUMEN POR COLA Y TRAMO DE ANTIGUEDAD"
               TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE 0 TO WS-IDX
           PERFORM 8100-LINEA-RESUMEN-COLA
               UNTIL WS-IDX >= 5
           MOVE "TOTAL GENERAL"        TO WS-SUB-ETIQUETA
           MOVE WS-TOT-TRAMO (1)       TO WS-SUB-TRAMO-1
           MOVE WS-TOT-TRAMO (2)       TO WS-SUB-TRAMO-2
           MOVE WS-TOT-TRAMO (3)       TO WS-SUB-TRAMO-3
           MOVE WS-TOT-TRAMO (4)       TO WS-SUB-TRAMO-4
           MOVE WS-TOT-TRAMO (5)       TO WS-SUB-TRAMO-5
           MOVE WS-TOT-EXCEDIDOS       TO WS-SUB-EXCEDIDOS
           MOVE WS-LINEA-SUBTOTAL      TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA

           MOVE SPACES TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE "PENDIENTES ABIERTOS" TO WS-RUBRO-ETIQUETA
           MOVE WS-CANT-LEIDOS TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "FUERA DE TOLERANCIA" TO WS-RUBRO-ETIQUETA
           MOVE WS-CANT-EXCEDIDOS TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "SIN FECHA CONOCIDA" TO WS-RUBRO-ETIQUETA
           MOVE WS-CANT-FECHA-INVALIDA TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO

           MOVE SPACES TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE "*** FIN DEL REPORTE ***" TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA

           DISPLAY "PENDIENTES ABIERTOS : " WS-CANT-LEIDOS
           DISPLAY "FUERA DE TOLERANCIA : " WS-CANT-EXCEDIDOS
           DISPLAY "SIN FECHA CONOCIDA  : " WS-CANT-FECHA-INVALIDA.

       8100-LINEA-RESUMEN-COLA.
           ADD 1 TO WS-IDX
           MOVE WS-NOMBRE-COLA (WS-IDX)      TO WS-SUB-ETIQUETA
           MOVE WS-RES-TRAMO (WS-IDX, 1)     TO WS-SUB-TRAMO-1
           MOVE WS-RES-TRAMO (WS-IDX, 2)     TO WS-SUB-TRAMO-2
           MOVE WS-RES-TRAMO (WS-IDX, 3)     TO WS-SUB-TRAMO-3
           MOVE WS-RES-TRAMO (WS-IDX, 4)     TO WS-SUB-TRAMO-4
           MOVE WS-RES-TRAMO (WS-IDX, 5)     TO WS-SUB-TRAMO-5
           MOVE WS-RES-EXCEDIDOS (WS-IDX)    TO WS-SUB-EXCEDIDOS
           MOVE WS-LINEA-SUBTOTAL            TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA.

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
               CLOSE PENDIENTE-FILE
           END-IF
           IF REPORTE-ABIERTO
               CLOSE REPORTE-FILE
               DISPLAY "REPORTE DE ANTIGUEDAD GRABADO EN REPANT"
           END-IF.

       9900-ESCALAR-RETURN-CODE.
           IF WS-RC-NUEVO > RETURN-CODE
               MOVE WS-RC-NUEVO TO RETURN-CODE
           END-IF.
