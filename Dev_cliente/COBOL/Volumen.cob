       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERA-VOLUMEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "PARMVOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT TRANS-FILE ASSIGN TO "TRANSAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT DEPTO-FILE ASSIGN TO "DEPTSAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTO-STATUS.
           SELECT REPARTO-FILE ASSIGN TO "REPSAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPARTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE
           RECORDING MODE IS F.
       01  PARAM-RECORD.
           05  PR-FECHA-PROCESO    PIC X(8).
           05  PR-CANT-LOTES       PIC X(4).
           05  PR-DETALLES-LOTE    PIC X(7).
           05  PR-CANT-DEPTOS      PIC X(3).
           05  FILLER              PIC X(58).

       FD  TRANS-FILE
           RECORDING MODE IS F.
           COPY CPTRANS.

       FD  DEPTO-FILE
           RECORDING MODE IS F.
           COPY CPDEPTO.

       FD  REPARTO-FILE
           RECORDING MODE IS F.
           COPY CPREPART.

       WORKING-STORAGE SECTION.
       77  WS-PARAM-STATUS         PIC X(2) VALUE SPACES.
       77  WS-TRANS-STATUS         PIC X(2) VALUE SPACES.
       77  WS-DEPTO-STATUS         PIC X(2) VALUE SPACES.
       77  WS-REPARTO-STATUS       PIC X(2) VALUE SPACES.
       77  WS-RC-NUEVO             PIC 9(2) VALUE 0.
       77  WS-FECHA-PROCESO        PIC 9(8) VALUE 0.
       77  WS-CANT-LOTES           PIC 9(4) VALUE 0.
       77  WS-DETALLES-LOTE        PIC 9(7) VALUE 0.
       77  WS-CANT-DEPTOS          PIC 9(3) VALUE 0.
       77  WS-MAXIMO-DETALLES      PIC 9(11) VALUE 0.
       77  WS-LOTE-NRO             PIC 9(4) VALUE 0.
       77  WS-DETALLE-NRO          PIC 9(7) VALUE 0.
       77  WS-DETALLE-GLOBAL       PIC 9(7) VALUE 0.
       77  WS-TRABAJO              PIC 9(7) VALUE 0.
       77  WS-COCIENTE             PIC 9(7) VALUE 0.
       77  WS-RESTO                PIC 9(7) VALUE 0.
       77  WS-HASH-LOTE            PIC S9(11)V99 VALUE 0.
       77  WS-TOTAL-ESPERADO       PIC S9(12)V99 VALUE 0.
       77  WS-CONTADOR-DEPTOS      PIC 9(7) VALUE 0.
       77  WS-CONTADOR-DETALLES    PIC 9(7) VALUE 0.
       77  WS-EDIT-TOTAL           PIC +Z(11)9.99.

       01  WS-SWITCHES.
           05  WS-PARAM-OK-SW      PIC X VALUE 'S'.
               88  PARAMETROS-VALIDOS       VALUE 'S'.
           05  WS-ARCHIVOS-OK-SW   PIC X VALUE 'S'.
               88  ARCHIVOS-ABIERTOS        VALUE 'S'.

       01  WS-CODIGO-DEPTO.
           05  FILLER              PIC X(1) VALUE 'V'.
           05  WS-CODIGO-NRO       PIC 9(3) VALUE 0.

       01  WS-SISTEMA-LOTE.
           05  FILLER              PIC X(3) VALUE "VOL".
           05  WS-SISTEMA-NRO      PIC 9(4) VALUE 0.
           05  FILLER              PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR

           IF PARAMETROS-VALIDOS AND ARCHIVOS-ABIERTOS
               MOVE 0 TO WS-CODIGO-NRO
               PERFORM 2000-GENERAR-DEPARTAMENTO
                   UNTIL WS-CODIGO-NRO >= WS-CANT-DEPTOS
                      OR NOT ARCHIVOS-ABIERTOS
               PERFORM 3000-GENERAR-REPARTO
               MOVE 0 TO WS-LOTE-NRO
               PERFORM 4000-GENERAR-LOTE
                   UNTIL WS-LOTE-NRO >= WS-CANT-LOTES
                      OR NOT ARCHIVOS-ABIERTOS
           END-IF

           PERFORM 9000-FINALIZAR

           STOP RUN.

       1000-INICIALIZAR.
           PERFORM 1100-LEER-PARAMETROS
           IF PARAMETROS-VALIDOS
               PERFORM 1200-ABRIR-ARCHIVOS
           END-IF.

       1100-LEER-PARAMETROS.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR PARMVOL, STATUS: "
                   WS-PARAM-STATUS
               MOVE 'N' TO WS-PARAM-OK-SW
           ELSE
               READ PARAM-FILE
                   AT END
                       DISPLAY "PARMVOL SIN TARJETA DE PARAMETROS"
                       MOVE 'N' TO WS-PARAM-OK-SW
                   NOT AT END
                       PERFORM 1150-VALIDAR-PARAMETROS
               END-READ
               CLOSE PARAM-FILE
           END-IF

           IF PARAMETROS-VALIDOS
               DISPLAY "FECHA DE PROCESO    : " WS-FECHA-PROCESO
               DISPLAY "LOTES               : " WS-CANT-LOTES
               DISPLAY "DETALLES POR LOTE   : " WS-DETALLES-LOTE
               DISPLAY "DEPARTAMENTOS       : " WS-CANT-DEPTOS
           ELSE
               MOVE 12 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF.

       1150-VALIDAR-PARAMETROS.
           IF PR-FECHA-PROCESO NOT NUMERIC
              OR PR-FECHA-PROCESO = ZERO
               DISPLAY "FECHA DE PROCESO INVALIDA: " PR-FECHA-PROCESO
               MOVE 'N' TO WS-PARAM-OK-SW
           ELSE
               MOVE PR-FECHA-PROCESO TO WS-FECHA-PROCESO
           END-IF

           IF PR-CANT-LOTES NOT NUMERIC
              OR PR-CANT-LOTES = ZERO
               DISPLAY "CANTIDAD DE LOTES INVALIDA: " PR-CANT-LOTES
               MOVE 'N' TO WS-PARAM-OK-SW
           ELSE
               MOVE PR-CANT-LOTES TO WS-CANT-LOTES
           END-IF

           IF PR-DETALLES-LOTE NOT NUMERIC
              OR PR-DETALLES-LOTE = ZERO
              OR PR-DETALLES-LOTE > "0500000"
               DISPLAY "DETALLES POR LOTE INVALIDO (1 A 500000): "
                   PR-DETALLES-LOTE
               MOVE 'N' TO WS-PARAM-OK-SW
           ELSE
               MOVE PR-DETALLES-LOTE TO WS-DETALLES-LOTE
           END-IF

           IF PR-CANT-DEPTOS NOT NUMERIC
              OR PR-CANT-DEPTOS = ZERO
               DISPLAY "CANTIDAD DE DEPARTAMENTOS INVALIDA: "
                   PR-CANT-DEPTOS
               MOVE 'N' TO WS-PARAM-OK-SW
           ELSE
               MOVE PR-CANT-DEPTOS TO WS-CANT-DEPTOS
           END-IF

           IF PARAMETROS-VALIDOS
               MULTIPLY WS-CANT-LOTES BY WS-DETALLES-LOTE
                   GIVING WS-MAXIMO-DETALLES
               IF WS-MAXIMO-DETALLES > 9999999
                   DISPLAY "LOTES POR DETALLES EXCEDE 9999999 - NUM1 "
                       "SE ARMA CON EL NUMERO DE DETALLE"
                   MOVE 'N' TO WS-PARAM-OK-SW
               END-IF
           END-IF.

       1200-ABRIR-ARCHIVOS.
           OPEN OUTPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR TRANSAL, STATUS: "
                   WS-TRANS-STATUS
               MOVE 'N' TO WS-ARCHIVOS-OK-SW
           END-IF

           OPEN OUTPUT DEPTO-FILE
           IF WS-DEPTO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR DEPTSAL, STATUS: "
                   WS-DEPTO-STATUS
               MOVE 'N' TO WS-ARCHIVOS-OK-SW
           END-IF

           OPEN OUTPUT REPARTO-FILE
           IF WS-REPARTO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR REPSAL, STATUS: "
                   WS-REPARTO-STATUS
               MOVE 'N' TO WS-ARCHIVOS-OK-SW
           END-IF

           IF NOT ARCHIVOS-ABIERTOS
               MOVE 12 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF.

       2000-GENERAR-DEPARTAMENTO.
           ADD 1 TO WS-CODIGO-NRO
           MOVE SPACES          TO DEPTO-RECORD
           MOVE WS-CODIGO-DEPTO TO DM-CODIGO
           MOVE "DEPTO PRUEBA DE VOLUMEN"
               TO DM-DESCRIPCION
           MOVE 'A'             TO DM-ESTADO
           MOVE "9000"          TO DM-CUENTA-GL (1:4)
           MOVE WS-CODIGO-NRO   TO DM-CUENTA-GL (5:3)
           WRITE DEPTO-RECORD
           IF WS-DEPTO-STATUS NOT = "00"
               DISPLAY "ERROR AL ESCRIBIR DEPTSAL, STATUS: "
                   WS-DEPTO-STATUS
               PERFORM 8900-FALLA-ESCRITURA
           ELSE
               ADD 1 TO WS-CONTADOR-DEPTOS
           END-IF.

       3000-GENERAR-REPARTO.
           MOVE SPACES           TO REPARTO-RECORD
           MOVE "V000"           TO RP-DEPTO-POOL
           MOVE WS-FECHA-PROCESO TO RP-FECHA-DESDE
           MOVE "V001"           TO RP-DEPTO-DESTINO
           MOVE 99999999         TO RP-FECHA-HASTA
           MOVE 100              TO RP-PORCENTAJE
           MOVE 'P'              TO RP-ESTADO
           WRITE REPARTO-RECORD
           IF WS-REPARTO-STATUS NOT = "00"
               DISPLAY "ERROR AL ESCRIBIR REPSAL, STATUS: "
                   WS-REPARTO-STATUS
               PERFORM 8900-FALLA-ESCRITURA
           END-IF.

       4000-GENERAR-LOTE.
           ADD 1 TO WS-LOTE-NRO
           MOVE WS-LOTE-NRO TO WS-SISTEMA-NRO
           MOVE 0 TO WS-DETALLE-NRO
           MOVE 0 TO WS-HASH-LOTE

           MOVE SPACES           TO TRANS-HEADER-RECORD
           MOVE 'H'              TO TH-TIPO-REG
           MOVE WS-FECHA-PROCESO TO TH-FECHA-LOTE
           MOVE WS-SISTEMA-LOTE  TO TH-SISTEMA-ORIGEN
           WRITE TRANS-HEADER-RECORD
           PERFORM 4900-VERIFICAR-TRANSAL

           PERFORM 4100-GENERAR-DETALLE
               UNTIL WS-DETALLE-NRO >= WS-DETALLES-LOTE
                  OR NOT ARCHIVOS-ABIERTOS

           MOVE SPACES         TO TRANS-TRAILER-RECORD
           MOVE 'T'            TO TT-TIPO-REG
           MOVE WS-DETALLE-NRO TO TT-CANT-REGISTROS
           MOVE WS-HASH-LOTE   TO TT-HASH-TOTAL
           WRITE TRANS-TRAILER-RECORD
           PERFORM 4900-VERIFICAR-TRANSAL.

       4100-GENERAR-DETALLE.
           ADD 1 TO WS-DETALLE-NRO
           ADD 1 TO WS-DETALLE-GLOBAL
           MOVE SPACES TO TRANS-RECORD
           MOVE 'D'    TO TR-TIPO-REG
           DIVIDE WS-DETALLE-GLOBAL BY 100 GIVING TR-NUM1
           DIVIDE WS-DETALLE-GLOBAL BY 1000 GIVING WS-COCIENTE
               REMAINDER WS-RESTO
           DIVIDE WS-RESTO BY 100 GIVING TR-NUM2

           DIVIDE WS-DETALLE-GLOBAL BY 2 GIVING WS-COCIENTE
               REMAINDER WS-RESTO
           IF WS-RESTO = 0
               MOVE 'S' TO TR-OPERACION
               ADD TR-NUM1 TR-NUM2 TO WS-TOTAL-ESPERADO
           ELSE
               MOVE 'R' TO TR-OPERACION
               ADD TR-NUM1 TO WS-TOTAL-ESPERADO
               SUBTRACT TR-NUM2 FROM WS-TOTAL-ESPERADO
           END-IF

           SUBTRACT 1 FROM WS-DETALLE-GLOBAL GIVING WS-TRABAJO
           DIVIDE WS-TRABAJO BY WS-CANT-DEPTOS GIVING WS-COCIENTE
               REMAINDER WS-RESTO
           ADD 1 TO WS-RESTO GIVING WS-CODIGO-NRO
           MOVE WS-CODIGO-DEPTO TO TR-DEPTO
           MOVE "MXN"           TO TR-MONEDA

           ADD TR-NUM1 TR-NUM2 TO WS-HASH-LOTE
           WRITE TRANS-RECORD
           PERFORM 4900-VERIFICAR-TRANSAL
           IF ARCHIVOS-ABIERTOS
               ADD 1 TO WS-CONTADOR-DETALLES
           END-IF.

       4900-VERIFICAR-TRANSAL.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR AL ESCRIBIR TRANSAL, STATUS: "
                   WS-TRANS-STATUS
               PERFORM 8900-FALLA-ESCRITURA
           END-IF.

       8900-FALLA-ESCRITURA.
           MOVE 'N' TO WS-ARCHIVOS-OK-SW
           MOVE 12 TO WS-RC-NUEVO
           PERFORM 9900-ESCALAR-RETURN-CODE.

       9000-FINALIZAR.
           IF PARAMETROS-VALIDOS
               CLOSE TRANS-FILE
               CLOSE DEPTO-FILE
               CLOSE REPARTO-FILE
           END-IF

           MOVE WS-TOTAL-ESPERADO TO WS-EDIT-TOTAL
           DISPLAY "DEPARTAMENTOS GENERADOS       : "
               WS-CONTADOR-DEPTOS
           DISPLAY "LOTES GENERADOS               : " WS-LOTE-NRO
           DISPLAY "DETALLES GENERADOS            : "
               WS-CONTADOR-DETALLES
           DISPLAY "TOTAL DE CONTROL ESPERADO GL  : " WS-EDIT-TOTAL.

       9900-ESCALAR-RETURN-CODE.
           IF WS-RC-NUEVO > RETURN-CODE
               MOVE WS-RC-NUEVO TO RETURN-CODE
           END-IF.
