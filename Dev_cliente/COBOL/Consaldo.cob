       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-SALDOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALDO-FILE ASSIGN TO "SALDEPTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-CLAVE
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT DEPTO-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WS-DEPTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALDO-FILE.
           COPY CPSALDO.

       FD  DEPTO-FILE.
           COPY CPDEPTO.

       WORKING-STORAGE SECTION.
       77  WS-SALDO-STATUS         PIC X(2) VALUE SPACES.
       77  WS-DEPTO-STATUS         PIC X(2) VALUE SPACES.
       77  WS-DEPTO-CONSULTA       PIC X(4) VALUE SPACES.
       77  WS-PERIODO-CONSULTA     PIC 9(6) VALUE 0.
       77  WS-CANT-CUENTAS         PIC 9(4) VALUE 0.
       77  WS-PORCENTAJE           PIC 9(5)V9 VALUE 0.
       77  WS-DISPONIBLE           PIC S9(13)V99 VALUE 0.
       77  WS-EDIT-MES             PIC +Z(12)9.99.
       77  WS-EDIT-ANIO            PIC +Z(12)9.99.
       77  WS-EDIT-PRESUPUESTO     PIC Z(12)9.99.
       77  WS-EDIT-DISPONIBLE      PIC +Z(12)9.99.
       77  WS-EDIT-PORCENTAJE      PIC ZZZZ9.9.
       77  WS-ANIO-CANTIDAD        PIC 9(9) VALUE 0.
       77  WS-ANIO-IMPORTE         PIC S9(13)V99 VALUE 0.
       77  WS-PERIODO-ARRASTRE     PIC 9(6) VALUE 0.

       01  WS-PERIODO-BUSQUEDA     PIC 9(6) VALUE 0.
       01  WS-PB-PARTES REDEFINES WS-PERIODO-BUSQUEDA.
           05  WS-PB-ANIO          PIC 9(4).
           05  WS-PB-MES           PIC 9(2).

       01  WS-SALDO-GUARDADO       PIC X(100).

       01  WS-SWITCHES.
           05  WS-SALIR-SW         PIC X VALUE 'N'.
               88  SALIR-CONSULTA          VALUE 'S'.
           05  WS-FIN-LISTADO-SW   PIC X VALUE 'N'.
               88  FIN-LISTADO             VALUE 'S'.
           05  WS-ARRASTRE-SW      PIC X VALUE 'N'.
               88  ARRASTRE-HALLADO        VALUE 'S'.

       SCREEN SECTION.
       01  PANTALLA-SALDOS.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE
               "=====================================================".
           05  LINE 2 COL 1 VALUE
               "     CONSULTA DE SALDOS Y PRESUPUESTO - SALDEPTO".
           05  LINE 3 COL 1 VALUE
               "=====================================================".
           05  LINE 5 COL 1 VALUE
               "Departamento: ".
           05  COL PLUS 1 PIC X(4) USING WS-DEPTO-CONSULTA.
           05  LINE 6 COL 1 VALUE
               "Periodo (AAAAMM), 0 para salir: ".
           05  COL PLUS 1 PIC 9(6) USING WS-PERIODO-CONSULTA.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR

           PERFORM 2000-ATENDER-CONSULTA
               UNTIL SALIR-CONSULTA

           PERFORM 9000-FINALIZAR

           STOP RUN.

       1000-INICIALIZAR.
           OPEN INPUT SALDO-FILE
           IF WS-SALDO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR SALDEPTO, STATUS: "
                   WS-SALDO-STATUS
               MOVE 'S' TO WS-SALIR-SW
           END-IF

           OPEN INPUT DEPTO-FILE
           IF WS-DEPTO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR DEPTMAST, STATUS: "
                   WS-DEPTO-STATUS
               MOVE 'S' TO WS-SALIR-SW
           END-IF.

       2000-ATENDER-CONSULTA.
           DISPLAY PANTALLA-SALDOS
           ACCEPT PANTALLA-SALDOS

           IF WS-PERIODO-CONSULTA = 0
               MOVE 'S' TO WS-SALIR-SW
           ELSE
               PERFORM 3000-LISTAR-SALDOS
           END-IF.

       3000-LISTAR-SALDOS.
           MOVE 'N' TO WS-FIN-LISTADO-SW
           MOVE 0 TO WS-CANT-CUENTAS

           MOVE WS-DEPTO-CONSULTA TO DM-CODIGO
           READ DEPTO-FILE
               INVALID KEY
                   DISPLAY "DEPARTAMENTO " WS-DEPTO-CONSULTA
                       " NO EXISTE EN DEPTMAST"
               NOT INVALID KEY
                   DISPLAY "DEPARTAMENTO " DM-CODIGO " "
                       DM-DESCRIPCION " ESTADO " DM-ESTADO
           END-READ

           MOVE SPACES TO SD-CLAVE
           MOVE WS-DEPTO-CONSULTA TO SD-DEPTO
           START SALDO-FILE KEY IS NOT LESS THAN SD-CLAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIN-LISTADO-SW
           END-START

           PERFORM 3100-LEER-SALDO
               UNTIL FIN-LISTADO

           IF WS-CANT-CUENTAS = 0
               DISPLAY "NO HAY SALDOS NI PRESUPUESTO PARA EL PERIODO "
                   WS-PERIODO-CONSULTA
           END-IF.

       3100-LEER-SALDO.
           READ SALDO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-LISTADO-SW
               NOT AT END
                   IF SD-DEPTO NOT = WS-DEPTO-CONSULTA
                       MOVE 'S' TO WS-FIN-LISTADO-SW
                   ELSE
                       IF SD-PERIODO = WS-PERIODO-CONSULTA
                           PERFORM 3200-MOSTRAR-SALDO
                       END-IF
                   END-IF
           END-READ.

       3200-MOSTRAR-SALDO.
           ADD 1 TO WS-CANT-CUENTAS
           MOVE 0 TO WS-PORCENTAJE
           IF SD-PRESUPUESTO > 0 AND SD-MES-IMPORTE > 0
               COMPUTE WS-PORCENTAJE ROUNDED =
                   SD-MES-IMPORTE * 100 / SD-PRESUPUESTO
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PORCENTAJE
               END-COMPUTE
           END-IF
           SUBTRACT SD-MES-IMPORTE FROM SD-PRESUPUESTO
               GIVING WS-DISPONIBLE

           MOVE SD-ANIO-CANTIDAD TO WS-ANIO-CANTIDAD
           MOVE SD-ANIO-IMPORTE  TO WS-ANIO-IMPORTE
           MOVE 0 TO WS-PERIODO-ARRASTRE
           IF SD-ANIO-INICIADO NOT = 'S'
               PERFORM 3300-BUSCAR-ARRASTRE
           END-IF

           MOVE SD-MES-IMPORTE  TO WS-EDIT-MES
           MOVE WS-ANIO-IMPORTE TO WS-EDIT-ANIO
           MOVE SD-PRESUPUESTO  TO WS-EDIT-PRESUPUESTO
           MOVE WS-DISPONIBLE   TO WS-EDIT-DISPONIBLE
           MOVE WS-PORCENTAJE   TO WS-EDIT-PORCENTAJE

           DISPLAY "------------------------------"
           DISPLAY "CUENTA GL " SD-CUENTA-GL
               "   ULTIMA FECHA APLICADA " SD-ULTIMA-FECHA
           DISPLAY "  MES : " SD-MES-CANTIDAD " MOVS  "
               WS-EDIT-MES
           IF WS-PERIODO-ARRASTRE = 0
               DISPLAY "  ANIO: " WS-ANIO-CANTIDAD " MOVS  "
                   WS-EDIT-ANIO
           ELSE
               DISPLAY "  ANIO: " WS-ANIO-CANTIDAD " MOVS  "
                   WS-EDIT-ANIO "  (AL PERIODO " WS-PERIODO-ARRASTRE
                   ")"
           END-IF
           IF SD-PRESUPUESTO = 0
               DISPLAY "  PRESUPUESTO: SIN LIMITE CARGADO"
           ELSE
               DISPLAY "  PRESUPUESTO: " WS-EDIT-PRESUPUESTO
                   "  USO " WS-EDIT-PORCENTAJE " PCT"
               DISPLAY "  DISPONIBLE : " WS-EDIT-DISPONIBLE
           END-IF.

       3300-BUSCAR-ARRASTRE.
           MOVE SALDO-RECORD TO WS-SALDO-GUARDADO
           MOVE 'N' TO WS-ARRASTRE-SW
           MOVE SD-PERIODO TO WS-PERIODO-BUSQUEDA
           PERFORM 3310-LEER-MES-ANTERIOR
               UNTIL ARRASTRE-HALLADO OR WS-PB-MES <= 1
           MOVE WS-SALDO-GUARDADO TO SALDO-RECORD

           START SALDO-FILE KEY IS GREATER THAN SD-CLAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIN-LISTADO-SW
           END-START.

       3310-LEER-MES-ANTERIOR.
           SUBTRACT 1 FROM WS-PB-MES
           MOVE WS-SALDO-GUARDADO TO SALDO-RECORD
           MOVE WS-PERIODO-BUSQUEDA TO SD-PERIODO
           READ SALDO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SD-ANIO-INICIADO = 'S'
                       MOVE 'S' TO WS-ARRASTRE-SW
                       MOVE SD-ANIO-CANTIDAD TO WS-ANIO-CANTIDAD
                       MOVE SD-ANIO-IMPORTE  TO WS-ANIO-IMPORTE
                       MOVE SD-PERIODO       TO WS-PERIODO-ARRASTRE
                   END-IF
           END-READ.

       9000-FINALIZAR.
           CLOSE SALDO-FILE
           CLOSE DEPTO-FILE.
