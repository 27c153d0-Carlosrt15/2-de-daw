       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-REPARTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPTO-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WS-DEPTO-STATUS.
           SELECT REPARTO-FILE ASSIGN TO "REPARTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-CLAVE
               FILE STATUS IS WS-REPARTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPTO-FILE.
           COPY CPDEPTO.

       FD  REPARTO-FILE.
           COPY CPREPART.

       WORKING-STORAGE SECTION.
       77  WS-DEPTO-STATUS         PIC X(2) VALUE SPACES.
       77  WS-REPARTO-STATUS       PIC X(2) VALUE SPACES.
       77  WS-CONTADOR-ALTAS       PIC 9(5) VALUE 0.
       77  WS-CONTADOR-BAJAS       PIC 9(5) VALUE 0.
       77  WS-CONTADOR-CAMBIOS     PIC 9(5) VALUE 0.
       77  WS-CONTADOR-VALIDADAS   PIC 9(5) VALUE 0.
       77  WS-MENSAJE              PIC X(45) VALUE SPACES.
       77  WS-VERSION-LINEAS       PIC 9(3) VALUE 0.
       77  WS-VERSION-PCT          PIC 9(5)V99 VALUE 0.
       77  WS-NUEVO-ESTADO         PIC X(1) VALUE SPACE.
       77  WS-EDIT-PCT             PIC ZZZZ9.99.

       01  WS-CAPTURA.
           05  WS-CAP-POOL         PIC X(4) VALUE SPACES.
           05  WS-CAP-DESDE        PIC 9(8) VALUE 0.
           05  WS-CAP-DESTINO      PIC X(4) VALUE SPACES.
           05  WS-CAP-PORCENTAJE   PIC 9(3)V99 VALUE 0.
           05  WS-CAP-HASTA        PIC 9(8) VALUE 0.
           05  WS-CAP-ESTADO       PIC X(1) VALUE SPACE.
           05  WS-CAP-SUMA         PIC 9(5)V99 VALUE 0.
           05  WS-ACCION           PIC X(1) VALUE SPACE.

       01  WS-SWITCHES.
           05  WS-SALIR-SW         PIC X VALUE 'N'.
               88  SALIR-MANTENIMIENTO     VALUE 'S'.
           05  WS-ALTA-VALIDA-SW   PIC X VALUE 'S'.
               88  ALTA-VALIDA             VALUE 'S'.
           05  WS-FIN-VERSION-SW   PIC X VALUE 'N'.
               88  FIN-VERSION             VALUE 'S'.

       SCREEN SECTION.
       01  PANTALLA-REPARTO.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE
               "=====================================================".
           05  LINE 2 COL 1 VALUE
               "     MANTENIMIENTO DE REGLAS DE REPARTO - REPARTO".
           05  LINE 3 COL 1 VALUE
               "=====================================================".
           05  LINE 5 COL 1 VALUE "Depto pool    : ".
           05  COL PLUS 1 PIC X(4) USING WS-CAP-POOL.
           05  LINE 6 COL 1 VALUE "Vigente desde : ".
           05  COL PLUS 1 PIC 9(8) USING WS-CAP-DESDE.
           05  LINE 7 COL 1 VALUE "Depto destino : ".
           05  COL PLUS 1 PIC X(4) USING WS-CAP-DESTINO.
           05  LINE 8 COL 1 VALUE "Porcentaje    : ".
           05  COL PLUS 1 PIC 9(3)V99 USING WS-CAP-PORCENTAJE.
           05  LINE 9 COL 1 VALUE "Vigente hasta : ".
           05  COL PLUS 1 PIC 9(8) USING WS-CAP-HASTA.
           05  LINE 10 COL 1 VALUE "Estado linea  : ".
           05  COL PLUS 1 PIC X(1) FROM WS-CAP-ESTADO.
           05  LINE 11 COL 1 VALUE "Suma version  : ".
           05  COL PLUS 1 PIC ZZZZ9.99 FROM WS-CAP-SUMA.
           05  LINE 13 COL 1 VALUE
               "Accion (A=alta, B=baja, M=modificar, V=validar,".
           05  LINE 14 COL 1 VALUE
               "C=consultar, F=fin): ".
           05  COL PLUS 1 PIC X(1) USING WS-ACCION.
           05  LINE 16 COL 1 PIC X(45) FROM WS-MENSAJE.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR

           PERFORM 2000-ATENDER-SESION
               UNTIL SALIR-MANTENIMIENTO

           PERFORM 9000-FINALIZAR

           STOP RUN.

       1000-INICIALIZAR.
           OPEN INPUT DEPTO-FILE
           IF WS-DEPTO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR DEPTMAST, STATUS: "
                   WS-DEPTO-STATUS
               MOVE 'S' TO WS-SALIR-SW
           END-IF

           OPEN I-O REPARTO-FILE
           IF WS-REPARTO-STATUS NOT = "00"
               OPEN OUTPUT REPARTO-FILE
               CLOSE REPARTO-FILE
               OPEN I-O REPARTO-FILE
           END-IF
           IF WS-REPARTO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR REPARTO, STATUS: "
                   WS-REPARTO-STATUS
               MOVE 'S' TO WS-SALIR-SW
           END-IF.

       2000-ATENDER-SESION.
           DISPLAY PANTALLA-REPARTO
           ACCEPT PANTALLA-REPARTO
           MOVE SPACES TO WS-MENSAJE

           EVALUATE WS-ACCION
               WHEN 'A'
                   PERFORM 3000-ALTA-LINEA
               WHEN 'B'
                   PERFORM 4000-BAJA-LINEA
               WHEN 'M'
                   PERFORM 5000-MODIFICAR-LINEA
               WHEN 'V'
                   PERFORM 6500-VALIDAR-VERSION
               WHEN 'C'
                   PERFORM 6000-CONSULTAR-LINEA
               WHEN 'F'
                   MOVE 'S' TO WS-SALIR-SW
               WHEN OTHER
                   MOVE "ACCION INVALIDA - USE A, B, M, V, C O F"
                       TO WS-MENSAJE
           END-EVALUATE.

       3000-ALTA-LINEA.
           PERFORM 3100-VALIDAR-ALTA
           IF ALTA-VALIDA
               MOVE SPACES            TO REPARTO-RECORD
               MOVE WS-CAP-POOL       TO RP-DEPTO-POOL
               MOVE WS-CAP-DESDE      TO RP-FECHA-DESDE
               MOVE WS-CAP-DESTINO    TO RP-DEPTO-DESTINO
               MOVE WS-CAP-HASTA      TO RP-FECHA-HASTA
               MOVE WS-CAP-PORCENTAJE TO RP-PORCENTAJE
               MOVE 'P'               TO RP-ESTADO
               WRITE REPARTO-RECORD
                   INVALID KEY
                       MOVE "LINEA DE REPARTO YA EXISTE" TO WS-MENSAJE
                   NOT INVALID KEY
                       ADD 1 TO WS-CONTADOR-ALTAS
                       MOVE 'P' TO WS-NUEVO-ESTADO
                       PERFORM 7500-MARCAR-VERSION
                       MOVE 'P' TO WS-CAP-ESTADO
                       MOVE "LINEA GRABADA - VERSION PENDIENTE"
                           TO WS-MENSAJE
               END-WRITE
           END-IF.

       3100-VALIDAR-ALTA.
           MOVE 'S' TO WS-ALTA-VALIDA-SW

           IF WS-CAP-POOL = SPACES
               MOVE 'N' TO WS-ALTA-VALIDA-SW
               MOVE "DEPARTAMENTO POOL AUSENTE" TO WS-MENSAJE
           ELSE
               MOVE WS-CAP-POOL TO DM-CODIGO
               READ DEPTO-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-ALTA-VALIDA-SW
                       MOVE "DEPARTAMENTO POOL NO EXISTE"
                           TO WS-MENSAJE
               END-READ
           END-IF
           IF WS-CAP-DESTINO = SPACES
              OR WS-CAP-DESTINO = WS-CAP-POOL
               MOVE 'N' TO WS-ALTA-VALIDA-SW
               MOVE "DEPARTAMENTO DESTINO INVALIDO" TO WS-MENSAJE
           ELSE
               MOVE WS-CAP-DESTINO TO DM-CODIGO
               READ DEPTO-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-ALTA-VALIDA-SW
                       MOVE "DEPARTAMENTO DESTINO NO EXISTE"
                           TO WS-MENSAJE
                   NOT INVALID KEY
                       IF DM-ESTADO NOT = 'A'
                           MOVE 'N' TO WS-ALTA-VALIDA-SW
                           MOVE "DEPARTAMENTO DESTINO INACTIVO"
                               TO WS-MENSAJE
                       END-IF
               END-READ
               PERFORM 3200-VERIFICAR-DESTINO-POOL
           END-IF
           IF WS-CAP-DESDE = 0
               MOVE 'N' TO WS-ALTA-VALIDA-SW
               MOVE "FECHA DESDE AUSENTE" TO WS-MENSAJE
           END-IF
           IF WS-CAP-HASTA = 0
               MOVE 99999999 TO WS-CAP-HASTA
           END-IF
           IF WS-CAP-HASTA < WS-CAP-DESDE
               MOVE 'N' TO WS-ALTA-VALIDA-SW
               MOVE "FECHA HASTA ANTERIOR A FECHA DESDE" TO WS-MENSAJE
           END-IF
           IF WS-CAP-PORCENTAJE = 0
              OR WS-CAP-PORCENTAJE > 100
               MOVE 'N' TO WS-ALTA-VALIDA-SW
               MOVE "PORCENTAJE FUERA DE RANGO (0-100)" TO WS-MENSAJE
           END-IF.

       3200-VERIFICAR-DESTINO-POOL.
           MOVE WS-CAP-DESTINO TO RP-DEPTO-POOL
           MOVE ZEROES         TO RP-FECHA-DESDE
           MOVE SPACES         TO RP-DEPTO-DESTINO
           START REPARTO-FILE KEY IS NOT LESS THAN RP-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ REPARTO-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RP-DEPTO-POOL = WS-CAP-DESTINO
                               MOVE 'N' TO WS-ALTA-VALIDA-SW
                               MOVE "DESTINO ES A SU VEZ UN POOL"
                                   TO WS-MENSAJE
                           END-IF
                   END-READ
           END-START.

       4000-BAJA-LINEA.
           PERFORM 7000-LEER-LINEA
           IF WS-REPARTO-STATUS = "00"
               DELETE REPARTO-FILE
                   INVALID KEY
                       MOVE "ERROR AL BORRAR LINEA DE REPARTO"
                           TO WS-MENSAJE
                   NOT INVALID KEY
                       ADD 1 TO WS-CONTADOR-BAJAS
                       MOVE 'P' TO WS-NUEVO-ESTADO
                       PERFORM 7500-MARCAR-VERSION
                       MOVE SPACE TO WS-CAP-ESTADO
                       MOVE "LINEA BORRADA - VERSION PENDIENTE"
                           TO WS-MENSAJE
               END-DELETE
           END-IF.

       5000-MODIFICAR-LINEA.
           IF WS-CAP-PORCENTAJE = 0
              OR WS-CAP-PORCENTAJE > 100
               MOVE "PORCENTAJE FUERA DE RANGO (0-100)" TO WS-MENSAJE
           ELSE
               IF WS-CAP-HASTA = 0
                   MOVE 99999999 TO WS-CAP-HASTA
               END-IF
               IF WS-CAP-HASTA < WS-CAP-DESDE
                   MOVE "FECHA HASTA ANTERIOR A FECHA DESDE"
                       TO WS-MENSAJE
               ELSE
                   PERFORM 5100-REGRABAR-LINEA
               END-IF
           END-IF.

       5100-REGRABAR-LINEA.
           PERFORM 7000-LEER-LINEA
           IF WS-REPARTO-STATUS = "00"
               MOVE WS-CAP-PORCENTAJE TO RP-PORCENTAJE
               MOVE WS-CAP-HASTA      TO RP-FECHA-HASTA
               MOVE 'P'               TO RP-ESTADO
               REWRITE REPARTO-RECORD
                   INVALID KEY
                       MOVE "ERROR AL REGRABAR LINEA DE REPARTO"
                           TO WS-MENSAJE
                   NOT INVALID KEY
                       ADD 1 TO WS-CONTADOR-CAMBIOS
                       MOVE 'P' TO WS-NUEVO-ESTADO
                       PERFORM 7500-MARCAR-VERSION
                       MOVE 'P' TO WS-CAP-ESTADO
                       MOVE "LINEA MODIFICADA - VERSION PENDIENTE"
                           TO WS-MENSAJE
               END-REWRITE
           END-IF.

       6000-CONSULTAR-LINEA.
           PERFORM 7000-LEER-LINEA
           IF WS-REPARTO-STATUS = "00"
               MOVE RP-PORCENTAJE  TO WS-CAP-PORCENTAJE
               MOVE RP-FECHA-HASTA TO WS-CAP-HASTA
               MOVE RP-ESTADO      TO WS-CAP-ESTADO
               PERFORM 7200-SUMAR-VERSION
               MOVE WS-VERSION-PCT TO WS-CAP-SUMA
               MOVE "LINEA DE REPARTO ENCONTRADA" TO WS-MENSAJE
           ELSE
               MOVE 0     TO WS-CAP-PORCENTAJE
               MOVE 0     TO WS-CAP-HASTA
               MOVE SPACE TO WS-CAP-ESTADO
           END-IF.

       6500-VALIDAR-VERSION.
           PERFORM 7200-SUMAR-VERSION
           MOVE WS-VERSION-PCT TO WS-CAP-SUMA
           IF WS-VERSION-LINEAS = 0
               MOVE "VERSION SIN LINEAS DE REPARTO" TO WS-MENSAJE
           ELSE
               IF WS-VERSION-PCT NOT = 100
                   MOVE WS-VERSION-PCT TO WS-EDIT-PCT
                   STRING "VERSION SUMA " DELIMITED BY SIZE
                          WS-EDIT-PCT DELIMITED BY SIZE
                          " PCT - NO SE ACTIVA" DELIMITED BY SIZE
                       INTO WS-MENSAJE
                   END-STRING
               ELSE
                   MOVE 'A' TO WS-NUEVO-ESTADO
                   PERFORM 7500-MARCAR-VERSION
                   ADD 1 TO WS-CONTADOR-VALIDADAS
                   MOVE 'A' TO WS-CAP-ESTADO
                   MOVE "VERSION SUMA 100 PCT - ACTIVADA"
                       TO WS-MENSAJE
               END-IF
           END-IF.

       7000-LEER-LINEA.
           MOVE WS-CAP-POOL    TO RP-DEPTO-POOL
           MOVE WS-CAP-DESDE   TO RP-FECHA-DESDE
           MOVE WS-CAP-DESTINO TO RP-DEPTO-DESTINO
           READ REPARTO-FILE
               INVALID KEY
                   MOVE "LINEA DE REPARTO NO EXISTE" TO WS-MENSAJE
           END-READ.

       7200-SUMAR-VERSION.
           MOVE 0 TO WS-VERSION-LINEAS
           MOVE 0 TO WS-VERSION-PCT
           PERFORM 7300-UBICAR-VERSION
           PERFORM 7350-SUMAR-LINEA
               UNTIL FIN-VERSION.

       7300-UBICAR-VERSION.
           MOVE 'N' TO WS-FIN-VERSION-SW
           MOVE WS-CAP-POOL  TO RP-DEPTO-POOL
           MOVE WS-CAP-DESDE TO RP-FECHA-DESDE
           MOVE SPACES       TO RP-DEPTO-DESTINO
           START REPARTO-FILE KEY IS NOT LESS THAN RP-CLAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIN-VERSION-SW
           END-START.

       7350-SUMAR-LINEA.
           PERFORM 7400-LEER-SIGUIENTE-VERSION
           IF NOT FIN-VERSION
               ADD 1 TO WS-VERSION-LINEAS
               ADD RP-PORCENTAJE TO WS-VERSION-PCT
           END-IF.

       7400-LEER-SIGUIENTE-VERSION.
           READ REPARTO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-VERSION-SW
               NOT AT END
                   IF RP-DEPTO-POOL NOT = WS-CAP-POOL
                      OR RP-FECHA-DESDE NOT = WS-CAP-DESDE
                       MOVE 'S' TO WS-FIN-VERSION-SW
                   END-IF
           END-READ.

       7500-MARCAR-VERSION.
           PERFORM 7300-UBICAR-VERSION
           PERFORM 7550-MARCAR-LINEA
               UNTIL FIN-VERSION.

       7550-MARCAR-LINEA.
           PERFORM 7400-LEER-SIGUIENTE-VERSION
           IF NOT FIN-VERSION
               MOVE WS-NUEVO-ESTADO TO RP-ESTADO
               REWRITE REPARTO-RECORD
                   INVALID KEY
                       MOVE "ERROR AL REGRABAR LINEA DE REPARTO"
                           TO WS-MENSAJE
               END-REWRITE
           END-IF.

       9000-FINALIZAR.
           CLOSE DEPTO-FILE
           CLOSE REPARTO-FILE
           DISPLAY "LINEAS GRABADAS EN REPARTO   : " WS-CONTADOR-ALTAS
           DISPLAY "LINEAS BORRADAS DE REPARTO   : " WS-CONTADOR-BAJAS
           DISPLAY "LINEAS MODIFICADAS EN REPARTO: "
               WS-CONTADOR-CAMBIOS
           DISPLAY "VERSIONES ACTIVADAS          : "
               WS-CONTADOR-VALIDADAS.
