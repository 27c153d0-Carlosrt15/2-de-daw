               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WS-DEPTO-STATUS.
           SELECT DEPTO-PEND-FILE ASSIGN TO "DEPTPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-CODIGO
               FILE STATUS IS WS-DEPTPEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPTO-FILE.
           COPY CPDEPTO.

       FD  DEPTO-PEND-FILE.
           COPY CPDEPPEN.

       WORKING-STORAGE SECTION.
       77  WS-DEPTO-STATUS         PIC X(2) VALUE SPACES.
       77  WS-DEPTPEND-STATUS      PIC X(2) VALUE SPACES.
       77  WS-CONTADOR-ALTAS       PIC 9(5) VALUE 0.
       77  WS-CONTADOR-BAJAS       PIC 9(5) VALUE 0.
       77  WS-CONTADOR-CAMBIOS     PIC 9(5) VALUE 0.
       77  WS-MENSAJE              PIC X(45) VALUE SPACES.
       77  WS-USUARIO              PIC X(8) VALUE SPACES.
       77  WS-FECHA-HOY            PIC 9(8) VALUE 0.
       77  WS-HORA-COMPLETA        PIC 9(8) VALUE 0.
       77  WS-HORA-ACTUAL          PIC 9(6) VALUE 0.

       01  WS-CAPTURA.
           05  WS-CAP-CODIGO       PIC X(4) VALUE SPACES.
               88  SALIR-MANTENIMIENTO     VALUE 'S'.
           05  WS-ALTA-VALIDA-SW   PIC X VALUE 'S'.
               88  ALTA-VALIDA             VALUE 'S'.
           05  WS-SOLICITUD-OK-SW  PIC X VALUE 'S'.
               88  SOLICITUD-ADMITIDA      VALUE 'S'.

       SCREEN SECTION.
       01  PANTALLA-DEPTO.
           05  LINE 8 COL 1 VALUE "Estado actual : ".
           05  COL PLUS 1 PIC X(1) FROM WS-CAP-ESTADO.
           05  LINE 10 COL 1 VALUE
               "Accion (A=alta, B=baja, R=reactivar, M=modificar,".
           05  LINE 11 COL 1 VALUE
               "C=consultar, F=fin): ".
           05  COL PLUS 1 PIC X(1) USING WS-ACCION.
           05  LINE 13 COL 1 PIC X(45) FROM WS-MENSAJE.
           05  LINE 15 COL 1 VALUE
               "Los cambios quedan pendientes hasta que otro usuario".
           05  LINE 16 COL 1 VALUE
               "los apruebe con APRUEBA-CAMBIOS.".

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-USUARIO FROM ENVIRONMENT "USER"
           IF WS-USUARIO = SPACES
               DISPLAY "NO SE PUDO IDENTIFICAR AL USUARIO - "
                   "NO SE ADMITEN CAMBIOS ANONIMOS"
               MOVE 'S' TO WS-SALIR-SW
           END-IF

           OPEN I-O DEPTO-FILE
           IF WS-DEPTO-STATUS NOT = "00"
               OPEN OUTPUT DEPTO-FILE
               DISPLAY "ERROR AL ABRIR DEPTMAST, STATUS: "
                   WS-DEPTO-STATUS
               MOVE 'S' TO WS-SALIR-SW
           END-IF

           OPEN I-O DEPTO-PEND-FILE
           IF WS-DEPTPEND-STATUS NOT = "00"
               OPEN OUTPUT DEPTO-PEND-FILE
               CLOSE DEPTO-PEND-FILE
               OPEN I-O DEPTO-PEND-FILE
           END-IF
           IF WS-DEPTPEND-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR DEPTPEND, STATUS: "
                   WS-DEPTPEND-STATUS
               MOVE 'S' TO WS-SALIR-SW
           END-IF.

       2000-ATENDER-SESION.
                   PERFORM 4000-BAJA-DEPTO
               WHEN 'R'
                   PERFORM 5000-REACTIVAR-DEPTO
               WHEN 'M'
                   PERFORM 5500-MODIFICAR-DEPTO
               WHEN 'C'
                   PERFORM 6000-CONSULTAR-DEPTO
               WHEN 'F'
                   MOVE 'S' TO WS-SALIR-SW
               WHEN OTHER
                   MOVE "ACCION INVALIDA - USE A, B, R, M, C O F"
                       TO WS-MENSAJE
           END-EVALUATE.

       3000-ALTA-DEPTO.
           PERFORM 3100-VALIDAR-ALTA
           IF ALTA-VALIDA
               PERFORM 7000-VERIFICAR-PENDIENTE
           END-IF
           IF ALTA-VALIDA AND SOLICITUD-ADMITIDA
               MOVE WS-CAP-CODIGO TO DM-CODIGO
               READ DEPTO-FILE
                   INVALID KEY
                       MOVE SPACES        TO DEPTO-RECORD
                       MOVE WS-CAP-CODIGO TO DM-CODIGO
                       MOVE WS-CAP-DESC   TO DM-DESCRIPCION
                       MOVE WS-CAP-CUENTA TO DM-CUENTA-GL
                       MOVE 'A'           TO DM-ESTADO
                       MOVE SPACES        TO DP-ANTES
                       PERFORM 7100-GRABAR-PENDIENTE
                       IF SOLICITUD-ADMITIDA
                           ADD 1 TO WS-CONTADOR-ALTAS
                           MOVE "ALTA PENDIENTE DE APROBACION"
                               TO WS-MENSAJE
                       END-IF
                   NOT INVALID KEY
                       MOVE "DEPARTAMENTO YA EXISTE" TO WS-MENSAJE
               END-READ
           END-IF.

       3100-VALIDAR-ALTA.
           END-IF.

       4000-BAJA-DEPTO.
           PERFORM 7000-VERIFICAR-PENDIENTE
           IF SOLICITUD-ADMITIDA
               MOVE WS-CAP-CODIGO TO DM-CODIGO
               READ DEPTO-FILE
                   INVALID KEY
                       MOVE "DEPARTAMENTO NO EXISTE" TO WS-MENSAJE
                   NOT INVALID KEY
                       MOVE DEPTO-RECORD TO DP-ANTES
                       MOVE 'I' TO DM-ESTADO
                       PERFORM 7100-GRABAR-PENDIENTE
                       IF SOLICITUD-ADMITIDA
                           ADD 1 TO WS-CONTADOR-BAJAS
                           MOVE "BAJA PENDIENTE DE APROBACION"
                               TO WS-MENSAJE
                       END-IF
               END-READ
           END-IF.

       5000-REACTIVAR-DEPTO.
           PERFORM 7000-VERIFICAR-PENDIENTE
           IF SOLICITUD-ADMITIDA
               MOVE WS-CAP-CODIGO TO DM-CODIGO
               READ DEPTO-FILE
                   INVALID KEY
                       MOVE "DEPARTAMENTO NO EXISTE" TO WS-MENSAJE
                   NOT INVALID KEY
                       MOVE DEPTO-RECORD TO DP-ANTES
                       MOVE 'A' TO DM-ESTADO
                       PERFORM 7100-GRABAR-PENDIENTE
                       IF SOLICITUD-ADMITIDA
                           ADD 1 TO WS-CONTADOR-CAMBIOS
                           MOVE "REACTIVACION PENDIENTE DE APROBACION"
                               TO WS-MENSAJE
                       END-IF
               END-READ
           END-IF.

       5500-MODIFICAR-DEPTO.
           PERFORM 3100-VALIDAR-ALTA
           IF ALTA-VALIDA
               PERFORM 7000-VERIFICAR-PENDIENTE
           END-IF
           IF ALTA-VALIDA AND SOLICITUD-ADMITIDA
               MOVE WS-CAP-CODIGO TO DM-CODIGO
               READ DEPTO-FILE
                   INVALID KEY
                       MOVE "DEPARTAMENTO NO EXISTE" TO WS-MENSAJE
                   NOT INVALID KEY
                       MOVE DEPTO-RECORD  TO DP-ANTES
                       MOVE WS-CAP-DESC   TO DM-DESCRIPCION
                       MOVE WS-CAP-CUENTA TO DM-CUENTA-GL
                       PERFORM 7100-GRABAR-PENDIENTE
                       IF SOLICITUD-ADMITIDA
                           ADD 1 TO WS-CONTADOR-CAMBIOS
                           MOVE "MODIFICACION PENDIENTE DE APROBACION"
                               TO WS-MENSAJE
                       END-IF
               END-READ
           END-IF.

       6000-CONSULTAR-DEPTO.
           MOVE WS-CAP-CODIGO TO DM-CODIGO
                   MOVE DM-CUENTA-GL   TO WS-CAP-CUENTA
                   MOVE DM-ESTADO      TO WS-CAP-ESTADO
                   MOVE "DEPARTAMENTO ENCONTRADO" TO WS-MENSAJE
           END-READ
           MOVE WS-CAP-CODIGO TO DP-CODIGO
           READ DEPTO-PEND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "HAY UN CAMBIO PENDIENTE DE APROBACION"
                       TO WS-MENSAJE
           END-READ.

       7000-VERIFICAR-PENDIENTE.
           MOVE 'S' TO WS-SOLICITUD-OK-SW
           IF WS-CAP-CODIGO = SPACES
               MOVE 'N' TO WS-SOLICITUD-OK-SW
               MOVE "CODIGO DE DEPARTAMENTO AUSENTE" TO WS-MENSAJE
           ELSE
               MOVE WS-CAP-CODIGO TO DP-CODIGO
               READ DEPTO-PEND-FILE
                   INVALID KEY
                       MOVE SPACES TO DEPTO-PENDIENTE-RECORD
                   NOT INVALID KEY
                       MOVE 'N' TO WS-SOLICITUD-OK-SW
                       MOVE "YA HAY UN CAMBIO PENDIENTE DE APROBACION"
                           TO WS-MENSAJE
               END-READ
           END-IF.

       7100-GRABAR-PENDIENTE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA FROM TIME
           DIVIDE WS-HORA-COMPLETA BY 100 GIVING WS-HORA-ACTUAL
           MOVE WS-CAP-CODIGO  TO DP-CODIGO
           MOVE WS-ACCION      TO DP-ACCION
           MOVE DEPTO-RECORD   TO DP-DESPUES
           MOVE WS-USUARIO     TO DP-USUARIO-CARGA
           MOVE WS-FECHA-HOY   TO DP-FECHA-CARGA
           MOVE WS-HORA-ACTUAL TO DP-HORA-CARGA
           WRITE DEPTO-PENDIENTE-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-SOLICITUD-OK-SW
                   MOVE "ERROR AL GRABAR CAMBIO PENDIENTE"
                       TO WS-MENSAJE
           END-WRITE.

       9000-FINALIZAR.
           CLOSE DEPTO-FILE
           CLOSE DEPTO-PEND-FILE
           DISPLAY "ALTAS PENDIENTES DE APROBACION  : "
               WS-CONTADOR-ALTAS
           DISPLAY "BAJAS PENDIENTES DE APROBACION  : "
               WS-CONTADOR-BAJAS
           DISPLAY "OTROS CAMBIOS PENDIENTES        : "
               WS-CONTADOR-CAMBIOS.
