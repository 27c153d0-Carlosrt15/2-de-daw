       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRUEBA-CAMBIOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPTO-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WS-DEPTO-STATUS.
           SELECT DEPTO-PEND-FILE ASSIGN TO "DEPTPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CODIGO
               FILE STATUS IS WS-DEPTPEND-STATUS.
           SELECT CORRECCION-FILE ASSIGN TO "CORRERR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-ERROR-ORIGINAL
               FILE STATUS IS WS-CORRERR-STATUS.
           SELECT REPROC-FILE ASSIGN TO "REPROC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPROC-STATUS.
           SELECT CAMBIO-LOG-FILE ASSIGN TO "CAMBLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAMBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPTO-FILE.
           COPY CPDEPTO.

       FD  DEPTO-PEND-FILE.
           COPY CPDEPPEN.

       FD  CORRECCION-FILE.
           COPY CPCORERR.

       FD  REPROC-FILE
           RECORDING MODE IS F.
       01  REPROC-RECORD           PIC X(29).

       FD  CAMBIO-LOG-FILE
           RECORDING MODE IS F.
           COPY CPCAMLOG.

       WORKING-STORAGE SECTION.
       77  WS-DEPTO-STATUS         PIC X(2) VALUE SPACES.
       77  WS-DEPTPEND-STATUS      PIC X(2) VALUE SPACES.
       77  WS-CORRERR-STATUS       PIC X(2) VALUE SPACES.
       77  WS-REPROC-STATUS        PIC X(2) VALUE SPACES.
       77  WS-CAMBLOG-STATUS       PIC X(2) VALUE SPACES.
       77  WS-USUARIO              PIC X(8) VALUE SPACES.
       77  WS-FECHA-HOY            PIC 9(8) VALUE 0.
       77  WS-HORA-COMPLETA        PIC 9(8) VALUE 0.
       77  WS-HORA-ACTUAL          PIC 9(6) VALUE 0.
       77  WS-TIPO-CAMBIO          PIC X(1) VALUE SPACE.
       77  WS-ACCION               PIC X(1) VALUE SPACE.
       77  WS-MENSAJE              PIC X(45) VALUE SPACES.
       77  WS-RESOLUCION           PIC X(1) VALUE SPACE.
       77  WS-DEPTO-GUARDADO       PIC X(50) VALUE SPACES.
       77  WS-ACCION-DESC          PIC X(12) VALUE SPACES.
       77  WS-CONTADOR-MOSTRADOS   PIC 9(5) VALUE 0.
       77  WS-CONTADOR-APROBADOS   PIC 9(5) VALUE 0.
       77  WS-CONTADOR-RECHAZADOS  PIC 9(5) VALUE 0.
       77  WS-MSG-CAMBIO-PROPIO    PIC X(45) VALUE
           "CAMBIO PROPIO - DEBE APROBARLO OTRO USUARIO".

           COPY CPERROR.

           COPY CPTRANS.

       01  WS-SWITCHES.
           05  WS-SALIR-SW         PIC X VALUE 'N'.
               88  SALIR-APROBACION        VALUE 'S'.
           05  WS-FIN-ARCHIVO-SW   PIC X VALUE 'N'.
               88  FIN-ARCHIVO             VALUE 'S'.
           05  WS-FIN-PASADA-SW    PIC X VALUE 'N'.
               88  FIN-PASADA              VALUE 'S'.
           05  WS-DECISION-SW      PIC X VALUE 'N'.
               88  DECISION-TOMADA         VALUE 'S'.
           05  WS-APLICADO-SW      PIC X VALUE 'N'.
               88  CAMBIO-APLICADO         VALUE 'S'.
           05  WS-BITACORA-SW      PIC X VALUE 'N'.
               88  BITACORA-GRABADA        VALUE 'S'.

       SCREEN SECTION.
       01  PANTALLA-MENU.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE
               "=====================================================".
           05  LINE 2 COL 1 VALUE
               "     APROBACION DE CAMBIOS PENDIENTES".
           05  LINE 3 COL 1 VALUE
               "=====================================================".
           05  LINE 5 COL 1 VALUE "Usuario que aprueba: ".
           05  COL PLUS 1 PIC X(8) FROM WS-USUARIO.
           05  LINE 7 COL 1 VALUE
               "Tipo (D=departamentos DEPTMAST, E=correcciones de".
           05  LINE 8 COL 1 VALUE
               "rechazos ERRLOG, F=fin): ".
           05  COL PLUS 1 PIC X(1) USING WS-TIPO-CAMBIO.
           05  LINE 10 COL 1 PIC X(45) FROM WS-MENSAJE.

       01  PANTALLA-APRUEBA-DEPTO.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE
               "=====================================================".
           05  LINE 2 COL 1 VALUE
               "     APROBACION DE CAMBIOS - DEPTMAST".
           05  LINE 3 COL 1 VALUE
               "=====================================================".
           05  LINE 5 COL 1 VALUE "Departamento  : ".
           05  COL PLUS 1 PIC X(4) FROM DP-CODIGO.
           05  COL PLUS 3 VALUE "Cambio: ".
           05  COL PLUS 1 PIC X(12) FROM WS-ACCION-DESC.
           05  LINE 6 COL 1 VALUE "Cargado por   : ".
           05  COL PLUS 1 PIC X(8) FROM DP-USUARIO-CARGA.
           05  COL PLUS 1 PIC 9(8) FROM DP-FECHA-CARGA.
           05  COL PLUS 1 PIC 9(6) FROM DP-HORA-CARGA.
           05  LINE 8 COL 18 VALUE "ANTES".
           05  LINE 8 COL 52 VALUE "DESPUES".
           05  LINE 9 COL 1 VALUE "Descripcion   : ".
           05  COL 18 PIC X(30) FROM DP-ANT-DESCRIPCION.
           05  COL 52 PIC X(30) FROM DP-DES-DESCRIPCION.
           05  LINE 10 COL 1 VALUE "Cuenta GL     : ".
           05  COL 18 PIC X(8) FROM DP-ANT-CUENTA-GL.
           05  COL 52 PIC X(8) FROM DP-DES-CUENTA-GL.
           05  LINE 11 COL 1 VALUE "Estado        : ".
           05  COL 18 PIC X(1) FROM DP-ANT-ESTADO.
           05  COL 52 PIC X(1) FROM DP-DES-ESTADO.
           05  LINE 13 COL 1 VALUE
               "Accion (A=aprobar, X=rechazar, O=omitir,".
           05  LINE 14 COL 1 VALUE
               "F=fin de pasada): ".
           05  COL PLUS 1 PIC X(1) USING WS-ACCION.
           05  LINE 16 COL 1 PIC X(45) FROM WS-MENSAJE.

       01  PANTALLA-APRUEBA-CORREC.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE
               "=====================================================".
           05  LINE 2 COL 1 VALUE
               "     APROBACION DE CAMBIOS - CORRECCION DE RECHAZO".
           05  LINE 3 COL 1 VALUE
               "=====================================================".
           05  LINE 5 COL 1 VALUE "Fecha rechazo : ".
           05  COL PLUS 1 PIC 9(8) FROM ER-FECHA.
           05  LINE 6 COL 1 VALUE "Razon         : ".
           05  COL PLUS 1 PIC X(2) FROM ER-RAZON-COD.
           05  COL PLUS 1 PIC X(27) FROM ER-RAZON-DESC.
           05  LINE 7 COL 1 VALUE "Cargado por   : ".
           05  COL PLUS 1 PIC X(8) FROM CC-USUARIO-CARGA.
           05  COL PLUS 1 PIC 9(8) FROM CC-FECHA-CORRECCION.
           05  COL PLUS 1 PIC 9(6) FROM CC-HORA-CORRECCION.
           05  LINE 9 COL 18 VALUE "NUM1     OP NUM2     DEPTO MON".
           05  LINE 10 COL 1 VALUE "Original      : ".
           05  COL 18 PIC X(8) FROM ER-NUM1.
           05  COL 27 PIC X(1) FROM ER-OPERACION.
           05  COL 30 PIC X(8) FROM ER-NUM2.
           05  COL 39 PIC X(4) FROM ER-DEPTO.
           05  COL 45 PIC X(3) FROM ER-MONEDA.
           05  LINE 11 COL 1 VALUE "Corregido     : ".
           05  COL 18 PIC X(8) FROM TR-NUM1-X.
           05  COL 27 PIC X(1) FROM TR-OPERACION.
           05  COL 30 PIC X(8) FROM TR-NUM2-X.
           05  COL 39 PIC X(4) FROM TR-DEPTO.
           05  COL 45 PIC X(3) FROM TR-MONEDA.
           05  LINE 13 COL 1 VALUE
               "Accion (A=aprobar y liberar a REPROC, X=rechazar,".
           05  LINE 14 COL 1 VALUE
               "O=omitir, F=fin de pasada): ".
           05  COL PLUS 1 PIC X(1) USING WS-ACCION.
           05  LINE 16 COL 1 PIC X(45) FROM WS-MENSAJE.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR

           PERFORM 2000-ATENDER-SESION
               UNTIL SALIR-APROBACION

           PERFORM 9000-FINALIZAR

           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-USUARIO FROM ENVIRONMENT "USER"
           IF WS-USUARIO = SPACES
               DISPLAY "NO SE PUDO IDENTIFICAR AL USUARIO - "
                   "NO SE ADMITEN APROBACIONES ANONIMAS"
               MOVE 'S' TO WS-SALIR-SW
           END-IF

           OPEN I-O DEPTO-FILE
           IF WS-DEPTO-STATUS NOT = "00"
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
           END-IF

           OPEN I-O CORRECCION-FILE
           IF WS-CORRERR-STATUS NOT = "00"
               OPEN OUTPUT CORRECCION-FILE
               CLOSE CORRECCION-FILE
               OPEN I-O CORRECCION-FILE
           END-IF
           IF WS-CORRERR-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR CORRERR, STATUS: "
                   WS-CORRERR-STATUS
               MOVE 'S' TO WS-SALIR-SW
           END-IF

           OPEN EXTEND REPROC-FILE
           IF WS-REPROC-STATUS NOT = "00"
               OPEN OUTPUT REPROC-FILE
           END-IF
           IF WS-REPROC-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR REPROC, STATUS: "
                   WS-REPROC-STATUS
               MOVE 'S' TO WS-SALIR-SW
           END-IF

           OPEN EXTEND CAMBIO-LOG-FILE
           IF WS-CAMBLOG-STATUS NOT = "00"
               OPEN OUTPUT CAMBIO-LOG-FILE
           END-IF
           IF WS-CAMBLOG-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR CAMBLOG, STATUS: "
                   WS-CAMBLOG-STATUS
               MOVE 'S' TO WS-SALIR-SW
           END-IF.

       2000-ATENDER-SESION.
           MOVE SPACE TO WS-TIPO-CAMBIO
           DISPLAY PANTALLA-MENU
           ACCEPT PANTALLA-MENU
           MOVE SPACES TO WS-MENSAJE

           EVALUATE WS-TIPO-CAMBIO
               WHEN 'D'
                   PERFORM 3000-RECORRER-DEPTOS
               WHEN 'E'
                   PERFORM 4000-RECORRER-CORRECCIONES
               WHEN 'F'
                   MOVE 'S' TO WS-SALIR-SW
               WHEN OTHER
                   MOVE "TIPO INVALIDO - USE D, E O F" TO WS-MENSAJE
           END-EVALUATE.

       3000-RECORRER-DEPTOS.
           MOVE 'N' TO WS-FIN-ARCHIVO-SW
           MOVE 'N' TO WS-FIN-PASADA-SW
           MOVE 0 TO WS-CONTADOR-MOSTRADOS
           MOVE LOW-VALUES TO DP-CODIGO
           START DEPTO-PEND-FILE KEY IS NOT LESS THAN DP-CODIGO
               INVALID KEY
                   MOVE 'S' TO WS-FIN-ARCHIVO-SW
           END-START

           PERFORM 3100-LEER-PENDIENTE-DEPTO
               UNTIL FIN-ARCHIVO OR FIN-PASADA

           IF WS-CONTADOR-MOSTRADOS = 0
               MOVE "NO HAY CAMBIOS DE DEPARTAMENTOS PENDIENTES"
                   TO WS-MENSAJE
           END-IF.

       3100-LEER-PENDIENTE-DEPTO.
           READ DEPTO-PEND-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO-SW
               NOT AT END
                   ADD 1 TO WS-CONTADOR-MOSTRADOS
                   PERFORM 3200-DECIDIR-DEPTO
           END-READ.

       3200-DECIDIR-DEPTO.
           EVALUATE DP-ACCION
               WHEN 'A'
                   MOVE "ALTA"         TO WS-ACCION-DESC
               WHEN 'B'
                   MOVE "BAJA"         TO WS-ACCION-DESC
               WHEN 'R'
                   MOVE "REACTIVACION" TO WS-ACCION-DESC
               WHEN 'M'
                   MOVE "MODIFICACION" TO WS-ACCION-DESC
               WHEN OTHER
                   MOVE DP-ACCION      TO WS-ACCION-DESC
           END-EVALUATE
           MOVE SPACE  TO WS-ACCION
           MOVE SPACES TO WS-MENSAJE
           IF DP-USUARIO-CARGA = WS-USUARIO
               MOVE WS-MSG-CAMBIO-PROPIO TO WS-MENSAJE
           END-IF
           MOVE 'N' TO WS-DECISION-SW

           PERFORM 3300-CAPTURAR-DECISION-DEPTO
               UNTIL DECISION-TOMADA.

       3300-CAPTURAR-DECISION-DEPTO.
           DISPLAY PANTALLA-APRUEBA-DEPTO
           ACCEPT PANTALLA-APRUEBA-DEPTO
           MOVE SPACES TO WS-MENSAJE

           EVALUATE WS-ACCION
               WHEN 'A'
               WHEN 'X'
                   IF DP-USUARIO-CARGA = WS-USUARIO
                       MOVE WS-MSG-CAMBIO-PROPIO TO WS-MENSAJE
                   ELSE
                       IF WS-ACCION = 'A'
                           PERFORM 3400-APLICAR-DEPTO
                       ELSE
                           PERFORM 3500-RECHAZAR-DEPTO
                       END-IF
                   END-IF
               WHEN 'O'
                   MOVE 'S' TO WS-DECISION-SW
               WHEN 'F'
                   MOVE 'S' TO WS-DECISION-SW
                   MOVE 'S' TO WS-FIN-PASADA-SW
               WHEN OTHER
                   MOVE "ACCION INVALIDA - USE A, X, O O F"
                       TO WS-MENSAJE
           END-EVALUATE.

       3400-APLICAR-DEPTO.
           MOVE 'N' TO WS-APLICADO-SW
           IF DP-ACCION = 'A'
               MOVE DP-DESPUES TO DEPTO-RECORD
               WRITE DEPTO-RECORD
                   INVALID KEY
                       MOVE "DEPARTAMENTO YA EXISTE - NO SE APLICO"
                           TO WS-MENSAJE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-APLICADO-SW
               END-WRITE
           ELSE
               MOVE DP-CODIGO TO DM-CODIGO
               READ DEPTO-FILE
                   INVALID KEY
                       MOVE "DEPARTAMENTO NO EXISTE - NO SE APLICO"
                           TO WS-MENSAJE
                   NOT INVALID KEY
                       MOVE DEPTO-RECORD TO WS-DEPTO-GUARDADO
                       MOVE DP-DESPUES TO DEPTO-RECORD
                       REWRITE DEPTO-RECORD
                           INVALID KEY
                               MOVE "ERROR AL REGRABAR DEPARTAMENTO"
                                   TO WS-MENSAJE
                           NOT INVALID KEY
                               MOVE 'S' TO WS-APLICADO-SW
                       END-REWRITE
               END-READ
           END-IF

           IF CAMBIO-APLICADO
               MOVE 'A' TO CL-RESOLUCION
               PERFORM 3600-CERRAR-PENDIENTE-DEPTO
               IF BITACORA-GRABADA
                   ADD 1 TO WS-CONTADOR-APROBADOS
               ELSE
                   PERFORM 3700-DESHACER-DEPTO
               END-IF
           END-IF.

       3500-RECHAZAR-DEPTO.
           MOVE 'X' TO CL-RESOLUCION
           PERFORM 3600-CERRAR-PENDIENTE-DEPTO
           IF BITACORA-GRABADA
               ADD 1 TO WS-CONTADOR-RECHAZADOS
           END-IF.

       3600-CERRAR-PENDIENTE-DEPTO.
           MOVE CL-RESOLUCION TO WS-RESOLUCION
           MOVE SPACES TO CAMBIO-LOG-RECORD
           MOVE WS-RESOLUCION TO CL-RESOLUCION
           PERFORM 7100-TOMAR-FECHA-HORA
           MOVE "DEPTMAST"          TO CL-ARCHIVO
           MOVE DP-CODIGO           TO CL-DEPTO
           MOVE DP-ACCION           TO CL-ACCION
           MOVE DP-USUARIO-CARGA    TO CL-USUARIO-CARGA
           MOVE DP-FECHA-CARGA      TO CL-FECHA-CARGA
           MOVE DP-HORA-CARGA       TO CL-HORA-CARGA
           MOVE DP-ANTES            TO CL-IMAGEN-ANTES
           MOVE DP-DESPUES          TO CL-IMAGEN-DESPUES
           PERFORM 7000-GRABAR-BITACORA
           IF BITACORA-GRABADA
               DELETE DEPTO-PEND-FILE RECORD
                   INVALID KEY
                       DISPLAY "NO SE PUDO BORRAR DEPTPEND " DP-CODIGO
                           ", STATUS: " WS-DEPTPEND-STATUS
               END-DELETE
           END-IF
           MOVE 'S' TO WS-DECISION-SW.

       3700-DESHACER-DEPTO.
           IF DP-ACCION = 'A'
               MOVE DP-CODIGO TO DM-CODIGO
               DELETE DEPTO-FILE RECORD
                   INVALID KEY
                       DISPLAY "NO SE PUDO DESHACER EL ALTA DE "
                           DP-CODIGO " SIN BITACORA, STATUS: "
                           WS-DEPTO-STATUS
               END-DELETE
           ELSE
               MOVE WS-DEPTO-GUARDADO TO DEPTO-RECORD
               REWRITE DEPTO-RECORD
                   INVALID KEY
                       DISPLAY "NO SE PUDO DESHACER EL CAMBIO DE "
                           DP-CODIGO " SIN BITACORA, STATUS: "
                           WS-DEPTO-STATUS
               END-REWRITE
           END-IF.

       4000-RECORRER-CORRECCIONES.
           MOVE 'N' TO WS-FIN-ARCHIVO-SW
           MOVE 'N' TO WS-FIN-PASADA-SW
           MOVE 0 TO WS-CONTADOR-MOSTRADOS
           MOVE LOW-VALUES TO CC-ERROR-ORIGINAL
           START CORRECCION-FILE
               KEY IS NOT LESS THAN CC-ERROR-ORIGINAL
               INVALID KEY
                   MOVE 'S' TO WS-FIN-ARCHIVO-SW
           END-START

           PERFORM 4100-LEER-CORRECCION
               UNTIL FIN-ARCHIVO OR FIN-PASADA

           IF WS-CONTADOR-MOSTRADOS = 0
               MOVE "NO HAY CORRECCIONES PENDIENTES" TO WS-MENSAJE
           END-IF.

       4100-LEER-CORRECCION.
           READ CORRECCION-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO-SW
               NOT AT END
                   IF CC-PENDIENTE
                       ADD 1 TO WS-CONTADOR-MOSTRADOS
                       PERFORM 4200-DECIDIR-CORRECCION
                   END-IF
           END-READ.

       4200-DECIDIR-CORRECCION.
           MOVE CC-ERROR-ORIGINAL  TO ERROR-RECORD
           MOVE CC-TRANS-CORREGIDA TO TRANS-RECORD
           MOVE SPACE  TO WS-ACCION
           MOVE SPACES TO WS-MENSAJE
           IF CC-USUARIO-CARGA = WS-USUARIO
               MOVE WS-MSG-CAMBIO-PROPIO TO WS-MENSAJE
           END-IF
           MOVE 'N' TO WS-DECISION-SW

           PERFORM 4300-CAPTURAR-DECISION-CORREC
               UNTIL DECISION-TOMADA.

       4300-CAPTURAR-DECISION-CORREC.
           DISPLAY PANTALLA-APRUEBA-CORREC
           ACCEPT PANTALLA-APRUEBA-CORREC
           MOVE SPACES TO WS-MENSAJE

           EVALUATE WS-ACCION
               WHEN 'A'
               WHEN 'X'
                   IF CC-USUARIO-CARGA = WS-USUARIO
                       MOVE WS-MSG-CAMBIO-PROPIO TO WS-MENSAJE
                   ELSE
                       IF WS-ACCION = 'A'
                           PERFORM 4400-APLICAR-CORRECCION
                       ELSE
                           PERFORM 4500-RECHAZAR-CORRECCION
                       END-IF
                   END-IF
               WHEN 'O'
                   MOVE 'S' TO WS-DECISION-SW
               WHEN 'F'
                   MOVE 'S' TO WS-DECISION-SW
                   MOVE 'S' TO WS-FIN-PASADA-SW
               WHEN OTHER
                   MOVE "ACCION INVALIDA - USE A, X, O O F"
                       TO WS-MENSAJE
           END-EVALUATE.

       4400-APLICAR-CORRECCION.
           MOVE 'A' TO CC-ESTADO
           PERFORM 4700-REGRABAR-CORRECCION
           IF CAMBIO-APLICADO
               MOVE 'A' TO CL-RESOLUCION
               PERFORM 4600-CERRAR-CORRECCION
               IF NOT BITACORA-GRABADA
                   MOVE 'N' TO WS-APLICADO-SW
                   PERFORM 4800-DEVOLVER-A-PENDIENTE
               END-IF
           END-IF

           IF CAMBIO-APLICADO
               WRITE REPROC-RECORD FROM CC-TRANS-CORREGIDA
               IF WS-REPROC-STATUS NOT = "00"
                   DISPLAY "ERROR AL ESCRIBIR REPROC, STATUS: "
                       WS-REPROC-STATUS " - LA APROBACION QUEDO EN "
                       "CAMBLOG, VOLVER A APROBAR"
                   MOVE 'N' TO WS-APLICADO-SW
                   PERFORM 4800-DEVOLVER-A-PENDIENTE
                   PERFORM 4900-CORTAR-SESION
               END-IF
           END-IF

           IF CAMBIO-APLICADO
               ADD 1 TO WS-CONTADOR-APROBADOS
           END-IF.

       4500-RECHAZAR-CORRECCION.
           MOVE 'X' TO CC-ESTADO
           PERFORM 4700-REGRABAR-CORRECCION
           IF CAMBIO-APLICADO
               MOVE 'X' TO CL-RESOLUCION
               PERFORM 4600-CERRAR-CORRECCION
               IF BITACORA-GRABADA
                   ADD 1 TO WS-CONTADOR-RECHAZADOS
               ELSE
                   PERFORM 4800-DEVOLVER-A-PENDIENTE
               END-IF
           END-IF.

       4600-CERRAR-CORRECCION.
           MOVE CL-RESOLUCION TO WS-RESOLUCION
           MOVE SPACES TO CAMBIO-LOG-RECORD
           MOVE WS-RESOLUCION TO CL-RESOLUCION
           MOVE "ERRLOG"            TO CL-ARCHIVO
           MOVE ER-DEPTO            TO CL-DEPTO
           MOVE 'C'                 TO CL-ACCION
           MOVE CC-USUARIO-CARGA    TO CL-USUARIO-CARGA
           MOVE CC-FECHA-CORRECCION TO CL-FECHA-CARGA
           MOVE CC-HORA-CORRECCION  TO CL-HORA-CARGA
           MOVE CC-ERROR-ORIGINAL   TO CL-IMAGEN-ANTES
           MOVE CC-TRANS-CORREGIDA  TO CL-IMAGEN-DESPUES
           PERFORM 7000-GRABAR-BITACORA
           MOVE 'S' TO WS-DECISION-SW.

       4700-REGRABAR-CORRECCION.
           PERFORM 7100-TOMAR-FECHA-HORA
           MOVE WS-USUARIO          TO CC-USUARIO-DECISION
           MOVE WS-FECHA-HOY        TO CC-FECHA-DECISION
           MOVE WS-HORA-ACTUAL      TO CC-HORA-DECISION
           REWRITE CORRECCION-RECORD
           IF WS-CORRERR-STATUS = "00"
               MOVE 'S' TO WS-APLICADO-SW
           ELSE
               DISPLAY "NO SE PUDO REGRABAR CORRERR, STATUS: "
                   WS-CORRERR-STATUS
               MOVE 'N' TO WS-APLICADO-SW
               PERFORM 4900-CORTAR-SESION
           END-IF.

       4800-DEVOLVER-A-PENDIENTE.
           MOVE 'P'    TO CC-ESTADO
           MOVE SPACES TO CC-USUARIO-DECISION
           MOVE 0      TO CC-FECHA-DECISION
           MOVE 0      TO CC-HORA-DECISION
           REWRITE CORRECCION-RECORD
           IF WS-CORRERR-STATUS NOT = "00"
               DISPLAY "CORRERR QUEDO DECIDIDA SIN CONFIRMAR - "
                   "REVISAR " ER-DEPTO ", STATUS: " WS-CORRERR-STATUS
           END-IF.

       4900-CORTAR-SESION.
           MOVE 'S' TO WS-DECISION-SW
           MOVE 'S' TO WS-FIN-PASADA-SW
           MOVE 'S' TO WS-SALIR-SW.

       7000-GRABAR-BITACORA.
           MOVE WS-FECHA-HOY   TO CL-FECHA-DECISION
           MOVE WS-HORA-ACTUAL TO CL-HORA-DECISION
           MOVE WS-USUARIO     TO CL-USUARIO-DECISION
           WRITE CAMBIO-LOG-RECORD
           IF WS-CAMBLOG-STATUS = "00"
               MOVE 'S' TO WS-BITACORA-SW
           ELSE
               DISPLAY "ERROR AL ESCRIBIR CAMBLOG, STATUS: "
                   WS-CAMBLOG-STATUS " - DECISION NO APLICADA"
               MOVE 'N' TO WS-BITACORA-SW
               PERFORM 4900-CORTAR-SESION
           END-IF.

       7100-TOMAR-FECHA-HORA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA FROM TIME
           DIVIDE WS-HORA-COMPLETA BY 100 GIVING WS-HORA-ACTUAL.

       9000-FINALIZAR.
           CLOSE DEPTO-FILE
           CLOSE DEPTO-PEND-FILE
           CLOSE CORRECCION-FILE
           CLOSE REPROC-FILE
           CLOSE CAMBIO-LOG-FILE
           DISPLAY "CAMBIOS APROBADOS  : " WS-CONTADOR-APROBADOS
           DISPLAY "CAMBIOS RECHAZADOS : " WS-CONTADOR-RECHAZADOS.
