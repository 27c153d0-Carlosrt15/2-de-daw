           SELECT ERROR-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERROR-STATUS.
           SELECT CORRECCION-FILE ASSIGN TO "CORRERR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-ERROR-ORIGINAL
               FILE STATUS IS WS-CORRERR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY CPERROR.

       FD  CORRECCION-FILE.
           COPY CPCORERR.

       WORKING-STORAGE SECTION.
       77  WS-ERROR-STATUS         PIC X(2) VALUE SPACES.
       77  WS-CORRERR-STATUS       PIC X(2) VALUE SPACES.
       77  WS-FECHA-HOY            PIC 9(8) VALUE 0.
       77  WS-HORA-COMPLETA        PIC 9(8) VALUE 0.
       77  WS-HORA-ACTUAL          PIC 9(6) VALUE 0.
       77  WS-RAZON-FILTRO         PIC X(2) VALUE SPACES.
       77  WS-CONTADOR-GRABADOS    PIC 9(7) VALUE 0.
       77  WS-CONTADOR-MOSTRADOS   PIC 9(7) VALUE 0.
       77  WS-USUARIO              PIC X(8) VALUE SPACES.
       77  WS-ACCION               PIC X(1) VALUE SPACE.
       77  WS-MENSAJE              PIC X(40) VALUE SPACES.

               88  CAPTURA-TERMINADA       VALUE 'S'.
           05  WS-COR-VALIDA-SW    PIC X VALUE 'S'.
               88  CORRECCION-VALIDA       VALUE 'S'.
           05  WS-YA-CORREGIDO-SW  PIC X VALUE 'N'.
               88  YA-CORREGIDO            VALUE 'S'.

           COPY CPTRANS.

       SCREEN SECTION.
       01  PANTALLA-FILTRO.
           05  LINE 3 COL 1 VALUE
               "=====================================================".
           05  LINE 5 COL 1 VALUE
               "Codigo de razon (01-15), espacios = todas,".
           05  LINE 6 COL 1 VALUE
               "00 para salir: ".
           05  COL PLUS 1 PIC X(2) USING WS-RAZON-FILTRO.
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-USUARIO FROM ENVIRONMENT "USER"
           IF WS-USUARIO = SPACES
               DISPLAY "NO SE PUDO IDENTIFICAR AL USUARIO - "
                   "NO SE ADMITEN CORRECCIONES ANONIMAS"
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
           END-IF.

               AT END
                   MOVE 'S' TO WS-EOF-ERROR-SW
               NOT AT END
                   IF (WS-RAZON-FILTRO = SPACES
                      OR WS-RAZON-FILTRO = ER-RAZON-COD)
                      AND ER-OPERACION NOT = 'A'
                       PERFORM 3150-VERIFICAR-CORREGIDO
                       IF NOT YA-CORREGIDO
                           ADD 1 TO WS-CONTADOR-MOSTRADOS
                           PERFORM 3200-CORREGIR-REGISTRO
                       END-IF
                   END-IF
           END-READ.

       3150-VERIFICAR-CORREGIDO.
           MOVE 'N' TO WS-YA-CORREGIDO-SW
           MOVE ERROR-RECORD TO CC-ERROR-ORIGINAL
           READ CORRECCION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT CC-RECHAZADA
                       MOVE 'S' TO WS-YA-CORREGIDO-SW
                   END-IF
           END-READ.

               WHEN 'G'
                   PERFORM 3400-VALIDAR-CORRECCION
                   IF CORRECCION-VALIDA
                       PERFORM 3500-ARMAR-CORRECCION
                       MOVE 'S' TO WS-CAPTURA-SW
                   END-IF
               WHEN 'O'
               MOVE "DEPARTAMENTO AUSENTE" TO WS-MENSAJE
           END-IF.

       3500-ARMAR-CORRECCION.
           MOVE SPACES           TO TRANS-RECORD
           MOVE 'D'              TO TR-TIPO-REG
           IF WS-COR-NUM1-SIG = '-'
           MOVE WS-COR-OPERACION TO TR-OPERACION
           MOVE WS-COR-DEPTO     TO TR-DEPTO
           MOVE WS-COR-MONEDA    TO TR-MONEDA
           PERFORM 3600-REGISTRAR-CORRECCION.

       3600-REGISTRAR-CORRECCION.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA FROM TIME
           DIVIDE WS-HORA-COMPLETA BY 100 GIVING WS-HORA-ACTUAL
           MOVE SPACES         TO CORRECCION-RECORD
           MOVE ERROR-RECORD   TO CC-ERROR-ORIGINAL
           MOVE WS-FECHA-HOY   TO CC-FECHA-CORRECCION
           MOVE WS-HORA-ACTUAL TO CC-HORA-CORRECCION
           MOVE TRANS-RECORD   TO CC-TRANS-CORREGIDA
           MOVE 'P'            TO CC-ESTADO
           MOVE WS-USUARIO     TO CC-USUARIO-CARGA
           MOVE SPACES         TO CC-USUARIO-DECISION
           MOVE 0              TO CC-FECHA-DECISION
           MOVE 0              TO CC-HORA-DECISION
           WRITE CORRECCION-RECORD
               INVALID KEY
                   REWRITE CORRECCION-RECORD
                       INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR CORRERR, "
                               "STATUS: " WS-CORRERR-STATUS
                           MOVE 'S' TO WS-SALIR-SW
                           MOVE 'S' TO WS-FIN-PASADA-SW
                       NOT INVALID KEY
                           ADD 1 TO WS-CONTADOR-GRABADOS
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-GRABADOS
           END-WRITE.

       9000-FINALIZAR.
           CLOSE CORRECCION-FILE
           DISPLAY "CORRECCIONES PENDIENTES DE APROBACION: "
               WS-CONTADOR-GRABADOS.
