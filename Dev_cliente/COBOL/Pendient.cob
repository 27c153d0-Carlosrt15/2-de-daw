       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRAE-PENDIENTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERROR-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERROR-STATUS.
           SELECT SUSPENSO-FILE ASSIGN TO "SUSPFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT RECHAZO-LOTE-FILE ASSIGN TO "RECHLOTE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECHLOTE-STATUS.
           SELECT EXCEPCION-FILE ASSIGN TO "EXCEPCON"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCEP-STATUS.
           SELECT LOTE-REG-FILE ASSIGN TO "LOTEREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-CLAVE
               FILE STATUS IS WS-LOTEREG-STATUS.
           SELECT RESULT-INDEX-FILE ASSIGN TO "RESINDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RX-CLAVE
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT CORRECCION-FILE ASSIGN TO "CORRERR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-ERROR-ORIGINAL
               FILE STATUS IS WS-CORRERR-STATUS.
           SELECT INGRESO-FILE ASSIGN TO "AUDCLAV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CLAVE
               FILE STATUS IS WS-AUDCLAV-STATUS.
           SELECT PENDIENTE-FILE ASSIGN TO "PENDSAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERROR-FILE
           RECORDING MODE IS F.
           COPY CPERROR.

       FD  SUSPENSO-FILE
           RECORDING MODE IS F.
       01  SUSPENSO-RECORD.
           05  SU-TIPO-REG         PIC X(1).
           05  FILLER              PIC X(28).

       FD  RECHAZO-LOTE-FILE
           RECORDING MODE IS F.
       01  RECHAZO-RECORD.
           05  RE-TIPO-REG         PIC X(1).
           05  FILLER              PIC X(28).

       FD  EXCEPCION-FILE
           RECORDING MODE IS F.
           COPY CPEXCEP.

       FD  LOTE-REG-FILE.
           COPY CPLOTREG.

       FD  RESULT-INDEX-FILE.
           COPY CPRESIDX.

       FD  CORRECCION-FILE.
           COPY CPCORERR.

       FD  INGRESO-FILE.
       01  INGRESO-RECORD.
           05  AC-CLAVE.
               10  AC-CLAVE-MOV.
                   15  AC-DEPTO    PIC X(4).
                   15  AC-OPERACION
                                   PIC X(1).
                   15  AC-NUM1     PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
                   15  AC-NUM2     PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
               10  AC-MONEDA       PIC X(3).
               10  AC-FECHA        PIC 9(8).

       FD  PENDIENTE-FILE
           RECORDING MODE IS F.
           COPY CPPENDI.

       WORKING-STORAGE SECTION.
       77  WS-ERROR-STATUS         PIC X(2) VALUE SPACES.
       77  WS-SUSP-STATUS          PIC X(2) VALUE SPACES.
       77  WS-RECHLOTE-STATUS      PIC X(2) VALUE SPACES.
       77  WS-EXCEP-STATUS         PIC X(2) VALUE SPACES.
       77  WS-LOTEREG-STATUS       PIC X(2) VALUE SPACES.
       77  WS-INDEX-STATUS         PIC X(2) VALUE SPACES.
       77  WS-CORRERR-STATUS       PIC X(2) VALUE SPACES.
       77  WS-PEND-STATUS          PIC X(2) VALUE SPACES.
       77  WS-AUDCLAV-STATUS       PIC X(2) VALUE SPACES.
       77  WS-RC-NUEVO             PIC 9(2) VALUE 0.
       77  WS-LOTE-FECHA           PIC 9(8) VALUE 0.
       77  WS-LOTE-SISTEMA         PIC X(8) VALUE SPACES.
       77  WS-EXC-FECHA-ANT        PIC 9(8) VALUE 0.
       77  WS-ERR-LEIDOS           PIC 9(7) VALUE 0.
       77  WS-ERR-ABIERTOS         PIC 9(7) VALUE 0.
       77  WS-ERR-REINGRESADOS     PIC 9(7) VALUE 0.
       77  WS-SUSP-LEIDOS          PIC 9(7) VALUE 0.
       77  WS-SUSP-ABIERTOS        PIC 9(7) VALUE 0.
       77  WS-RECH-LEIDOS          PIC 9(7) VALUE 0.
       77  WS-RECH-ABIERTOS        PIC 9(7) VALUE 0.
       77  WS-EXC-LEIDOS           PIC 9(7) VALUE 0.
       77  WS-EXC-ABIERTOS         PIC 9(7) VALUE 0.
       77  WS-LOTES-LEIDOS         PIC 9(7) VALUE 0.
       77  WS-LOTES-ABIERTOS       PIC 9(7) VALUE 0.
       77  WS-PEND-GRABADOS        PIC 9(7) VALUE 0.

       01  WS-ANULA-FECHA-X        PIC X(8) VALUE SPACES.
       01  WS-ANULA-FECHA-R REDEFINES WS-ANULA-FECHA-X.
           05  WS-ANULA-FECHA      PIC 9(8).

       01  WS-ERR-NUM1-X           PIC X(8) VALUE SPACES.
       01  WS-ERR-NUM1-R REDEFINES WS-ERR-NUM1-X.
           05  WS-ERR-NUM1         PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.

       01  WS-ERR-NUM2-X           PIC X(8) VALUE SPACES.
       01  WS-ERR-NUM2-R REDEFINES WS-ERR-NUM2-X.
           05  WS-ERR-NUM2         PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.

       01  WS-CLAVE-MOV-BUSCADA    PIC X(21) VALUE SPACES.

       01  WS-ANULA-SEC-X          PIC X(8) VALUE SPACES.
       01  WS-ANULA-SEC-R REDEFINES WS-ANULA-SEC-X.
           05  WS-ANULA-SECUENCIA  PIC 9(7).
           05  FILLER              PIC X(1).

           COPY CPTRANS.

       01  WS-SWITCHES.
           05  WS-APERTURA-OK-SW   PIC X VALUE 'S'.
               88  APERTURA-EXITOSA        VALUE 'S'.
           05  WS-CORRERR-OK-SW    PIC X VALUE 'N'.
               88  CORRECCIONES-DISPONIBLES VALUE 'S'.
           05  WS-AUDCLAV-OK-SW    PIC X VALUE 'N'.
               88  INGRESOS-DISPONIBLES    VALUE 'S'.
           05  WS-FIN-INGRESOS-SW  PIC X VALUE 'N'.
               88  FIN-INGRESOS            VALUE 'S'.
           05  WS-EOF-ERROR-SW     PIC X VALUE 'N'.
               88  FIN-ERRORES             VALUE 'S'.
           05  WS-EOF-SUSP-SW      PIC X VALUE 'N'.
               88  FIN-SUSPENSOS           VALUE 'S'.
           05  WS-EOF-RECH-SW      PIC X VALUE 'N'.
               88  FIN-RECHAZOS            VALUE 'S'.
           05  WS-EOF-EXCEP-SW     PIC X VALUE 'N'.
               88  FIN-EXCEPCIONES         VALUE 'S'.
           05  WS-FIN-LOTEREG-SW   PIC X VALUE 'N'.
               88  FIN-REGISTRO-LOTES      VALUE 'S'.
           05  WS-RESUELTO-SW      PIC X VALUE 'N'.
               88  ITEM-RESUELTO           VALUE 'S'.
           05  WS-LOTE-RESUELTO-SW PIC X VALUE 'N'.
               88  LOTE-RESUELTO           VALUE 'S'.
           05  WS-EXTRACTO-PEND-SW PIC X VALUE 'N'.
               88  EXTRACTO-SIN-ACUSE      VALUE 'S'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY "=============================="
           DISPLAY "   EXTRACCION DE PENDIENTES"
           DISPLAY "=============================="

           PERFORM 1000-INICIALIZAR
           IF APERTURA-EXITOSA
               PERFORM 2000-LEER-ERROR
                   UNTIL FIN-ERRORES
               PERFORM 3000-LEER-SUSPENSO
                   UNTIL FIN-SUSPENSOS
               PERFORM 4000-LEER-RECHAZO
                   UNTIL FIN-RECHAZOS
               PERFORM 5000-LEER-EXCEPCION
                   UNTIL FIN-EXCEPCIONES
               PERFORM 6000-RECORRER-LOTES
           END-IF
           PERFORM 9000-FINALIZAR

           STOP RUN.

       1000-INICIALIZAR.
           OPEN INPUT ERROR-FILE
           IF WS-ERROR-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR ERRLOG, STATUS: "
                   WS-ERROR-STATUS
               MOVE 'N' TO WS-APERTURA-OK-SW
           END-IF
           OPEN INPUT SUSPENSO-FILE
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR SUSPFIL, STATUS: "
                   WS-SUSP-STATUS
               MOVE 'N' TO WS-APERTURA-OK-SW
           END-IF
           OPEN INPUT RECHAZO-LOTE-FILE
           IF WS-RECHLOTE-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR RECHLOTE, STATUS: "
                   WS-RECHLOTE-STATUS
               MOVE 'N' TO WS-APERTURA-OK-SW
           END-IF
           OPEN INPUT EXCEPCION-FILE
           IF WS-EXCEP-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EXCEPCON, STATUS: "
                   WS-EXCEP-STATUS
               MOVE 'N' TO WS-APERTURA-OK-SW
           END-IF
           OPEN INPUT LOTE-REG-FILE
           IF WS-LOTEREG-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR LOTEREG, STATUS: "
                   WS-LOTEREG-STATUS
               MOVE 'N' TO WS-APERTURA-OK-SW
           END-IF
           OPEN INPUT RESULT-INDEX-FILE
           IF WS-INDEX-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR RESINDX, STATUS: "
                   WS-INDEX-STATUS
               MOVE 'N' TO WS-APERTURA-OK-SW
           END-IF
           OPEN INPUT CORRECCION-FILE
           IF WS-CORRERR-STATUS = "00"
               MOVE 'S' TO WS-CORRERR-OK-SW
           ELSE
               DISPLAY "CORRERR NO DISPONIBLE, STATUS: "
                   WS-CORRERR-STATUS
                   " - NINGUN RECHAZO SE DA POR CORREGIDO"
           END-IF
           OPEN INPUT INGRESO-FILE
           IF WS-AUDCLAV-STATUS = "00"
               MOVE 'S' TO WS-AUDCLAV-OK-SW
           ELSE
               DISPLAY "AUDCLAV NO DISPONIBLE, STATUS: "
                   WS-AUDCLAV-STATUS
                   " - NINGUN RECHAZO SE DA POR REINGRESADO"
           END-IF
           OPEN OUTPUT PENDIENTE-FILE
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR PENDSAL, STATUS: "
                   WS-PEND-STATUS
               MOVE 'N' TO WS-APERTURA-OK-SW
           END-IF

           IF NOT APERTURA-EXITOSA
               MOVE 12 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF.

       2000-LEER-ERROR.
           READ ERROR-FILE
               AT END
                   MOVE 'S' TO WS-EOF-ERROR-SW
               NOT AT END
                   ADD 1 TO WS-ERR-LEIDOS
                   PERFORM 2100-EVALUAR-ERROR
           END-READ.

       2100-EVALUAR-ERROR.
           MOVE 'N' TO WS-RESUELTO-SW
           IF ER-OPERACION = 'A'
               PERFORM 2200-VERIFICAR-ANULACION
           ELSE
               PERFORM 2300-VERIFICAR-CORRECCION
               IF NOT ITEM-RESUELTO
                   PERFORM 2400-VERIFICAR-REINGRESO
               END-IF
           END-IF
           IF NOT ITEM-RESUELTO
               ADD 1 TO WS-ERR-ABIERTOS
               MOVE SPACES         TO PENDIENTE-RECORD
               MOVE '1'            TO PD-COLA
               MOVE ER-DEPTO       TO PD-DEPTO
               MOVE ER-FECHA       TO PD-FECHA
               MOVE 0              TO PD-LOTE-FECHA
               MOVE ER-NUM1        TO PD-NUM1
               MOVE ER-NUM2        TO PD-NUM2
               MOVE ER-OPERACION   TO PD-OPERACION
               MOVE ER-MONEDA      TO PD-MONEDA
               MOVE 0              TO PD-SECUENCIA
               MOVE 0              TO PD-IMPORTE
               MOVE ER-RAZON-COD   TO PD-MOTIVO-COD
               MOVE ER-RAZON-DESC  TO PD-MOTIVO-DESC
               PERFORM 7000-GRABAR-PENDIENTE
           END-IF.

       2200-VERIFICAR-ANULACION.
           MOVE ER-NUM1 TO WS-ANULA-FECHA-X
           MOVE ER-NUM2 TO WS-ANULA-SEC-X
           IF WS-ANULA-FECHA NUMERIC
              AND WS-ANULA-SECUENCIA NUMERIC
               MOVE WS-ANULA-FECHA     TO RX-FECHA
               MOVE WS-ANULA-SECUENCIA TO RX-SECUENCIA
               READ RESULT-INDEX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RX-ESTADO = 'A'
                           MOVE 'S' TO WS-RESUELTO-SW
                       END-IF
               END-READ
           END-IF.

       2300-VERIFICAR-CORRECCION.
           IF CORRECCIONES-DISPONIBLES
               MOVE ERROR-RECORD TO CC-ERROR-ORIGINAL
               READ CORRECCION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CC-APROBADA
                           MOVE 'S' TO WS-RESUELTO-SW
                       END-IF
               END-READ
           END-IF.

       2400-VERIFICAR-REINGRESO.
           MOVE ER-NUM1 TO WS-ERR-NUM1-X
           MOVE ER-NUM2 TO WS-ERR-NUM2-X
           IF INGRESOS-DISPONIBLES
              AND WS-ERR-NUM1 NUMERIC
              AND WS-ERR-NUM2 NUMERIC
               MOVE LOW-VALUES   TO AC-CLAVE
               MOVE ER-DEPTO     TO AC-DEPTO
               MOVE ER-OPERACION TO AC-OPERACION
               MOVE WS-ERR-NUM1  TO AC-NUM1
               MOVE WS-ERR-NUM2  TO AC-NUM2
               MOVE AC-CLAVE-MOV TO WS-CLAVE-MOV-BUSCADA
               MOVE 'N' TO WS-FIN-INGRESOS-SW
               START INGRESO-FILE KEY IS NOT LESS THAN AC-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-INGRESOS-SW
               END-START
               PERFORM 2410-BUSCAR-REINGRESO
                   UNTIL FIN-INGRESOS OR ITEM-RESUELTO
               IF ITEM-RESUELTO
                   ADD 1 TO WS-ERR-REINGRESADOS
               END-IF
           END-IF.

       2410-BUSCAR-REINGRESO.
           READ INGRESO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-INGRESOS-SW
               NOT AT END
                   IF AC-CLAVE-MOV NOT = WS-CLAVE-MOV-BUSCADA
                       MOVE 'S' TO WS-FIN-INGRESOS-SW
                   ELSE
                       IF AC-FECHA > ER-FECHA
                          AND (ER-MONEDA = SPACES
                               OR AC-MONEDA = ER-MONEDA)
                           MOVE 'S' TO WS-RESUELTO-SW
                       END-IF
                   END-IF
           END-READ.

       3000-LEER-SUSPENSO.
           READ SUSPENSO-FILE
               AT END
                   MOVE 'S' TO WS-EOF-SUSP-SW
               NOT AT END
                   IF SU-TIPO-REG = 'H'
                       MOVE SUSPENSO-RECORD TO TRANS-HEADER-RECORD
                       PERFORM 3100-UBICAR-LOTE-SUSPENSO
                   ELSE
                       ADD 1 TO WS-SUSP-LEIDOS
                       IF NOT LOTE-RESUELTO
                           MOVE SUSPENSO-RECORD TO TRANS-RECORD
                           PERFORM 3200-GRABAR-SUSPENSO
                       END-IF
                   END-IF
           END-READ.

       3100-UBICAR-LOTE-SUSPENSO.
           PERFORM 7100-TOMAR-MARCA-LOTE
           IF WS-LOTE-FECHA > 0
               MOVE WS-LOTE-FECHA   TO LR-FECHA-LOTE
               MOVE WS-LOTE-SISTEMA TO LR-SISTEMA-ORIGEN
               READ LOTE-REG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LR-FECHA-LIBERACION NUMERIC
                          AND LR-FECHA-LIBERACION > 0
                           MOVE 'S' TO WS-LOTE-RESUELTO-SW
                       END-IF
               END-READ
           END-IF.

       3200-GRABAR-SUSPENSO.
           ADD 1 TO WS-SUSP-ABIERTOS
           MOVE '2' TO PD-COLA
           MOVE "DUPLICADO EN SUSPENSO" TO PD-MOTIVO-DESC
           PERFORM 7200-ARMAR-PENDIENTE-DETALLE
           PERFORM 7000-GRABAR-PENDIENTE.

       4000-LEER-RECHAZO.
           READ RECHAZO-LOTE-FILE
               AT END
                   MOVE 'S' TO WS-EOF-RECH-SW
               NOT AT END
                   IF RE-TIPO-REG = 'H'
                       MOVE RECHAZO-RECORD TO TRANS-HEADER-RECORD
                       PERFORM 4100-UBICAR-LOTE-RECHAZADO
                   ELSE
                       ADD 1 TO WS-RECH-LEIDOS
                       IF NOT LOTE-RESUELTO
                           MOVE RECHAZO-RECORD TO TRANS-RECORD
                           PERFORM 4200-GRABAR-RECHAZO
                       END-IF
                   END-IF
           END-READ.

       4100-UBICAR-LOTE-RECHAZADO.
           PERFORM 7100-TOMAR-MARCA-LOTE
           IF WS-LOTE-FECHA > 0
               MOVE WS-LOTE-FECHA   TO LR-FECHA-LOTE
               MOVE WS-LOTE-SISTEMA TO LR-SISTEMA-ORIGEN
               READ LOTE-REG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LR-ESTADO NOT = 'R'
                           MOVE 'S' TO WS-LOTE-RESUELTO-SW
                       END-IF
                       IF LR-FECHA-LIBERACION NUMERIC
                          AND LR-FECHA-LIBERACION > 0
                           MOVE 'S' TO WS-LOTE-RESUELTO-SW
                       END-IF
               END-READ
           END-IF.

       4200-GRABAR-RECHAZO.
           ADD 1 TO WS-RECH-ABIERTOS
           MOVE '3' TO PD-COLA
           MOVE "LOTE RECHAZADO SIN REENVIO" TO PD-MOTIVO-DESC
           PERFORM 7200-ARMAR-PENDIENTE-DETALLE
           PERFORM 7000-GRABAR-PENDIENTE.

       5000-LEER-EXCEPCION.
           READ EXCEPCION-FILE
               AT END
                   MOVE 'S' TO WS-EOF-EXCEP-SW
               NOT AT END
                   ADD 1 TO WS-EXC-LEIDOS
                   IF EX-FECHA-EXTRACTO NOT = WS-EXC-FECHA-ANT
                       PERFORM 5100-VERIFICAR-ACUSE
                   END-IF
                   IF EXTRACTO-SIN-ACUSE
                       PERFORM 5300-GRABAR-EXCEPCION
                   END-IF
           END-READ.

       5100-VERIFICAR-ACUSE.
           MOVE EX-FECHA-EXTRACTO TO WS-EXC-FECHA-ANT
           MOVE 'N' TO WS-EXTRACTO-PEND-SW
           IF EX-FECHA-EXTRACTO NUMERIC
              AND EX-FECHA-EXTRACTO > 0
               MOVE 'N' TO WS-FIN-LOTEREG-SW
               MOVE LOW-VALUES TO LR-CLAVE
               START LOTE-REG-FILE KEY IS NOT LESS THAN LR-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-LOTEREG-SW
               END-START
               PERFORM 5200-BUSCAR-LOTE-EXTRAIDO
                   UNTIL FIN-REGISTRO-LOTES OR EXTRACTO-SIN-ACUSE
           END-IF.

       5200-BUSCAR-LOTE-EXTRAIDO.
           READ LOTE-REG-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-LOTEREG-SW
               NOT AT END
                   IF LR-ESTADO = 'E'
                      AND LR-FECHA-ESTADO = WS-EXC-FECHA-ANT
                       MOVE 'S' TO WS-EXTRACTO-PEND-SW
                   END-IF
           END-READ.

       5300-GRABAR-EXCEPCION.
           ADD 1 TO WS-EXC-ABIERTOS
           MOVE SPACES              TO PENDIENTE-RECORD
           MOVE '4'                 TO PD-COLA
           MOVE EX-DEPTO            TO PD-DEPTO
           MOVE EX-FECHA-EXTRACTO   TO PD-FECHA
           MOVE 0                   TO PD-LOTE-FECHA
           MOVE EX-SECUENCIA        TO PD-SECUENCIA
           MOVE EX-IMPORTE-EXTRACTO TO PD-IMPORTE
           MOVE EX-TIPO             TO PD-MOTIVO-COD
           EVALUATE EX-TIPO
               WHEN "01"
                   MOVE "ACUSE SIN DETALLE EXTRACTO"
                       TO PD-MOTIVO-DESC
               WHEN "02"
                   MOVE "ACUSE DUPLICADO" TO PD-MOTIVO-DESC
               WHEN "03"
                   MOVE "LINEA SUSPENDIDA POR GL" TO PD-MOTIVO-DESC
               WHEN "04"
                   MOVE "IMPORTE DIFIERE DEL ACUSE"
                       TO PD-MOTIVO-DESC
               WHEN "05"
                   MOVE "LINEA NO CONTABILIZADA" TO PD-MOTIVO-DESC
               WHEN "06"
                   MOVE "PIE DE CONTROL AUSENTE" TO PD-MOTIVO-DESC
               WHEN "07"
                   MOVE "TOTAL DE CONTROL DIFIERE" TO PD-MOTIVO-DESC
               WHEN OTHER
                   MOVE "EXCEPCION DE CONCILIACION" TO PD-MOTIVO-DESC
           END-EVALUATE
           PERFORM 7000-GRABAR-PENDIENTE.

       6000-RECORRER-LOTES.
           MOVE 'N' TO WS-FIN-LOTEREG-SW
           MOVE LOW-VALUES TO LR-CLAVE
           START LOTE-REG-FILE KEY IS NOT LESS THAN LR-CLAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIN-LOTEREG-SW
           END-START
           PERFORM 6100-LEER-LOTE
               UNTIL FIN-REGISTRO-LOTES.

       6100-LEER-LOTE.
           READ LOTE-REG-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-LOTEREG-SW
               NOT AT END
                   ADD 1 TO WS-LOTES-LEIDOS
                   IF LR-ESTADO = 'A' OR LR-ESTADO = 'P'
                      OR LR-ESTADO = 'E'
                       PERFORM 6200-GRABAR-LOTE
                   END-IF
           END-READ.

       6200-GRABAR-LOTE.
           ADD 1 TO WS-LOTES-ABIERTOS
           MOVE SPACES            TO PENDIENTE-RECORD
           MOVE '5'               TO PD-COLA
           MOVE LR-FECHA-ESTADO   TO PD-FECHA
           MOVE LR-FECHA-LOTE     TO PD-LOTE-FECHA
           MOVE LR-SISTEMA-ORIGEN TO PD-LOTE-SISTEMA
           MOVE LR-CANT-DETALLES  TO PD-SECUENCIA
           MOVE LR-HASH-TOTAL     TO PD-IMPORTE
           MOVE LR-ESTADO         TO PD-MOTIVO-COD
           EVALUATE LR-ESTADO
               WHEN 'A'
                   MOVE "RECIBIDO SIN PROCESAR" TO PD-MOTIVO-DESC
               WHEN 'P'
                   MOVE "PROCESADO SIN EXTRACTO GL"
                       TO PD-MOTIVO-DESC
               WHEN 'E'
                   MOVE "EXTRAIDO SIN ACUSE DEL GL"
                       TO PD-MOTIVO-DESC
           END-EVALUATE
           PERFORM 7000-GRABAR-PENDIENTE.

       7000-GRABAR-PENDIENTE.
           WRITE PENDIENTE-RECORD
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "ERROR AL ESCRIBIR PENDSAL, STATUS: "
                   WS-PEND-STATUS
               MOVE 12 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           ELSE
               ADD 1 TO WS-PEND-GRABADOS
           END-IF.

       7100-TOMAR-MARCA-LOTE.
           MOVE 'N' TO WS-LOTE-RESUELTO-SW
           IF TH-FECHA-LOTE NUMERIC
               MOVE TH-FECHA-LOTE     TO WS-LOTE-FECHA
               MOVE TH-SISTEMA-ORIGEN TO WS-LOTE-SISTEMA
           ELSE
               MOVE 0      TO WS-LOTE-FECHA
               MOVE SPACES TO WS-LOTE-SISTEMA
           END-IF.

       7200-ARMAR-PENDIENTE-DETALLE.
           MOVE TR-DEPTO        TO PD-DEPTO
           MOVE WS-LOTE-FECHA   TO PD-FECHA
           MOVE WS-LOTE-FECHA   TO PD-LOTE-FECHA
           MOVE WS-LOTE-SISTEMA TO PD-LOTE-SISTEMA
           MOVE TR-NUM1-X       TO PD-NUM1
           MOVE TR-NUM2-X       TO PD-NUM2
           MOVE TR-OPERACION    TO PD-OPERACION
           MOVE TR-MONEDA       TO PD-MONEDA
           MOVE 0               TO PD-SECUENCIA
           MOVE 0               TO PD-IMPORTE
           MOVE SPACES          TO PD-MOTIVO-COD.

       9000-FINALIZAR.
           IF APERTURA-EXITOSA
               CLOSE ERROR-FILE
               CLOSE SUSPENSO-FILE
               CLOSE RECHAZO-LOTE-FILE
               CLOSE EXCEPCION-FILE
               CLOSE LOTE-REG-FILE
               CLOSE RESULT-INDEX-FILE
               CLOSE PENDIENTE-FILE
           END-IF
           IF CORRECCIONES-DISPONIBLES
               CLOSE CORRECCION-FILE
           END-IF
           IF INGRESOS-DISPONIBLES
               CLOSE INGRESO-FILE
           END-IF

           DISPLAY "ERRLOG   LEIDOS: " WS-ERR-LEIDOS
               " PENDIENTES: " WS-ERR-ABIERTOS
           DISPLAY "ERRLOG   REINGRESADOS DESPUES DEL RECHAZO: "
               WS-ERR-REINGRESADOS
           DISPLAY "SUSPFIL  LEIDOS: " WS-SUSP-LEIDOS
               " PENDIENTES: " WS-SUSP-ABIERTOS
           DISPLAY "RECHLOTE LEIDOS: " WS-RECH-LEIDOS
               " PENDIENTES: " WS-RECH-ABIERTOS
           DISPLAY "EXCEPCON LEIDOS: " WS-EXC-LEIDOS
               " PENDIENTES: " WS-EXC-ABIERTOS
           DISPLAY "LOTEREG  LEIDOS: " WS-LOTES-LEIDOS
               " PENDIENTES: " WS-LOTES-ABIERTOS
           DISPLAY "PENDIENTES GRABADOS EN PENDSAL: " WS-PEND-GRABADOS.

       9900-ESCALAR-RETURN-CODE.
           IF WS-RC-NUEVO > RETURN-CODE
               MOVE WS-RC-NUEVO TO RETURN-CODE
           END-IF.
