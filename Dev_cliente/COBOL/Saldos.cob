       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTUALIZA-SALDOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLEXTR-STATUS.
           SELECT SALDO-FILE ASSIGN TO "SALDEPTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SD-CLAVE
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT RUN-HIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-CLAVE
               FILE STATUS IS WS-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY CPGLEXT.

       FD  SALDO-FILE.
           COPY CPSALDO.

       FD  RUN-HIST-FILE.
           COPY CPRUNLOG.

       WORKING-STORAGE SECTION.
       77  WS-GLEXTR-STATUS        PIC X(2) VALUE SPACES.
       77  WS-SALDO-STATUS         PIC X(2) VALUE SPACES.
       77  WS-RUNHIST-STATUS       PIC X(2) VALUE SPACES.
       77  WS-RC-NUEVO             PIC 9(2) VALUE 0.
       77  WS-JOB-EXTRACTO         PIC X(8) VALUE SPACES.
       77  WS-HORA-EXTRACTO        PIC 9(6) VALUE 0.
       77  WS-HORA-COMPLETA        PIC 9(8) VALUE 0.
       77  WS-HORA-INICIO          PIC 9(6) VALUE 0.
       77  WS-HORA-FIN             PIC 9(6) VALUE 0.
       77  WS-FECHA-EXTRACTO       PIC 9(8) VALUE 0.
       77  WS-PERIODO              PIC 9(6) VALUE 0.
       77  WS-MES-BUSQUEDA         PIC 9(2) VALUE 0.
       77  WS-ARRASTRE-CANTIDAD    PIC 9(9) VALUE 0.
       77  WS-ARRASTRE-IMPORTE     PIC S9(13)V99 VALUE 0.
       77  WS-CANT-LEIDOS          PIC 9(7) VALUE 0.
       77  WS-CANT-SUBTOTALES      PIC 9(7) VALUE 0.
       77  WS-CANT-ALTAS           PIC 9(7) VALUE 0.
       77  WS-CANT-ARRASTRES       PIC 9(7) VALUE 0.
       77  WS-TOTAL-APLICADO       PIC S9(12)V99 VALUE 0.
       77  WS-EDIT-TOTAL           PIC +Z(11)9.99.

       01  WS-FECHA-PARTES.
           05  WS-FP-ANIO          PIC 9(4).
           05  WS-FP-MES           PIC 9(2).
           05  WS-FP-DIA           PIC 9(2).

       01  WS-SALDO-GUARDADO       PIC X(100).

       01  WS-SWITCHES.
           05  WS-EOF-EXTRACTO-SW  PIC X VALUE 'N'.
               88  FIN-EXTRACTO            VALUE 'S'.
           05  WS-APERTURA-OK-SW   PIC X VALUE 'S'.
               88  APERTURA-OK             VALUE 'S'.
           05  WS-YA-APLICADO-SW   PIC X VALUE 'N'.
               88  FECHA-YA-APLICADA       VALUE 'S'.
           05  WS-FIN-HIST-SW      PIC X VALUE 'N'.
               88  FIN-HISTORIAL           VALUE 'S'.
           05  WS-SALDO-NUEVO-SW   PIC X VALUE 'N'.
               88  SALDO-NUEVO             VALUE 'S'.
           05  WS-ARRASTRE-SW      PIC X VALUE 'N'.
               88  ARRASTRE-HALLADO        VALUE 'S'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY "=============================="
           DISPLAY "   ACTUALIZACION DE SALDOS POR DEPTO"
           DISPLAY "=============================="

           PERFORM 1000-INICIALIZAR
           IF APERTURA-OK AND NOT FECHA-YA-APLICADA
               PERFORM 2000-LEER-EXTRACTO
                   UNTIL FIN-EXTRACTO
           END-IF
           PERFORM 9000-FINALIZAR

           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-HORA-COMPLETA FROM TIME
           DIVIDE WS-HORA-COMPLETA BY 100 GIVING WS-HORA-INICIO

           OPEN INPUT GL-EXTRACT-FILE
           IF WS-GLEXTR-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR GLEXTR, STATUS: "
                   WS-GLEXTR-STATUS
               MOVE 'N' TO WS-APERTURA-OK-SW
               MOVE 12 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF

           OPEN I-O SALDO-FILE
           IF WS-SALDO-STATUS NOT = "00"
               OPEN OUTPUT SALDO-FILE
               CLOSE SALDO-FILE
               OPEN I-O SALDO-FILE
           END-IF
           IF WS-SALDO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR SALDEPTO, STATUS: "
                   WS-SALDO-STATUS
               MOVE 'N' TO WS-APERTURA-OK-SW
               MOVE 12 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF

           IF APERTURA-OK
               PERFORM 1100-LEER-ENCABEZADO
           END-IF
           IF APERTURA-OK
               PERFORM 1200-VERIFICAR-APLICADO
           END-IF.

       1100-LEER-ENCABEZADO.
           READ GL-EXTRACT-FILE
               AT END
                   MOVE 'S' TO WS-EOF-EXTRACTO-SW
           END-READ
           IF FIN-EXTRACTO OR GL-TIPO-REG-H NOT = 'H'
               DISPLAY "GLEXTR SIN ENCABEZADO - NO SE ACTUALIZAN "
                   "SALDOS"
               MOVE 'N' TO WS-APERTURA-OK-SW
               MOVE 12 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           ELSE
               MOVE GL-FECHA-CORRIDA TO WS-FECHA-EXTRACTO
               MOVE GL-JOB-CORRIDA   TO WS-JOB-EXTRACTO
               MOVE GL-HORA-CORRIDA  TO WS-HORA-EXTRACTO
               MOVE WS-FECHA-EXTRACTO TO WS-FECHA-PARTES
               COMPUTE WS-PERIODO = WS-FP-ANIO * 100 + WS-FP-MES
               DISPLAY "FECHA DEL EXTRACTO  : " WS-FECHA-EXTRACTO
               DISPLAY "EXTRACTO DE LA CORRIDA: " WS-JOB-EXTRACTO
                   " DE LAS " WS-HORA-EXTRACTO
               DISPLAY "PERIODO A ACTUALIZAR: " WS-PERIODO
           END-IF.

       1200-VERIFICAR-APLICADO.
           OPEN INPUT RUN-HIST-FILE
           IF WS-RUNHIST-STATUS = "00"
               MOVE 'N' TO WS-FIN-HIST-SW
               MOVE SPACES            TO RL-CLAVE
               MOVE WS-FECHA-EXTRACTO TO RL-FECHA-PROCESO
               MOVE "SALDOS"          TO RL-PROGRAMA
               START RUN-HIST-FILE KEY IS NOT LESS THAN RL-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-HIST-SW
               END-START
               PERFORM 1210-LEER-HISTORIAL
                   UNTIL FIN-HISTORIAL OR FECHA-YA-APLICADA
               CLOSE RUN-HIST-FILE
           END-IF

           IF FECHA-YA-APLICADA
               DISPLAY "LOS SUBTOTALES DEL EXTRACTO " WS-FECHA-EXTRACTO
                   " " WS-JOB-EXTRACTO " " WS-HORA-EXTRACTO
                   " YA FUERON APLICADOS A SALDEPTO - NO SE REPITEN"
               MOVE 4 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF.

       1210-LEER-HISTORIAL.
           READ RUN-HIST-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-HIST-SW
               NOT AT END
                   IF RL-FECHA-PROCESO NOT = WS-FECHA-EXTRACTO
                      OR RL-PROGRAMA NOT = "SALDOS"
                       MOVE 'S' TO WS-FIN-HIST-SW
                   ELSE
                       IF RL-JOB-ID = WS-JOB-EXTRACTO
                          AND RL-HORA-ORIGEN = WS-HORA-EXTRACTO
                          AND RL-RETURN-CODE < 4
                           MOVE 'S' TO WS-YA-APLICADO-SW
                       END-IF
                   END-IF
           END-READ.

       2000-LEER-EXTRACTO.
           READ GL-EXTRACT-FILE
               AT END
                   MOVE 'S' TO WS-EOF-EXTRACTO-SW
               NOT AT END
                   ADD 1 TO WS-CANT-LEIDOS
                   IF GL-TIPO-REG-S = 'S'
                       PERFORM 2100-APLICAR-SUBTOTAL
                   END-IF
           END-READ.

       2100-APLICAR-SUBTOTAL.
           MOVE 'N' TO WS-SALDO-NUEVO-SW
           MOVE GL-SUB-DEPTO  TO SD-DEPTO
           MOVE GL-SUB-CUENTA TO SD-CUENTA-GL
           MOVE WS-PERIODO    TO SD-PERIODO
           READ SALDO-FILE
               INVALID KEY
                   MOVE 'S' TO WS-SALDO-NUEVO-SW
                   MOVE SPACES        TO SALDO-RECORD
                   MOVE GL-SUB-DEPTO  TO SD-DEPTO
                   MOVE GL-SUB-CUENTA TO SD-CUENTA-GL
                   MOVE WS-PERIODO    TO SD-PERIODO
                   MOVE 0   TO SD-MES-CANTIDAD
                   MOVE 0   TO SD-MES-IMPORTE
                   MOVE 0   TO SD-ANIO-CANTIDAD
                   MOVE 0   TO SD-ANIO-IMPORTE
                   MOVE 0   TO SD-PRESUPUESTO
                   MOVE 'N' TO SD-ANIO-INICIADO
                   MOVE 0   TO SD-ULTIMA-FECHA
           END-READ

           IF SD-ANIO-INICIADO NOT = 'S'
               MOVE SALDO-RECORD TO WS-SALDO-GUARDADO
               PERFORM 2200-BUSCAR-ARRASTRE
               MOVE WS-SALDO-GUARDADO TO SALDO-RECORD
               ADD WS-ARRASTRE-CANTIDAD TO SD-ANIO-CANTIDAD
               ADD WS-ARRASTRE-IMPORTE  TO SD-ANIO-IMPORTE
               MOVE 'S' TO SD-ANIO-INICIADO
           END-IF

           ADD GL-SUB-CANT  TO SD-MES-CANTIDAD
           ADD GL-SUB-TOTAL TO SD-MES-IMPORTE
           ADD GL-SUB-CANT  TO SD-ANIO-CANTIDAD
           ADD GL-SUB-TOTAL TO SD-ANIO-IMPORTE
           MOVE WS-FECHA-EXTRACTO TO SD-ULTIMA-FECHA

           IF SALDO-NUEVO
               WRITE SALDO-RECORD
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR SALDEPTO, STATUS: "
                           WS-SALDO-STATUS " DEPTO " GL-SUB-DEPTO
                       MOVE 8 TO WS-RC-NUEVO
                       PERFORM 9900-ESCALAR-RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-CANT-ALTAS
               END-WRITE
           ELSE
               REWRITE SALDO-RECORD
                   INVALID KEY
                       DISPLAY "ERROR AL REGRABAR SALDEPTO, STATUS: "
                           WS-SALDO-STATUS " DEPTO " GL-SUB-DEPTO
                       MOVE 8 TO WS-RC-NUEVO
                       PERFORM 9900-ESCALAR-RETURN-CODE
               END-REWRITE
           END-IF

           ADD 1 TO WS-CANT-SUBTOTALES
           ADD GL-SUB-TOTAL TO WS-TOTAL-APLICADO
           PERFORM 2300-PROPAGAR-ANIO.

       2200-BUSCAR-ARRASTRE.
           MOVE 0 TO WS-ARRASTRE-CANTIDAD
           MOVE 0 TO WS-ARRASTRE-IMPORTE
           MOVE 'N' TO WS-ARRASTRE-SW
           MOVE WS-FP-MES TO WS-MES-BUSQUEDA
           PERFORM 2210-LEER-MES-ANTERIOR
               UNTIL ARRASTRE-HALLADO OR WS-MES-BUSQUEDA <= 1
           IF ARRASTRE-HALLADO
               ADD 1 TO WS-CANT-ARRASTRES
           END-IF.

       2210-LEER-MES-ANTERIOR.
           SUBTRACT 1 FROM WS-MES-BUSQUEDA
           COMPUTE SD-PERIODO = WS-FP-ANIO * 100 + WS-MES-BUSQUEDA
           MOVE GL-SUB-DEPTO  TO SD-DEPTO
           MOVE GL-SUB-CUENTA TO SD-CUENTA-GL
           READ SALDO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SD-ANIO-INICIADO = 'S'
                       MOVE 'S' TO WS-ARRASTRE-SW
                       MOVE SD-ANIO-CANTIDAD TO WS-ARRASTRE-CANTIDAD
                       MOVE SD-ANIO-IMPORTE  TO WS-ARRASTRE-IMPORTE
                   END-IF
           END-READ.

       2300-PROPAGAR-ANIO.
           MOVE WS-FP-MES TO WS-MES-BUSQUEDA
           PERFORM 2310-PROPAGAR-MES
               UNTIL WS-MES-BUSQUEDA >= 12.

       2310-PROPAGAR-MES.
           ADD 1 TO WS-MES-BUSQUEDA
           COMPUTE SD-PERIODO = WS-FP-ANIO * 100 + WS-MES-BUSQUEDA
           MOVE GL-SUB-DEPTO  TO SD-DEPTO
           MOVE GL-SUB-CUENTA TO SD-CUENTA-GL
           READ SALDO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SD-ANIO-INICIADO = 'S'
                       ADD GL-SUB-CANT  TO SD-ANIO-CANTIDAD
                       ADD GL-SUB-TOTAL TO SD-ANIO-IMPORTE
                       REWRITE SALDO-RECORD
                           INVALID KEY
                               DISPLAY "ERROR AL REGRABAR SALDEPTO, "
                                   "STATUS: " WS-SALDO-STATUS
                               MOVE 8 TO WS-RC-NUEVO
                               PERFORM 9900-ESCALAR-RETURN-CODE
                       END-REWRITE
                   END-IF
           END-READ.

       9000-FINALIZAR.
           IF APERTURA-OK
               CLOSE GL-EXTRACT-FILE
               CLOSE SALDO-FILE
           END-IF

           MOVE WS-TOTAL-APLICADO TO WS-EDIT-TOTAL
           DISPLAY "REGISTROS DE GLEXTR LEIDOS : " WS-CANT-LEIDOS
           DISPLAY "SUBTOTALES APLICADOS       : " WS-CANT-SUBTOTALES
           DISPLAY "SALDOS DADOS DE ALTA       : " WS-CANT-ALTAS
           DISPLAY "ACUMULADOS ANUALES ARRASTR.: " WS-CANT-ARRASTRES
           DISPLAY "IMPORTE APLICADO           : " WS-EDIT-TOTAL

           IF WS-FECHA-EXTRACTO > 0
               PERFORM 9500-REGISTRAR-CORRIDA
           END-IF.

       9500-REGISTRAR-CORRIDA.
           OPEN I-O RUN-HIST-FILE
           IF WS-RUNHIST-STATUS NOT = "00"
               OPEN OUTPUT RUN-HIST-FILE
               CLOSE RUN-HIST-FILE
               OPEN I-O RUN-HIST-FILE
           END-IF
           IF WS-RUNHIST-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR RUNHIST, STATUS: "
                   WS-RUNHIST-STATUS " - CORRIDA SIN REGISTRAR"
           ELSE
               ACCEPT WS-HORA-COMPLETA FROM TIME
               DIVIDE WS-HORA-COMPLETA BY 100 GIVING WS-HORA-FIN
               MOVE SPACES             TO RUNLOG-RECORD
               MOVE WS-FECHA-EXTRACTO  TO RL-FECHA-PROCESO
               MOVE "SALDOS"           TO RL-PROGRAMA
               MOVE WS-JOB-EXTRACTO    TO RL-JOB-ID
               MOVE WS-HORA-INICIO     TO RL-HORA-INICIO
               MOVE WS-HORA-EXTRACTO   TO RL-HORA-ORIGEN
               MOVE WS-HORA-FIN        TO RL-HORA-FIN
               MOVE WS-CANT-LEIDOS     TO RL-LEIDOS
               MOVE WS-CANT-SUBTOTALES TO RL-PROCESADOS
               MOVE 0                  TO RL-RECHAZADOS
               MOVE WS-TOTAL-APLICADO  TO RL-TOTAL
               MOVE RETURN-CODE        TO RL-RETURN-CODE
               WRITE RUNLOG-RECORD
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR RUNHIST, STATUS: "
                           WS-RUNHIST-STATUS
               END-WRITE
               CLOSE RUN-HIST-FILE
           END-IF.

       9900-ESCALAR-RETURN-CODE.
           IF WS-RC-NUEVO > RETURN-CODE
               MOVE WS-RC-NUEVO TO RETURN-CODE
           END-IF.
