       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-PRESUPUESTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "PRESENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT DEPTO-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WS-DEPTO-STATUS.
           SELECT SALDO-FILE ASSIGN TO "SALDEPTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SD-CLAVE
               FILE STATUS IS WS-SALDO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE
           RECORDING MODE IS F.
       01  ENTRADA-RECORD.
           05  EN-DEPTO            PIC X(4).
           05  EN-CUENTA-GL        PIC X(8).
           05  EN-PERIODO.
               10  EN-ANIO         PIC X(4).
               10  EN-MES          PIC X(2).
           05  EN-LIMITE           PIC X(13).
           05  EN-LIMITE-N REDEFINES EN-LIMITE
                                   PIC 9(11)V99.
           05  FILLER              PIC X(49).

       FD  DEPTO-FILE.
           COPY CPDEPTO.

       FD  SALDO-FILE.
           COPY CPSALDO.

       WORKING-STORAGE SECTION.
       77  WS-ENTRADA-STATUS       PIC X(2) VALUE SPACES.
       77  WS-DEPTO-STATUS         PIC X(2) VALUE SPACES.
       77  WS-SALDO-STATUS         PIC X(2) VALUE SPACES.
       77  WS-RC-NUEVO             PIC 9(2) VALUE 0.
       77  WS-CUENTA-GL            PIC X(8) VALUE SPACES.
       77  WS-ANIO                 PIC 9(4) VALUE 0.
       77  WS-MES                  PIC 9(2) VALUE 0.
       77  WS-PERIODO              PIC 9(6) VALUE 0.
       77  WS-CONTADOR-TARJETAS    PIC 9(5) VALUE 0.
       77  WS-CONTADOR-ALTAS       PIC 9(5) VALUE 0.
       77  WS-CONTADOR-CAMBIOS     PIC 9(5) VALUE 0.
       77  WS-CONTADOR-OMITIDAS    PIC 9(5) VALUE 0.

       01  WS-SWITCHES.
           05  WS-EOF-ENTRADA-SW   PIC X VALUE 'N'.
               88  FIN-ENTRADA             VALUE 'S'.
           05  WS-TARJETA-OK-SW    PIC X VALUE 'S'.
               88  TARJETA-VALIDA          VALUE 'S'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY "=============================="
           DISPLAY "   CARGA DE PRESUPUESTOS SALDEPTO"
           DISPLAY "=============================="

           PERFORM 1000-INICIALIZAR
           PERFORM 2000-CARGAR-TARJETA
               UNTIL FIN-ENTRADA
           PERFORM 9000-FINALIZAR

           STOP RUN.

       1000-INICIALIZAR.
           OPEN INPUT ENTRADA-FILE
           IF WS-ENTRADA-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR PRESENT, STATUS: "
                   WS-ENTRADA-STATUS
               MOVE 'S' TO WS-EOF-ENTRADA-SW
               MOVE 12 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF

           OPEN INPUT DEPTO-FILE
           IF WS-DEPTO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR DEPTMAST, STATUS: "
                   WS-DEPTO-STATUS
               MOVE 'S' TO WS-EOF-ENTRADA-SW
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
               MOVE 'S' TO WS-EOF-ENTRADA-SW
               MOVE 12 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF.

       2000-CARGAR-TARJETA.
           READ ENTRADA-FILE
               AT END
                   MOVE 'S' TO WS-EOF-ENTRADA-SW
               NOT AT END
                   ADD 1 TO WS-CONTADOR-TARJETAS
                   PERFORM 2100-VALIDAR-TARJETA
                   IF TARJETA-VALIDA
                       PERFORM 2200-CARGAR-PERIODOS
                   ELSE
                       ADD 1 TO WS-CONTADOR-OMITIDAS
                       MOVE 4 TO WS-RC-NUEVO
                       PERFORM 9900-ESCALAR-RETURN-CODE
                   END-IF
           END-READ.

       2100-VALIDAR-TARJETA.
           MOVE 'S' TO WS-TARJETA-OK-SW
           MOVE EN-CUENTA-GL TO WS-CUENTA-GL

           IF EN-ANIO NOT NUMERIC OR EN-MES NOT NUMERIC
               MOVE 'N' TO WS-TARJETA-OK-SW
               DISPLAY "TARJETA OMITIDA - PERIODO INVALIDO "
                   EN-PERIODO " DEPTO " EN-DEPTO
           ELSE
               MOVE EN-ANIO TO WS-ANIO
               MOVE EN-MES  TO WS-MES
               IF WS-ANIO = 0 OR WS-MES > 12
                   MOVE 'N' TO WS-TARJETA-OK-SW
                   DISPLAY "TARJETA OMITIDA - PERIODO INVALIDO "
                       EN-PERIODO " DEPTO " EN-DEPTO
               END-IF
           END-IF

           IF EN-LIMITE-N NOT NUMERIC
               MOVE 'N' TO WS-TARJETA-OK-SW
               DISPLAY "TARJETA OMITIDA - LIMITE NO NUMERICO "
                   EN-LIMITE " DEPTO " EN-DEPTO
           END-IF

           IF TARJETA-VALIDA
               MOVE EN-DEPTO TO DM-CODIGO
               READ DEPTO-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-TARJETA-OK-SW
                       DISPLAY "TARJETA OMITIDA - DEPARTAMENTO "
                           EN-DEPTO " NO EXISTE"
                   NOT INVALID KEY
                       IF WS-CUENTA-GL = SPACES
                           MOVE DM-CUENTA-GL TO WS-CUENTA-GL
                       END-IF
               END-READ
           END-IF.

       2200-CARGAR-PERIODOS.
           IF WS-MES = 0
               PERFORM 2300-CARGAR-MES
                   UNTIL WS-MES >= 12
           ELSE
               SUBTRACT 1 FROM WS-MES
               PERFORM 2300-CARGAR-MES
           END-IF.

       2300-CARGAR-MES.
           ADD 1 TO WS-MES
           COMPUTE WS-PERIODO = WS-ANIO * 100 + WS-MES
           MOVE EN-DEPTO     TO SD-DEPTO
           MOVE WS-CUENTA-GL TO SD-CUENTA-GL
           MOVE WS-PERIODO   TO SD-PERIODO
           READ SALDO-FILE
               INVALID KEY
                   PERFORM 2400-ALTA-SALDO
               NOT INVALID KEY
                   PERFORM 2500-ACTUALIZAR-LIMITE
           END-READ.

       2400-ALTA-SALDO.
           MOVE SPACES       TO SALDO-RECORD
           MOVE EN-DEPTO     TO SD-DEPTO
           MOVE WS-CUENTA-GL TO SD-CUENTA-GL
           MOVE WS-PERIODO   TO SD-PERIODO
           MOVE 0            TO SD-MES-CANTIDAD
           MOVE 0            TO SD-MES-IMPORTE
           MOVE 0            TO SD-ANIO-CANTIDAD
           MOVE 0            TO SD-ANIO-IMPORTE
           MOVE EN-LIMITE-N  TO SD-PRESUPUESTO
           MOVE 'N'          TO SD-ANIO-INICIADO
           MOVE 0            TO SD-ULTIMA-FECHA
           WRITE SALDO-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR SALDEPTO, STATUS: "
                       WS-SALDO-STATUS
                   MOVE 12 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-ALTAS
           END-WRITE.

       2500-ACTUALIZAR-LIMITE.
           MOVE EN-LIMITE-N TO SD-PRESUPUESTO
           REWRITE SALDO-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL REGRABAR SALDEPTO, STATUS: "
                       WS-SALDO-STATUS
                   MOVE 12 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-CAMBIOS
           END-REWRITE.

       9000-FINALIZAR.
           CLOSE ENTRADA-FILE
           CLOSE DEPTO-FILE
           CLOSE SALDO-FILE

           DISPLAY "TARJETAS LEIDAS          : " WS-CONTADOR-TARJETAS
           DISPLAY "PERIODOS DADOS DE ALTA   : " WS-CONTADOR-ALTAS
           DISPLAY "LIMITES ACTUALIZADOS     : " WS-CONTADOR-CAMBIOS
           DISPLAY "TARJETAS OMITIDAS        : " WS-CONTADOR-OMITIDAS.

       9900-ESCALAR-RETURN-CODE.
           IF WS-RC-NUEVO > RETURN-CODE
               MOVE WS-RC-NUEVO TO RETURN-CODE
           END-IF.
