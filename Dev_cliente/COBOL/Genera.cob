       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERA-RECURRENTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "PARMREC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT CALENDARIO-FILE ASSIGN TO "CALPROC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-FECHA
               FILE STATUS IS WS-CALEND-STATUS.
           SELECT DEPTO-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WS-DEPTO-STATUS.
           SELECT RECURR-FILE ASSIGN TO "RECURR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IR-CLAVE
               FILE STATUS IS WS-RECURR-STATUS.
           SELECT SALIDA-FILE ASSIGN TO "RECSAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "REPREC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT LOTE-REG-FILE ASSIGN TO "LOTEREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LR-CLAVE
               FILE STATUS IS WS-LOTEREG-STATUS.
           SELECT RUN-HIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-CLAVE
               FILE STATUS IS WS-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE
           RECORDING MODE IS F.
       01  PARAM-RECORD.
           05  PR-FECHA-PROCESO    PIC X(8).
           05  FILLER              PIC X(72).

       FD  CALENDARIO-FILE.
           COPY CPCALEND.

       FD  DEPTO-FILE.
           COPY CPDEPTO.

       FD  RECURR-FILE.
           COPY CPRECUR.

       FD  SALIDA-FILE
           RECORDING MODE IS F.
           COPY CPTRANS.

       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  REPORTE-LINEA           PIC X(132).

       FD  LOTE-REG-FILE.
           COPY CPLOTREG.

       FD  RUN-HIST-FILE.
           COPY CPRUNLOG.

       WORKING-STORAGE SECTION.
       77  WS-PARAM-STATUS         PIC X(2) VALUE SPACES.
       77  WS-CALEND-STATUS        PIC X(2) VALUE SPACES.
       77  WS-DEPTO-STATUS         PIC X(2) VALUE SPACES.
       77  WS-RECURR-STATUS        PIC X(2) VALUE SPACES.
       77  WS-SALIDA-STATUS        PIC X(2) VALUE SPACES.
       77  WS-REPORTE-STATUS       PIC X(2) VALUE SPACES.
       77  WS-LOTEREG-STATUS       PIC X(2) VALUE SPACES.
       77  WS-RUNHIST-STATUS       PIC X(2) VALUE SPACES.
       77  WS-RC-NUEVO             PIC 9(2) VALUE 0.
       77  WS-FECHA-PROCESO        PIC 9(8) VALUE 0.
       77  WS-SISTEMA-ORIGEN       PIC X(8) VALUE "RECURR".
       77  WS-DIA-SEMANA           PIC 9(1) VALUE 0.
       77  WS-ORDINAL-HABIL        PIC 9(2) VALUE 0.
       77  WS-FECHA-INICIO-MES     PIC 9(8) VALUE 0.
       77  WS-CANT-LEIDAS          PIC 9(7) VALUE 0.
       77  WS-CANT-NO-VIGENTES     PIC 9(7) VALUE 0.
       77  WS-CANT-NO-TOCA         PIC 9(7) VALUE 0.
       77  WS-CANT-GENERADAS       PIC 9(7) VALUE 0.
       77  WS-CANT-OMIT-FERIADO    PIC 9(7) VALUE 0.
       77  WS-CANT-OMIT-DEPTO      PIC 9(7) VALUE 0.
       77  WS-CANT-YA-GENERADAS    PIC 9(7) VALUE 0.
       77  WS-HASH-CALCULADO       PIC S9(11)V99 VALUE 0.
       77  WS-EDIT-HASH            PIC +Z(10)9.99.
       77  WS-MOTIVO               PIC X(30) VALUE SPACES.
       77  WS-JOB-ID               PIC X(8) VALUE SPACES.
       77  WS-HORA-COMPLETA        PIC 9(8) VALUE 0.
       77  WS-HORA-INICIO          PIC 9(6) VALUE 0.
       77  WS-HORA-FIN             PIC 9(6) VALUE 0.
       77  WS-PAGINA               PIC 9(3) VALUE 0.
       77  WS-LINEAS-EN-PAGINA     PIC 9(2) VALUE 99.
       77  WS-MAX-LINEAS           PIC 9(2) VALUE 55.

       01  WS-FECHA-PARTES.
           05  WS-FP-ANIO          PIC 9(4).
           05  WS-FP-MES           PIC 9(2).
           05  WS-FP-DIA           PIC 9(2).

       01  WS-LINEA-TRABAJO        PIC X(132) VALUE SPACES.

       01  WS-LINEA-ENCABEZADO-1.
           05  FILLER              PIC X(46) VALUE
               "INSTRUCCIONES RECURRENTES - GENERA-RECURRENTES".
           05  FILLER              PIC X(59) VALUE SPACES.
           05  FILLER              PIC X(7) VALUE "PAGINA ".
           05  WS-ENC-PAGINA       PIC ZZ9.
           05  FILLER              PIC X(17) VALUE SPACES.

       01  WS-LINEA-ENCABEZADO-2.
           05  FILLER              PIC X(17) VALUE
               "FECHA DE PROCESO:".
           05  WS-ENC-FECHA        PIC 9(8).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE "TIPO DE DIA: ".
           05  WS-ENC-TIPO-DIA     PIC X(1).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE "DIA SEMANA: ".
           05  WS-ENC-DIA-SEMANA   PIC 9(1).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE "DIA HABIL NRO:".
           05  WS-ENC-ORDINAL      PIC Z9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  WS-LINEA-TIT-RECURR.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(9) VALUE "ESTADO".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE "DEPTO".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(4) VALUE "NRO".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(4) VALUE "FREC".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(3) VALUE "DIA".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(9) VALUE "     NUM1".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(9) VALUE "     NUM2".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(2) VALUE "OP".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(3) VALUE "MON".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE "MOTIVO".
           05  FILLER              PIC X(34) VALUE SPACES.

       01  WS-LINEA-DET-RECURR.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-ESTADO       PIC X(9).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-DEPTO        PIC X(5).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-NUMERO       PIC 9(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-FRECUENCIA   PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-DIA          PIC ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-NUM1         PIC -Z(4)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-NUM2         PIC -Z(4)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-OPERACION    PIC X(2).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-MONEDA       PIC X(3).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-MOTIVO       PIC X(30).
           05  FILLER              PIC X(34) VALUE SPACES.

       01  WS-LINEA-RUBRO.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RUBRO-ETIQUETA   PIC X(22).
           05  FILLER              PIC X(2) VALUE ": ".
           05  WS-RUBRO-VALOR      PIC X(20).
           05  FILLER              PIC X(86) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-PARAM-OK-SW      PIC X VALUE 'S'.
               88  PARAMETROS-VALIDOS      VALUE 'S'.
           05  WS-EOF-RECURR-SW    PIC X VALUE 'N'.
               88  FIN-RECURRENTES         VALUE 'S'.
           05  WS-EOF-CALEND-SW    PIC X VALUE 'N'.
               88  FIN-CALENDARIO          VALUE 'S'.
           05  WS-DIA-HABIL-SW     PIC X VALUE 'N'.
               88  DIA-HABIL               VALUE 'S'.
           05  WS-PROGRAMADA-SW    PIC X VALUE 'N'.
               88  INSTRUCCION-PROGRAMADA  VALUE 'S'.
           05  WS-SALIDA-OK-SW     PIC X VALUE 'N'.
               88  SALIDA-ABIERTA          VALUE 'S'.
           05  WS-REPORTE-OK-SW    PIC X VALUE 'N'.
               88  REPORTE-ABIERTO         VALUE 'S'.
           05  WS-LOTE-PREVIO-SW   PIC X VALUE 'N'.
               88  LOTE-PREVIO-SIN-PROCESAR VALUE 'S'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY "=============================="
           DISPLAY "   GENERACION DE RECURRENTES"
           DISPLAY "=============================="

           PERFORM 1000-INICIALIZAR
           IF PARAMETROS-VALIDOS
               PERFORM 1100-ESCRIBIR-ENCABEZADO
               PERFORM 2000-LEER-INSTRUCCION
                   UNTIL FIN-RECURRENTES
               PERFORM 3000-ESCRIBIR-PIE
               PERFORM 8000-TOTALES-RECURRENTES
           END-IF
           PERFORM 9000-FINALIZAR

           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-HORA-COMPLETA FROM TIME
           DIVIDE WS-HORA-COMPLETA BY 100 GIVING WS-HORA-INICIO
           ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBID"
           IF WS-JOB-ID = SPACES
               MOVE "GENRECUR" TO WS-JOB-ID
           END-IF

           PERFORM 1010-LEER-PARAMETROS

           IF PARAMETROS-VALIDOS
               PERFORM 1020-EVALUAR-CALENDARIO
           END-IF

           IF PARAMETROS-VALIDOS
               PERFORM 1050-VERIFICAR-LOTE-PREVIO
           END-IF

           IF PARAMETROS-VALIDOS
               OPEN INPUT DEPTO-FILE
               IF WS-DEPTO-STATUS NOT = "00"
                   DISPLAY "ERROR AL ABRIR DEPTMAST, STATUS: "
                       WS-DEPTO-STATUS
                   MOVE 'N' TO WS-PARAM-OK-SW
                   MOVE 12 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
               END-IF
           END-IF

           IF PARAMETROS-VALIDOS
               OPEN I-O RECURR-FILE
               IF WS-RECURR-STATUS NOT = "00"
                   DISPLAY "ERROR AL ABRIR RECURR, STATUS: "
                       WS-RECURR-STATUS
                   CLOSE DEPTO-FILE
                   MOVE 'N' TO WS-PARAM-OK-SW
                   MOVE 12 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
               END-IF
           END-IF

           IF PARAMETROS-VALIDOS
               OPEN OUTPUT SALIDA-FILE
               IF WS-SALIDA-STATUS NOT = "00"
                   DISPLAY "ERROR AL ABRIR RECSAL, STATUS: "
                       WS-SALIDA-STATUS
                   CLOSE DEPTO-FILE
                   CLOSE RECURR-FILE
                   MOVE 'N' TO WS-PARAM-OK-SW
                   MOVE 12 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
               ELSE
                   MOVE 'S' TO WS-SALIDA-OK-SW
               END-IF
           END-IF

           IF PARAMETROS-VALIDOS
               OPEN OUTPUT REPORTE-FILE
               IF WS-REPORTE-STATUS NOT = "00"
                   DISPLAY "ERROR AL ABRIR REPREC, STATUS: "
                       WS-REPORTE-STATUS
                   CLOSE DEPTO-FILE
                   CLOSE RECURR-FILE
                   MOVE 'N' TO WS-PARAM-OK-SW
                   MOVE 12 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
               ELSE
                   MOVE 'S' TO WS-REPORTE-OK-SW
               END-IF
           END-IF.

       1010-LEER-PARAMETROS.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR PARMREC, STATUS: "
                   WS-PARAM-STATUS
               MOVE 'N' TO WS-PARAM-OK-SW
           ELSE
               READ PARAM-FILE
                   AT END
                       DISPLAY "PARMREC SIN TARJETA DE PARAMETROS"
                       MOVE 'N' TO WS-PARAM-OK-SW
                   NOT AT END
                       IF PR-FECHA-PROCESO NOT NUMERIC
                           DISPLAY "FECHA DE PROCESO NO NUMERICA: "
                               PR-FECHA-PROCESO
                           MOVE 'N' TO WS-PARAM-OK-SW
                       ELSE
                           MOVE PR-FECHA-PROCESO TO WS-FECHA-PROCESO
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF

           IF PARAMETROS-VALIDOS AND WS-FECHA-PROCESO = 0
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           END-IF

           IF PARAMETROS-VALIDOS
               DISPLAY "FECHA DE PROCESO    : " WS-FECHA-PROCESO
           ELSE
               MOVE 12 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF.

       1020-EVALUAR-CALENDARIO.
           OPEN INPUT CALENDARIO-FILE
           IF WS-CALEND-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR CALPROC, STATUS: "
                   WS-CALEND-STATUS
               MOVE 'N' TO WS-PARAM-OK-SW
               MOVE 12 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           ELSE
               MOVE WS-FECHA-PROCESO TO CA-FECHA
               READ CALENDARIO-FILE
                   INVALID KEY
                       DISPLAY "FECHA " WS-FECHA-PROCESO
                           " NO ESTA EN EL CALENDARIO DE PROCESO"
                       MOVE 'N' TO WS-PARAM-OK-SW
                       MOVE 12 TO WS-RC-NUEVO
                       PERFORM 9900-ESCALAR-RETURN-CODE
                   NOT INVALID KEY
                       IF CA-TIPO-DIA = 'H'
                           MOVE 'S' TO WS-DIA-HABIL-SW
                       END-IF
                       MOVE CA-TIPO-DIA TO WS-ENC-TIPO-DIA
               END-READ
               IF PARAMETROS-VALIDOS AND DIA-HABIL
                   PERFORM 1030-CONTAR-DIAS-HABILES
               END-IF
               CLOSE CALENDARIO-FILE
           END-IF

           IF PARAMETROS-VALIDOS
               COMPUTE WS-DIA-SEMANA = FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO) - 1,
                    7) + 1
               DISPLAY "DIA DE LA SEMANA    : " WS-DIA-SEMANA
               DISPLAY "DIA HABIL DEL MES   : " WS-ORDINAL-HABIL
           END-IF.

       1030-CONTAR-DIAS-HABILES.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-PARTES
           MOVE 1 TO WS-FP-DIA
           MOVE WS-FECHA-PARTES TO WS-FECHA-INICIO-MES
           MOVE WS-FECHA-INICIO-MES TO CA-FECHA
           MOVE 'N' TO WS-EOF-CALEND-SW
           START CALENDARIO-FILE KEY IS NOT LESS THAN CA-FECHA
               INVALID KEY
                   MOVE 'S' TO WS-EOF-CALEND-SW
           END-START
           PERFORM 1040-CONTAR-DIA
               UNTIL FIN-CALENDARIO.

       1040-CONTAR-DIA.
           READ CALENDARIO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-CALEND-SW
               NOT AT END
                   IF CA-FECHA > WS-FECHA-PROCESO
                       MOVE 'S' TO WS-EOF-CALEND-SW
                   ELSE
                       IF CA-TIPO-DIA = 'H'
                           ADD 1 TO WS-ORDINAL-HABIL
                       END-IF
                   END-IF
           END-READ.

       1050-VERIFICAR-LOTE-PREVIO.
           OPEN INPUT LOTE-REG-FILE
           IF WS-LOTEREG-STATUS = "00"
               MOVE WS-FECHA-PROCESO  TO LR-FECHA-LOTE
               MOVE WS-SISTEMA-ORIGEN TO LR-SISTEMA-ORIGEN
               READ LOTE-REG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LR-ESTADO = 'A'
                           MOVE 'S' TO WS-LOTE-PREVIO-SW
                           DISPLAY "LOTE RECURR " WS-FECHA-PROCESO
                               " GENERADO Y NO PROCESADO - SE ARMA "
                               "DE NUEVO COMPLETO"
                       END-IF
               END-READ
               CLOSE LOTE-REG-FILE
           END-IF.

       1100-ESCRIBIR-ENCABEZADO.
           MOVE SPACES            TO TRANS-HEADER-RECORD
           MOVE 'H'               TO TH-TIPO-REG
           MOVE WS-FECHA-PROCESO  TO TH-FECHA-LOTE
           MOVE WS-SISTEMA-ORIGEN TO TH-SISTEMA-ORIGEN
           WRITE TRANS-HEADER-RECORD.

       2000-LEER-INSTRUCCION.
           READ RECURR-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-RECURR-SW
               NOT AT END
                   ADD 1 TO WS-CANT-LEIDAS
                   PERFORM 2100-EVALUAR-INSTRUCCION
           END-READ.

       2100-EVALUAR-INSTRUCCION.
           IF IR-ACTIVA NOT = 'S'
              OR WS-FECHA-PROCESO < IR-FECHA-INICIO
              OR WS-FECHA-PROCESO > IR-FECHA-FIN
               ADD 1 TO WS-CANT-NO-VIGENTES
           ELSE
               PERFORM 2200-VERIFICAR-PROGRAMA
               IF NOT INSTRUCCION-PROGRAMADA
                   ADD 1 TO WS-CANT-NO-TOCA
               ELSE
                   IF NOT DIA-HABIL
                       MOVE "DIA FERIADO" TO WS-MOTIVO
                       ADD 1 TO WS-CANT-OMIT-FERIADO
                       PERFORM 2600-LISTAR-OMITIDA
                   ELSE
                       IF IR-ULTIMA-GENERADA >= WS-FECHA-PROCESO
                          AND NOT LOTE-PREVIO-SIN-PROCESAR
                           MOVE "YA GENERADA PARA LA FECHA"
                               TO WS-MOTIVO
                           ADD 1 TO WS-CANT-YA-GENERADAS
                           PERFORM 2600-LISTAR-OMITIDA
                       ELSE
                           PERFORM 2300-VERIFICAR-DEPTO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2200-VERIFICAR-PROGRAMA.
           MOVE 'N' TO WS-PROGRAMADA-SW
           EVALUATE TRUE
               WHEN IR-DIARIA
                   MOVE 'S' TO WS-PROGRAMADA-SW
               WHEN IR-SEMANAL
                   IF IR-DIA = WS-DIA-SEMANA
                       MOVE 'S' TO WS-PROGRAMADA-SW
                   END-IF
               WHEN IR-MENSUAL
                   IF DIA-HABIL AND IR-DIA = WS-ORDINAL-HABIL
                       MOVE 'S' TO WS-PROGRAMADA-SW
                   END-IF
           END-EVALUATE.

       2300-VERIFICAR-DEPTO.
           MOVE IR-DEPTO TO DM-CODIGO
           READ DEPTO-FILE
               INVALID KEY
                   MOVE "DEPARTAMENTO NO EXISTE" TO WS-MOTIVO
                   ADD 1 TO WS-CANT-OMIT-DEPTO
                   PERFORM 2600-LISTAR-OMITIDA
               NOT INVALID KEY
                   IF DM-ESTADO NOT = 'A'
                       MOVE "DEPARTAMENTO INACTIVO" TO WS-MOTIVO
                       ADD 1 TO WS-CANT-OMIT-DEPTO
                       PERFORM 2600-LISTAR-OMITIDA
                   ELSE
                       PERFORM 2400-GENERAR-DETALLE
                   END-IF
           END-READ.

       2400-GENERAR-DETALLE.
           MOVE SPACES       TO TRANS-RECORD
           MOVE 'D'          TO TR-TIPO-REG
           MOVE IR-NUM1      TO TR-NUM1
           MOVE IR-NUM2      TO TR-NUM2
           MOVE IR-OPERACION TO TR-OPERACION
           MOVE IR-DEPTO     TO TR-DEPTO
           MOVE IR-MONEDA    TO TR-MONEDA
           WRITE TRANS-RECORD
           IF WS-SALIDA-STATUS NOT = "00"
               DISPLAY "ERROR AL ESCRIBIR RECSAL, STATUS: "
                   WS-SALIDA-STATUS
               MOVE 'S' TO WS-EOF-RECURR-SW
               MOVE 12 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           ELSE
               ADD 1 TO WS-CANT-GENERADAS
               ADD TR-NUM1 TO WS-HASH-CALCULADO
               ADD TR-NUM2 TO WS-HASH-CALCULADO
               MOVE WS-FECHA-PROCESO TO IR-ULTIMA-GENERADA
               REWRITE RECURR-RECORD
                   INVALID KEY
                       DISPLAY "NO SE PUDO REGRABAR RECURR, STATUS: "
                           WS-RECURR-STATUS
               END-REWRITE
               MOVE "GENERADA" TO WS-DET-ESTADO
               MOVE SPACES     TO WS-MOTIVO
               PERFORM 2700-LINEA-INSTRUCCION
           END-IF.

       2600-LISTAR-OMITIDA.
           MOVE "OMITIDA" TO WS-DET-ESTADO
           PERFORM 2700-LINEA-INSTRUCCION.

       2700-LINEA-INSTRUCCION.
           MOVE IR-DEPTO  TO WS-DET-DEPTO
           MOVE IR-NUMERO TO WS-DET-NUMERO
           EVALUATE TRUE
               WHEN IR-DIARIA
                   MOVE "DIA"  TO WS-DET-FRECUENCIA
               WHEN IR-SEMANAL
                   MOVE "SEM"  TO WS-DET-FRECUENCIA
               WHEN IR-MENSUAL
                   MOVE "MES"  TO WS-DET-FRECUENCIA
           END-EVALUATE
           MOVE IR-DIA       TO WS-DET-DIA
           MOVE IR-NUM1      TO WS-DET-NUM1
           MOVE IR-NUM2      TO WS-DET-NUM2
           MOVE IR-OPERACION TO WS-DET-OPERACION
           MOVE IR-MONEDA    TO WS-DET-MONEDA
           MOVE WS-MOTIVO    TO WS-DET-MOTIVO
           MOVE WS-LINEA-DET-RECURR TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA.

       3000-ESCRIBIR-PIE.
           IF WS-RC-NUEVO = 0
               MOVE SPACES             TO TRANS-TRAILER-RECORD
               MOVE 'T'                TO TT-TIPO-REG
               MOVE WS-CANT-GENERADAS  TO TT-CANT-REGISTROS
               MOVE WS-HASH-CALCULADO  TO TT-HASH-TOTAL
               WRITE TRANS-TRAILER-RECORD
               PERFORM 9400-REGISTRAR-LOTE
           END-IF.

       8000-TOTALES-RECURRENTES.
           IF WS-CANT-GENERADAS = 0
              AND WS-CANT-OMIT-FERIADO = 0
              AND WS-CANT-OMIT-DEPTO = 0
              AND WS-CANT-YA-GENERADAS = 0
               MOVE "  NINGUNA INSTRUCCION CORRESPONDE A LA FECHA"
                   TO WS-LINEA-TRABAJO
               PERFORM 8900-ESCRIBIR-LINEA
           END-IF

           MOVE SPACES TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE "INSTRUCCIONES LEIDAS" TO WS-RUBRO-ETIQUETA
           MOVE WS-CANT-LEIDAS TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "NO VIGENTES/INACTIVAS" TO WS-RUBRO-ETIQUETA
           MOVE WS-CANT-NO-VIGENTES TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "NO CORRESPONDEN HOY" TO WS-RUBRO-ETIQUETA
           MOVE WS-CANT-NO-TOCA TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "GENERADAS" TO WS-RUBRO-ETIQUETA
           MOVE WS-CANT-GENERADAS TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "OMITIDAS POR FERIADO" TO WS-RUBRO-ETIQUETA
           MOVE WS-CANT-OMIT-FERIADO TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "OMITIDAS POR DEPTO" TO WS-RUBRO-ETIQUETA
           MOVE WS-CANT-OMIT-DEPTO TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "YA GENERADAS ANTES" TO WS-RUBRO-ETIQUETA
           MOVE WS-CANT-YA-GENERADAS TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE WS-HASH-CALCULADO TO WS-EDIT-HASH
           MOVE "HASH DEL LOTE RECURR" TO WS-RUBRO-ETIQUETA
           MOVE WS-EDIT-HASH TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO

           MOVE SPACES TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE "*** FIN DEL REPORTE ***" TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA

           DISPLAY "INSTRUCCIONES LEIDAS: " WS-CANT-LEIDAS
           DISPLAY "GENERADAS           : " WS-CANT-GENERADAS
           DISPLAY "OMITIDAS FERIADO    : " WS-CANT-OMIT-FERIADO
           DISPLAY "OMITIDAS DEPTO      : " WS-CANT-OMIT-DEPTO
           DISPLAY "YA GENERADAS ANTES  : " WS-CANT-YA-GENERADAS
           DISPLAY "HASH DEL LOTE       : " WS-EDIT-HASH.

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
           MOVE WS-DIA-SEMANA    TO WS-ENC-DIA-SEMANA
           MOVE WS-ORDINAL-HABIL TO WS-ENC-ORDINAL
           WRITE REPORTE-LINEA FROM WS-LINEA-ENCABEZADO-1
           WRITE REPORTE-LINEA FROM WS-LINEA-ENCABEZADO-2
           MOVE SPACES TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           WRITE REPORTE-LINEA FROM WS-LINEA-TIT-RECURR
           MOVE 4 TO WS-LINEAS-EN-PAGINA.

       9000-FINALIZAR.
           IF PARAMETROS-VALIDOS
               CLOSE DEPTO-FILE
               CLOSE RECURR-FILE
           END-IF
           IF SALIDA-ABIERTA
               CLOSE SALIDA-FILE
           END-IF
           IF REPORTE-ABIERTO
               CLOSE REPORTE-FILE
               DISPLAY "LISTA DE RECURRENTES GRABADA EN REPREC"
           END-IF
           PERFORM 9500-REGISTRAR-CORRIDA.

       9400-REGISTRAR-LOTE.
           OPEN I-O LOTE-REG-FILE
           IF WS-LOTEREG-STATUS NOT = "00"
               OPEN OUTPUT LOTE-REG-FILE
               CLOSE LOTE-REG-FILE
               OPEN I-O LOTE-REG-FILE
           END-IF
           IF WS-LOTEREG-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LOTEREG, STATUS: "
                   WS-LOTEREG-STATUS " - LOTE SIN REGISTRAR"
           ELSE
               PERFORM 9410-ARMAR-REGISTRO-LOTE
               WRITE LOTREG-RECORD
                   INVALID KEY
                       PERFORM 9420-ACTUALIZAR-LOTE-EXISTENTE
               END-WRITE
               CLOSE LOTE-REG-FILE
           END-IF.

       9410-ARMAR-REGISTRO-LOTE.
           ACCEPT WS-HORA-COMPLETA FROM TIME
           DIVIDE WS-HORA-COMPLETA BY 100 GIVING WS-HORA-FIN
           MOVE SPACES              TO LOTREG-RECORD
           MOVE WS-FECHA-PROCESO    TO LR-FECHA-LOTE
           MOVE WS-SISTEMA-ORIGEN   TO LR-SISTEMA-ORIGEN
           MOVE 'A'                 TO LR-ESTADO
           MOVE WS-CANT-GENERADAS   TO LR-CANT-DETALLES
           MOVE WS-HASH-CALCULADO   TO LR-HASH-TOTAL
           MOVE WS-FECHA-PROCESO    TO LR-FECHA-ESTADO
           MOVE WS-HORA-FIN         TO LR-HORA-ESTADO.

       9420-ACTUALIZAR-LOTE-EXISTENTE.
           READ LOTE-REG-FILE
               INVALID KEY
                   DISPLAY "NO SE PUDO LEER LOTEREG, STATUS: "
                       WS-LOTEREG-STATUS " - LOTE SIN REGISTRAR"
                   MOVE 8 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
               NOT INVALID KEY
                   IF LR-ESTADO = 'A'
                       PERFORM 9410-ARMAR-REGISTRO-LOTE
                       REWRITE LOTREG-RECORD
                           INVALID KEY
                               DISPLAY "NO SE PUDO GRABAR LOTEREG, "
                                   "STATUS: " WS-LOTEREG-STATUS
                       END-REWRITE
                   ELSE
                       DISPLAY "LOTE RECURR " WS-FECHA-PROCESO
                           " YA FIGURA EN LOTEREG EN ESTADO "
                           LR-ESTADO " - NO SE REABRE"
                       MOVE 8 TO WS-RC-NUEVO
                       PERFORM 9900-ESCALAR-RETURN-CODE
                   END-IF
           END-READ.

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
               MOVE SPACES              TO RUNLOG-RECORD
               MOVE WS-FECHA-PROCESO    TO RL-FECHA-PROCESO
               MOVE "GENRECUR"          TO RL-PROGRAMA
               MOVE WS-JOB-ID           TO RL-JOB-ID
               MOVE WS-HORA-INICIO      TO RL-HORA-INICIO
               MOVE WS-HORA-FIN         TO RL-HORA-FIN
               MOVE WS-CANT-LEIDAS      TO RL-LEIDOS
               MOVE WS-CANT-GENERADAS   TO RL-PROCESADOS
               COMPUTE RL-RECHAZADOS = WS-CANT-OMIT-FERIADO
                                     + WS-CANT-OMIT-DEPTO
               MOVE WS-HASH-CALCULADO   TO RL-TOTAL
               MOVE RETURN-CODE         TO RL-RETURN-CODE
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
