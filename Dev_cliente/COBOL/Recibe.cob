       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECIBE-FEEDS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "PARMFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT FEED-FILE ASSIGN TO "FEEDENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT TRANSAL-FILE ASSIGN TO "TRANSAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANSAL-STATUS.
           SELECT CUARENT-FILE ASSIGN TO "CUARENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUARENT-STATUS.
           SELECT SISTEMA-FILE ASSIGN TO "SISTEMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-CODIGO
               FILE STATUS IS WS-SISTEMA-STATUS.
           SELECT LOTE-REG-FILE ASSIGN TO "LOTEREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LR-CLAVE
               FILE STATUS IS WS-LOTEREG-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "REPFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
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

       FD  FEED-FILE
           RECORDING MODE IS F.
           COPY CPTRANS.

       FD  TRANSAL-FILE
           RECORDING MODE IS F.
       01  TRANSAL-RECORD          PIC X(29).

       FD  CUARENT-FILE
           RECORDING MODE IS F.
       01  CUARENT-RECORD          PIC X(29).

       FD  SISTEMA-FILE.
           COPY CPSISTEM.

       FD  LOTE-REG-FILE.
           COPY CPLOTREG.

       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  REPORTE-LINEA           PIC X(132).

       FD  RUN-HIST-FILE.
           COPY CPRUNLOG.

       WORKING-STORAGE SECTION.
       77  WS-PARAM-STATUS         PIC X(2) VALUE SPACES.
       77  WS-FEED-STATUS          PIC X(2) VALUE SPACES.
       77  WS-TRANSAL-STATUS       PIC X(2) VALUE SPACES.
       77  WS-CUARENT-STATUS       PIC X(2) VALUE SPACES.
       77  WS-SISTEMA-STATUS       PIC X(2) VALUE SPACES.
       77  WS-LOTEREG-STATUS       PIC X(2) VALUE SPACES.
       77  WS-REPORTE-STATUS       PIC X(2) VALUE SPACES.
       77  WS-RUNHIST-STATUS       PIC X(2) VALUE SPACES.
       77  WS-RC-NUEVO             PIC 9(2) VALUE 0.
       77  WS-FECHA-PROCESO        PIC 9(8) VALUE 0.
       77  WS-DIA-SEMANA           PIC 9(1) VALUE 0.
       77  WS-HORA-ACTUAL          PIC 9(4) VALUE 0.
       77  WS-CANT-LEIDOS          PIC 9(9) VALUE 0.
       77  WS-CANT-PASADOS         PIC 9(9) VALUE 0.
       77  WS-CANT-CUARENTENA      PIC 9(9) VALUE 0.
       77  WS-LOTES-ACEPTADOS      PIC 9(5) VALUE 0.
       77  WS-LOTES-REENVIO        PIC 9(5) VALUE 0.
       77  WS-LOTES-CUARENTENA     PIC 9(5) VALUE 0.
       77  WS-REG-HUERFANOS        PIC 9(7) VALUE 0.
       77  WS-SISTEMAS-FALTANTES   PIC 9(5) VALUE 0.
       77  WS-SISTEMAS-ESPERADOS   PIC 9(5) VALUE 0.
       77  WS-LOTE-SISTEMA         PIC X(8) VALUE SPACES.
       77  WS-LOTE-CANT            PIC 9(7) VALUE 0.
       77  WS-LOTE-HASH            PIC S9(11)V99 VALUE 0.
       77  WS-LOTE-RESULTADO       PIC X(10) VALUE SPACES.
       77  WS-LOTE-MOTIVO          PIC X(30) VALUE SPACES.
       77  WS-JOB-ID               PIC X(8) VALUE SPACES.
       77  WS-HORA-COMPLETA        PIC 9(8) VALUE 0.
       77  WS-HORA-INICIO          PIC 9(6) VALUE 0.
       77  WS-HORA-FIN             PIC 9(6) VALUE 0.
       77  WS-PAGINA               PIC 9(3) VALUE 0.
       77  WS-LINEAS-EN-PAGINA     PIC 9(2) VALUE 99.
       77  WS-MAX-LINEAS           PIC 9(2) VALUE 55.

       01  WS-LOTE-FECHA-X         PIC X(8) VALUE SPACES.
       01  WS-LOTE-FECHA REDEFINES WS-LOTE-FECHA-X
                                   PIC 9(8).

       01  WS-LINEA-TRABAJO        PIC X(132) VALUE SPACES.

       01  WS-LINEA-ENCABEZADO-1.
           05  FILLER              PIC X(46) VALUE
               "RECEPCION DE FEEDS - RECIBE-FEEDS".
           05  FILLER              PIC X(59) VALUE SPACES.
           05  FILLER              PIC X(7) VALUE "PAGINA ".
           05  WS-ENC-PAGINA       PIC ZZ9.
           05  FILLER              PIC X(17) VALUE SPACES.

       01  WS-LINEA-ENCABEZADO-2.
           05  FILLER              PIC X(17) VALUE
               "FECHA DE PROCESO:".
           05  WS-ENC-FECHA        PIC 9(8).
           05  FILLER              PIC X(107) VALUE SPACES.

       01  WS-LINEA-TIT-LOTE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(8) VALUE "SISTEMA".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(8) VALUE "FEC LOTE".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(8) VALUE "REGISTRS".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE
               "            HASH".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(3) VALUE "PIE".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "RESULTADO".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE "MOTIVO".
           05  FILLER              PIC X(35) VALUE SPACES.

       01  WS-LINEA-DET-LOTE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-SISTEMA      PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-FECHA        PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-CANT         PIC Z(7)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-HASH         PIC +Z(11)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-PIE          PIC X(3).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-RESULTADO    PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-MOTIVO       PIC X(30).
           05  FILLER              PIC X(35) VALUE SPACES.

       01  WS-LINEA-TIT-FALTANTE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(8) VALUE "SISTEMA".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE "DESCRIPCION".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE "CORTE".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE "SITUACION".
           05  FILLER              PIC X(66) VALUE SPACES.

       01  WS-LINEA-DET-FALTANTE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-FAL-SISTEMA      PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-FAL-DESCRIPCION  PIC X(30).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-FAL-CORTE-HH     PIC 9(2).
           05  FILLER              PIC X(1) VALUE ":".
           05  WS-FAL-CORTE-MM     PIC 9(2).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-FAL-SITUACION    PIC X(15).
           05  FILLER              PIC X(66) VALUE SPACES.

       01  WS-CORTE-PARTES.
           05  WS-CORTE-HH         PIC 9(2).
           05  WS-CORTE-MM         PIC 9(2).

       01  WS-LINEA-RUBRO.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RUBRO-ETIQUETA   PIC X(22).
           05  FILLER              PIC X(2) VALUE ": ".
           05  WS-RUBRO-VALOR      PIC X(20).
           05  FILLER              PIC X(86) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-PARAM-OK-SW      PIC X VALUE 'S'.
               88  PARAMETROS-VALIDOS      VALUE 'S'.
           05  WS-EOF-FEED-SW      PIC X VALUE 'N'.
               88  FIN-FEED                VALUE 'S'.
           05  WS-EOF-SISTEMA-SW   PIC X VALUE 'N'.
               88  FIN-SISTEMAS            VALUE 'S'.
           05  WS-LOTE-ABIERTO-SW  PIC X VALUE 'N'.
               88  LOTE-ABIERTO            VALUE 'S'.
           05  WS-LOTE-ACEPTADO-SW PIC X VALUE 'N'.
               88  LOTE-ACEPTADO           VALUE 'S'.
           05  WS-LOTE-PIE-SW      PIC X VALUE 'N'.
               88  LOTE-CON-PIE            VALUE 'S'.
           05  WS-REPORTE-OK-SW    PIC X VALUE 'N'.
               88  REPORTE-ABIERTO         VALUE 'S'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY "=============================="
           DISPLAY "   RECEPCION DE FEEDS"
           DISPLAY "=============================="

           PERFORM 1000-INICIALIZAR
           IF PARAMETROS-VALIDOS
               MOVE "LOTES RECIBIDOS" TO WS-LINEA-TRABAJO
               PERFORM 8900-ESCRIBIR-LINEA
               PERFORM 8850-TITULO-LOTES
               PERFORM 2000-LEER-FEED
                   UNTIL FIN-FEED
               IF LOTE-ABIERTO
                   PERFORM 2900-CERRAR-LOTE
               END-IF
               PERFORM 5000-FEEDS-FALTANTES
               PERFORM 8000-TOTALES-RECEPCION
           END-IF
           PERFORM 9000-FINALIZAR

           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-HORA-COMPLETA FROM TIME
           DIVIDE WS-HORA-COMPLETA BY 100 GIVING WS-HORA-INICIO
           DIVIDE WS-HORA-COMPLETA BY 10000 GIVING WS-HORA-ACTUAL
           ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBID"
           IF WS-JOB-ID = SPACES
               MOVE "RECIBFED" TO WS-JOB-ID
           END-IF

           PERFORM 1010-LEER-PARAMETROS

           IF PARAMETROS-VALIDOS
               OPEN INPUT SISTEMA-FILE
               IF WS-SISTEMA-STATUS NOT = "00"
                   DISPLAY "ERROR AL ABRIR SISTEMAS, STATUS: "
                       WS-SISTEMA-STATUS
                   MOVE 'N' TO WS-PARAM-OK-SW
                   MOVE 12 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
               END-IF
           END-IF

           IF PARAMETROS-VALIDOS
               OPEN I-O LOTE-REG-FILE
               IF WS-LOTEREG-STATUS NOT = "00"
                   OPEN OUTPUT LOTE-REG-FILE
                   CLOSE LOTE-REG-FILE
                   OPEN I-O LOTE-REG-FILE
               END-IF
               IF WS-LOTEREG-STATUS NOT = "00"
                   DISPLAY "ERROR AL ABRIR LOTEREG, STATUS: "
                       WS-LOTEREG-STATUS
                   CLOSE SISTEMA-FILE
                   MOVE 'N' TO WS-PARAM-OK-SW
                   MOVE 12 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
               END-IF
           END-IF

           IF PARAMETROS-VALIDOS
               PERFORM 1020-ABRIR-SECUENCIALES
           END-IF.

       1010-LEER-PARAMETROS.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR PARMFEED, STATUS: "
                   WS-PARAM-STATUS
               MOVE 'N' TO WS-PARAM-OK-SW
           ELSE
               READ PARAM-FILE
                   AT END
                       DISPLAY "PARMFEED SIN TARJETA DE PARAMETROS"
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
               COMPUTE WS-DIA-SEMANA = FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO) - 1,
                    7) + 1
               DISPLAY "FECHA DE PROCESO    : " WS-FECHA-PROCESO
               DISPLAY "DIA DE LA SEMANA    : " WS-DIA-SEMANA
           ELSE
               MOVE 12 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF.

       1020-ABRIR-SECUENCIALES.
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR FEEDENT, STATUS: "
                   WS-FEED-STATUS
               MOVE 'N' TO WS-PARAM-OK-SW
           END-IF
           OPEN OUTPUT TRANSAL-FILE
           IF WS-TRANSAL-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR TRANSAL, STATUS: "
                   WS-TRANSAL-STATUS
               MOVE 'N' TO WS-PARAM-OK-SW
           END-IF
           OPEN OUTPUT CUARENT-FILE
           IF WS-CUARENT-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR CUARENT, STATUS: "
                   WS-CUARENT-STATUS
               MOVE 'N' TO WS-PARAM-OK-SW
           END-IF
           OPEN OUTPUT REPORTE-FILE
           IF WS-REPORTE-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR REPFEED, STATUS: "
                   WS-REPORTE-STATUS
               MOVE 'N' TO WS-PARAM-OK-SW
           ELSE
               MOVE 'S' TO WS-REPORTE-OK-SW
           END-IF

           IF NOT PARAMETROS-VALIDOS
               CLOSE FEED-FILE
               CLOSE TRANSAL-FILE
               CLOSE CUARENT-FILE
               CLOSE SISTEMA-FILE
               CLOSE LOTE-REG-FILE
               MOVE 12 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF.

       2000-LEER-FEED.
           READ FEED-FILE
               AT END
                   MOVE 'S' TO WS-EOF-FEED-SW
               NOT AT END
                   ADD 1 TO WS-CANT-LEIDOS
                   EVALUATE TH-TIPO-REG
                       WHEN 'H'
                           IF LOTE-ABIERTO
                               PERFORM 2900-CERRAR-LOTE
                           END-IF
                           PERFORM 2100-ABRIR-LOTE
                       WHEN 'T'
                           IF LOTE-ABIERTO
                               MOVE 'S' TO WS-LOTE-PIE-SW
                               PERFORM 2500-PASAR-REGISTRO
                               PERFORM 2900-CERRAR-LOTE
                           ELSE
                               PERFORM 2600-REGISTRO-HUERFANO
                           END-IF
                       WHEN OTHER
                           IF LOTE-ABIERTO
                               ADD 1 TO WS-LOTE-CANT
                               IF TR-TIPO-REG = 'D'
                                   PERFORM 2400-ACUMULAR-HASH
                               END-IF
                               PERFORM 2500-PASAR-REGISTRO
                           ELSE
                               PERFORM 2600-REGISTRO-HUERFANO
                           END-IF
                   END-EVALUATE
           END-READ.

       2100-ABRIR-LOTE.
           MOVE 'S'               TO WS-LOTE-ABIERTO-SW
           MOVE 'N'               TO WS-LOTE-PIE-SW
           MOVE 0                 TO WS-LOTE-CANT
           MOVE 0                 TO WS-LOTE-HASH
           MOVE TH-SISTEMA-ORIGEN TO WS-LOTE-SISTEMA
           MOVE TH-FECHA-LOTE     TO WS-LOTE-FECHA-X
           PERFORM 2200-EVALUAR-ENCABEZADO
           PERFORM 2500-PASAR-REGISTRO.

       2200-EVALUAR-ENCABEZADO.
           MOVE 'S'        TO WS-LOTE-ACEPTADO-SW
           MOVE "ACEPTADO" TO WS-LOTE-RESULTADO
           MOVE SPACES     TO WS-LOTE-MOTIVO

           MOVE WS-LOTE-SISTEMA TO SI-CODIGO
           READ SISTEMA-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LOTE-ACEPTADO-SW
                   MOVE "SISTEMA ORIGEN DESCONOCIDO" TO WS-LOTE-MOTIVO
               NOT INVALID KEY
                   IF SI-ACTIVO NOT = 'A'
                       MOVE 'N' TO WS-LOTE-ACEPTADO-SW
                       MOVE "SISTEMA ORIGEN INACTIVO"
                           TO WS-LOTE-MOTIVO
                   END-IF
           END-READ

           IF LOTE-ACEPTADO
               IF WS-LOTE-FECHA-X NOT NUMERIC
                   MOVE 'N' TO WS-LOTE-ACEPTADO-SW
                   MOVE "FECHA DE LOTE INVALIDA" TO WS-LOTE-MOTIVO
               ELSE
                   IF WS-LOTE-FECHA > WS-FECHA-PROCESO
                       MOVE 'N' TO WS-LOTE-ACEPTADO-SW
                       MOVE "FECHA DE LOTE FUTURA" TO WS-LOTE-MOTIVO
                   ELSE
                       PERFORM 2300-VERIFICAR-REGISTRO-LOTE
                   END-IF
               END-IF
           END-IF

           IF NOT LOTE-ACEPTADO
               MOVE "CUARENTENA" TO WS-LOTE-RESULTADO
           END-IF.

       2300-VERIFICAR-REGISTRO-LOTE.
           MOVE WS-LOTE-FECHA   TO LR-FECHA-LOTE
           MOVE WS-LOTE-SISTEMA TO LR-SISTEMA-ORIGEN
           READ LOTE-REG-FILE
               INVALID KEY
                   IF WS-LOTE-FECHA < WS-FECHA-PROCESO
                       MOVE 'N' TO WS-LOTE-ACEPTADO-SW
                       MOVE "FECHA DE LOTE VENCIDA" TO WS-LOTE-MOTIVO
                   END-IF
               NOT INVALID KEY
                   IF WS-LOTE-FECHA < WS-FECHA-PROCESO
                       IF LR-ESTADO = 'R'
                           MOVE "REENVIO" TO WS-LOTE-RESULTADO
                       ELSE
                           MOVE 'N' TO WS-LOTE-ACEPTADO-SW
                           MOVE "FECHA DE LOTE VENCIDA"
                               TO WS-LOTE-MOTIVO
                       END-IF
                   ELSE
                       IF LR-ESTADO = 'P' OR 'E' OR 'K'
                           MOVE 'N' TO WS-LOTE-ACEPTADO-SW
                           MOVE "LOTE YA PROCESADO" TO WS-LOTE-MOTIVO
                       END-IF
                   END-IF
           END-READ.

       2400-ACUMULAR-HASH.
           IF TR-NUM1 NUMERIC
               ADD TR-NUM1 TO WS-LOTE-HASH
           END-IF
           IF TR-NUM2 NUMERIC
               ADD TR-NUM2 TO WS-LOTE-HASH
           END-IF.

       2500-PASAR-REGISTRO.
           IF LOTE-ACEPTADO
               WRITE TRANSAL-RECORD FROM TRANS-RECORD
               IF WS-TRANSAL-STATUS NOT = "00"
                   DISPLAY "ERROR AL ESCRIBIR TRANSAL, STATUS: "
                       WS-TRANSAL-STATUS
                   MOVE 'S' TO WS-EOF-FEED-SW
                   MOVE 12 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
               ELSE
                   ADD 1 TO WS-CANT-PASADOS
               END-IF
           ELSE
               PERFORM 2700-GRABAR-CUARENTENA
           END-IF.

       2600-REGISTRO-HUERFANO.
           ADD 1 TO WS-REG-HUERFANOS
           PERFORM 2700-GRABAR-CUARENTENA
           MOVE 4 TO WS-RC-NUEVO
           PERFORM 9900-ESCALAR-RETURN-CODE.

       2700-GRABAR-CUARENTENA.
           WRITE CUARENT-RECORD FROM TRANS-RECORD
           IF WS-CUARENT-STATUS NOT = "00"
               DISPLAY "ERROR AL ESCRIBIR CUARENT, STATUS: "
                   WS-CUARENT-STATUS
               MOVE 'S' TO WS-EOF-FEED-SW
               MOVE 12 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           ELSE
               ADD 1 TO WS-CANT-CUARENTENA
           END-IF.

       2900-CERRAR-LOTE.
           IF LOTE-ACEPTADO
               IF WS-LOTE-RESULTADO = "REENVIO"
                   ADD 1 TO WS-LOTES-REENVIO
               ELSE
                   ADD 1 TO WS-LOTES-ACEPTADOS
               END-IF
               PERFORM 2950-REGISTRAR-LOTE
           ELSE
               ADD 1 TO WS-LOTES-CUARENTENA
               DISPLAY "LOTE " WS-LOTE-SISTEMA " " WS-LOTE-FECHA-X
                   " A CUARENTENA - " WS-LOTE-MOTIVO
               MOVE 4 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF

           MOVE WS-LOTE-SISTEMA   TO WS-DET-SISTEMA
           MOVE WS-LOTE-FECHA-X   TO WS-DET-FECHA
           MOVE WS-LOTE-CANT      TO WS-DET-CANT
           MOVE WS-LOTE-HASH      TO WS-DET-HASH
           IF LOTE-CON-PIE
               MOVE "SI" TO WS-DET-PIE
           ELSE
               MOVE "NO" TO WS-DET-PIE
           END-IF
           MOVE WS-LOTE-RESULTADO TO WS-DET-RESULTADO
           MOVE WS-LOTE-MOTIVO    TO WS-DET-MOTIVO
           MOVE WS-LINEA-DET-LOTE TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA

           MOVE 'N' TO WS-LOTE-ABIERTO-SW
           MOVE 'N' TO WS-LOTE-ACEPTADO-SW.

       2950-REGISTRAR-LOTE.
           ACCEPT WS-HORA-COMPLETA FROM TIME
           DIVIDE WS-HORA-COMPLETA BY 100 GIVING WS-HORA-FIN
           MOVE WS-LOTE-FECHA   TO LR-FECHA-LOTE
           MOVE WS-LOTE-SISTEMA TO LR-SISTEMA-ORIGEN
           READ LOTE-REG-FILE
               INVALID KEY
                   MOVE SPACES          TO LOTREG-RECORD
                   MOVE WS-LOTE-FECHA   TO LR-FECHA-LOTE
                   MOVE WS-LOTE-SISTEMA TO LR-SISTEMA-ORIGEN
           END-READ
           MOVE 'A'              TO LR-ESTADO
           MOVE WS-LOTE-CANT     TO LR-CANT-DETALLES
           MOVE WS-LOTE-HASH     TO LR-HASH-TOTAL
           MOVE WS-FECHA-PROCESO TO LR-FECHA-ESTADO
           MOVE WS-HORA-FIN      TO LR-HORA-ESTADO
           REWRITE LOTREG-RECORD
               INVALID KEY
                   WRITE LOTREG-RECORD
                       INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR LOTEREG, "
                               "STATUS: " WS-LOTEREG-STATUS
                   END-WRITE
           END-REWRITE.

       5000-FEEDS-FALTANTES.
           MOVE SPACES TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE "SISTEMAS ESPERADOS SIN LOTE EN LOTEREG"
               TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE WS-LINEA-TIT-FALTANTE TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA

           MOVE LOW-VALUES TO SI-CODIGO
           MOVE 'N' TO WS-EOF-SISTEMA-SW
           START SISTEMA-FILE KEY IS NOT LESS THAN SI-CODIGO
               INVALID KEY
                   MOVE 'S' TO WS-EOF-SISTEMA-SW
           END-START
           PERFORM 5100-REVISAR-SISTEMA
               UNTIL FIN-SISTEMAS

           IF WS-SISTEMAS-FALTANTES = 0
               MOVE "  TODOS LOS SISTEMAS ESPERADOS ENVIARON SU LOTE"
                   TO WS-LINEA-TRABAJO
               PERFORM 8900-ESCRIBIR-LINEA
           ELSE
               MOVE 4 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF.

       5100-REVISAR-SISTEMA.
           READ SISTEMA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF-SISTEMA-SW
               NOT AT END
                   IF SI-ACTIVO = 'A'
                      AND SI-DIA-ESPERADO (WS-DIA-SEMANA) = 'S'
                       ADD 1 TO WS-SISTEMAS-ESPERADOS
                       PERFORM 5200-BUSCAR-LOTE-SISTEMA
                   END-IF
           END-READ.

       5200-BUSCAR-LOTE-SISTEMA.
           MOVE WS-FECHA-PROCESO TO LR-FECHA-LOTE
           MOVE SI-CODIGO        TO LR-SISTEMA-ORIGEN
           READ LOTE-REG-FILE
               INVALID KEY
                   ADD 1 TO WS-SISTEMAS-FALTANTES
                   MOVE SI-HORA-CORTE  TO WS-CORTE-PARTES
                   MOVE SI-CODIGO      TO WS-FAL-SISTEMA
                   MOVE SI-DESCRIPCION TO WS-FAL-DESCRIPCION
                   MOVE WS-CORTE-HH    TO WS-FAL-CORTE-HH
                   MOVE WS-CORTE-MM    TO WS-FAL-CORTE-MM
                   IF WS-HORA-ACTUAL > SI-HORA-CORTE
                       MOVE "CORTE VENCIDO" TO WS-FAL-SITUACION
                   ELSE
                       MOVE "ANTES DEL CORTE" TO WS-FAL-SITUACION
                   END-IF
                   MOVE WS-LINEA-DET-FALTANTE TO WS-LINEA-TRABAJO
                   PERFORM 8900-ESCRIBIR-LINEA
                   DISPLAY "SISTEMA " SI-CODIGO " ESPERADO Y SIN LOTE "
                       "PARA LA FECHA " WS-FECHA-PROCESO
           END-READ.

       8000-TOTALES-RECEPCION.
           MOVE SPACES TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE "REGISTROS LEIDOS" TO WS-RUBRO-ETIQUETA
           MOVE WS-CANT-LEIDOS TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "REGISTROS A TRANENT" TO WS-RUBRO-ETIQUETA
           MOVE WS-CANT-PASADOS TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "REGISTROS A CUARENT" TO WS-RUBRO-ETIQUETA
           MOVE WS-CANT-CUARENTENA TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "LOTES ACEPTADOS" TO WS-RUBRO-ETIQUETA
           MOVE WS-LOTES-ACEPTADOS TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "LOTES REENVIADOS" TO WS-RUBRO-ETIQUETA
           MOVE WS-LOTES-REENVIO TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "LOTES EN CUARENTENA" TO WS-RUBRO-ETIQUETA
           MOVE WS-LOTES-CUARENTENA TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "REGISTROS SIN LOTE" TO WS-RUBRO-ETIQUETA
           MOVE WS-REG-HUERFANOS TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "SISTEMAS ESPERADOS" TO WS-RUBRO-ETIQUETA
           MOVE WS-SISTEMAS-ESPERADOS TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "SISTEMAS FALTANTES" TO WS-RUBRO-ETIQUETA
           MOVE WS-SISTEMAS-FALTANTES TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO

           MOVE SPACES TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE "*** FIN DEL REPORTE ***" TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA

           DISPLAY "REGISTROS LEIDOS    : " WS-CANT-LEIDOS
           DISPLAY "A TRANENT           : " WS-CANT-PASADOS
           DISPLAY "A CUARENTENA        : " WS-CANT-CUARENTENA
           DISPLAY "LOTES ACEPTADOS     : " WS-LOTES-ACEPTADOS
           DISPLAY "LOTES REENVIADOS    : " WS-LOTES-REENVIO
           DISPLAY "LOTES EN CUARENTENA : " WS-LOTES-CUARENTENA
           DISPLAY "SISTEMAS FALTANTES  : " WS-SISTEMAS-FALTANTES.

       8800-ESCRIBIR-RUBRO.
           MOVE WS-LINEA-RUBRO TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE SPACES TO WS-RUBRO-VALOR.

       8850-TITULO-LOTES.
           MOVE WS-LINEA-TIT-LOTE TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA.

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
           WRITE REPORTE-LINEA FROM WS-LINEA-ENCABEZADO-1
           WRITE REPORTE-LINEA FROM WS-LINEA-ENCABEZADO-2
           MOVE SPACES TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE 3 TO WS-LINEAS-EN-PAGINA.

       9000-FINALIZAR.
           IF PARAMETROS-VALIDOS
               CLOSE FEED-FILE
               CLOSE TRANSAL-FILE
               CLOSE CUARENT-FILE
               CLOSE SISTEMA-FILE
               CLOSE LOTE-REG-FILE
           END-IF
           IF REPORTE-ABIERTO
               CLOSE REPORTE-FILE
               DISPLAY "REPORTE DE RECEPCION GRABADO EN REPFEED"
           END-IF
           PERFORM 9500-REGISTRAR-CORRIDA.

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
               MOVE "RECIBFED"          TO RL-PROGRAMA
               MOVE WS-JOB-ID           TO RL-JOB-ID
               MOVE WS-HORA-INICIO      TO RL-HORA-INICIO
               MOVE WS-HORA-FIN         TO RL-HORA-FIN
               MOVE WS-CANT-LEIDOS      TO RL-LEIDOS
               MOVE WS-CANT-PASADOS     TO RL-PROCESADOS
               MOVE WS-CANT-CUARENTENA  TO RL-RECHAZADOS
               MOVE 0                   TO RL-TOTAL
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
