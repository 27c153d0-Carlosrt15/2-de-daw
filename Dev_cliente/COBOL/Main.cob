               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WS-DEPTO-STATUS.
           SELECT REPARTO-FILE ASSIGN TO "REPARTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-CLAVE
               FILE STATUS IS WS-REPARTO-STATUS.
           SELECT LOTE-TRABAJO-FILE ASSIGN TO "LOTEWRK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOTEWRK-STATUS.
           SELECT LOTES-PROC-FILE ASSIGN TO "LOTEPRO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOTEPRO-STATUS.
           SELECT TOTAL-DEPTO-FILE ASSIGN TO "TOTDEPTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-DEPTO
               FILE STATUS IS WS-TOTDEPTO-STATUS.
           SELECT TASA-DIA-FILE ASSIGN TO "TASADIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TX-MONEDA
               FILE STATUS IS WS-TASADIA-STATUS.
           SELECT VISTOS-FILE ASSIGN TO "VISTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VI-CLAVE
               FILE STATUS IS WS-VISTOS-STATUS.
           SELECT ANULADOS-FILE ASSIGN TO "ANULDIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AN-CLAVE
               FILE STATUS IS WS-ANULDIA-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  INDICE-SALIDA-FILE
           RECORDING MODE IS F.
       01  INDICE-SALIDA-RECORD    PIC X(100).

       FD  GL-EXTRACT-FILE
           RECORDING MODE IS F.
       FD  DEPTO-FILE.
           COPY CPDEPTO.

       FD  REPARTO-FILE.
           COPY CPREPART.

       FD  LOTE-TRABAJO-FILE
           RECORDING MODE IS F.
       01  LOTE-TRABAJO-RECORD     PIC X(29).

       FD  LOTES-PROC-FILE
           RECORDING MODE IS F.
       01  LOTES-PROC-RECORD.
           05  LP-FECHA-LOTE       PIC 9(8).
           05  LP-SISTEMA-ORIGEN   PIC X(8).

       FD  TOTAL-DEPTO-FILE.
       01  TOTAL-DEPTO-RECORD.
           05  TD-DEPTO            PIC X(4).
           05  TD-PROCESADOS       PIC 9(7).
           05  TD-SUMA             PIC S9(12)V99.
           05  TD-CUENTA           PIC X(8).
           05  FILLER              PIC X(7).

       FD  TASA-DIA-FILE.
       01  TASA-DIA-RECORD.
           05  TX-MONEDA           PIC X(3).
           05  TX-TASA             PIC 9(3)V9(6).
           05  FILLER              PIC X(8).

       FD  VISTOS-FILE.
       01  VISTO-RECORD.
           05  VI-CLAVE            PIC X(24).

       FD  ANULADOS-FILE.
       01  ANULADO-RECORD.
           05  AN-CLAVE            PIC X(15).

       WORKING-STORAGE SECTION.
       77  NUM1                    PIC S9(5)V99 VALUE 0.
       77  NUM2                    PIC S9(5)V99 VALUE 0.
       77  WS-DEPTO                PIC X(4) VALUE SPACES.
       77  WS-ACUM-DEPTO           PIC X(4) VALUE SPACES.
       77  WS-ACUM-IMPORTE         PIC S9(10)V99 VALUE 0.
       77  WS-DEPTO-CANT           PIC 9(5) VALUE 0.
       77  WS-RC-NUEVO             PIC 9(2) VALUE 0.

       77  WS-TRANS-STATUS         PIC X(2) VALUE SPACES.
       77  WS-RUNHIST-STATUS       PIC X(2) VALUE SPACES.
       77  WS-REPORTE-STATUS       PIC X(2) VALUE SPACES.
       77  WS-LOTEREG-STATUS       PIC X(2) VALUE SPACES.
       77  WS-REPARTO-STATUS       PIC X(2) VALUE SPACES.
       77  WS-LOTEWRK-STATUS       PIC X(2) VALUE SPACES.
       77  WS-LOTEPRO-STATUS       PIC X(2) VALUE SPACES.
       77  WS-TOTDEPTO-STATUS      PIC X(2) VALUE SPACES.
       77  WS-TASADIA-STATUS       PIC X(2) VALUE SPACES.
       77  WS-VISTOS-STATUS        PIC X(2) VALUE SPACES.
       77  WS-ANULDIA-STATUS       PIC X(2) VALUE SPACES.
       77  WS-ESTADO-LOTE          PIC X(1) VALUE SPACE.
       77  WS-PAGINA               PIC 9(3) VALUE 0.
       77  WS-LINEAS-EN-PAGINA     PIC 9(2) VALUE 99.
       77  WS-MAX-LINEAS           PIC 9(2) VALUE 55.
       77  WS-NUM1-ORIG            PIC S9(5)V99 VALUE 0.
       77  WS-NUM2-ORIG            PIC S9(5)V99 VALUE 0.
       77  WS-TASA-ACTUAL          PIC 9(3)V9(6) VALUE 0.
       77  WS-TASA-CANT            PIC 9(5) VALUE 0.
       77  WS-LOTE-IDX             PIC 9(7) VALUE 0.
       77  WS-CANT-LOTE            PIC 9(7) VALUE 0.
       77  WS-LOTES-LEIDOS         PIC 9(7) VALUE 0.
       77  WS-LOTES-CUADRADOS      PIC 9(7) VALUE 0.
       77  WS-LOTES-RECHAZADOS     PIC 9(7) VALUE 0.
       77  WS-DETALLES-DESVIADOS   PIC 9(7) VALUE 0.
       77  WS-SECUENCIA-BASE       PIC 9(7) VALUE 0.
       77  WS-SECUENCIA-INDICE     PIC 9(7) VALUE 0.
       77  WS-CONTADOR-SUSPENSOS   PIC 9(7) VALUE 0.
       77  WS-UMBRAL-RECHAZO       PIC 9(3) VALUE 100.
       77  WS-PORCENTAJE-RECHAZO   PIC 9(3) VALUE 0.
       77  WS-TOTAL-TRANSACCIONES  PIC 9(7) VALUE 0.
       77  WS-CANT-INFORMADA       PIC 9(7) VALUE 0.
       77  WS-HASH-INFORMADO       PIC S9(11)V99 VALUE 0.
       77  WS-HASH-CALCULADO       PIC S9(11)V99 VALUE 0.
       77  WS-TIPO-MOV             PIC X(1) VALUE SPACE.
       77  WS-REF-FECHA            PIC 9(8) VALUE 0.
       77  WS-REF-SECUENCIA        PIC 9(7) VALUE 0.
       77  WS-ANULA-USUARIO        PIC X(8) VALUE SPACES.
       77  WS-ANULA-DEPTO          PIC X(4) VALUE SPACES.
       77  WS-ANUL-ORIG-FECHA      PIC 9(8) VALUE 0.
       77  WS-ANUL-ORIG-SECUENCIA  PIC 9(7) VALUE 0.
       77  WS-ANUL-SECUENCIA       PIC 9(7) VALUE 0.
       77  WS-ANUL-HIJAS           PIC 9(5) VALUE 0.
       77  WS-CONTADOR-ANULACIONES PIC 9(7) VALUE 0.
       77  WS-REP-POOL             PIC X(4) VALUE SPACES.
       77  WS-REP-BASE             PIC S9(10)V99 VALUE 0.
       77  WS-REP-IMPORTE          PIC S9(10)V99 VALUE 0.
       77  WS-REP-ACUMULADO        PIC S9(10)V99 VALUE 0.
       77  WS-REP-DESDE            PIC 9(8) VALUE 0.
       77  WS-REP-SUMA-PCT         PIC 9(5)V99 VALUE 0.
       77  WS-REP-MAYOR-PCT        PIC 9(3)V99 VALUE 0.
       77  WS-REP-MAYOR-DESTINO    PIC X(4) VALUE SPACES.
       77  WS-REP-DESTINO-MALO     PIC X(4) VALUE SPACES.
       77  WS-REP-GRUPO-DESDE      PIC 9(8) VALUE 0.
       77  WS-REP-GRUPO-LINEAS     PIC 9(3) VALUE 0.
       77  WS-REP-GRUPO-PCT        PIC 9(5)V99 VALUE 0.
       77  WS-REP-GRUPO-MAYOR-PCT  PIC 9(3)V99 VALUE 0.
       77  WS-REP-GRUPO-MAYOR-DEST PIC X(4) VALUE SPACES.
       77  WS-REP-GRUPO-DEST-MALO  PIC X(4) VALUE SPACES.
       77  WS-CONTADOR-REPARTOS    PIC 9(7) VALUE 0.
       77  WS-CONTADOR-HIJAS       PIC 9(7) VALUE 0.
       77  WS-CONTADOR-SIN-REPARTO PIC 9(7) VALUE 0.
       77  WS-CONTADOR-OBSERVACIONES PIC 9(7) VALUE 0.
       77  WS-MOTIVO-LOTE          PIC X(27) VALUE SPACES.
       77  WS-MOTIVO-IDX           PIC 9(2) VALUE 0.
       77  WS-EDIT-NUM1            PIC +ZZZZ9.99.
       77  WS-EDIT-NUM2            PIC +ZZZZ9.99.
       77  WS-EDIT-RESULTADO       PIC +Z(9)9.99.
               88  LOTE-ABIERTO             VALUE 'S'.
           05  WS-LOTES-OK-SW      PIC X VALUE 'S'.
               88  TODOS-LOTES-CUADRADOS    VALUE 'S'.
           05  WS-UMBRAL-OK-SW     PIC X VALUE 'S'.
               88  UMBRAL-RESPETADO         VALUE 'S'.
           05  WS-FIN-TOTDEPTO-SW  PIC X VALUE 'N'.
               88  FIN-TOTALES-DEPTO        VALUE 'S'.
           05  WS-DUP-CHECK-SW     PIC X VALUE 'S'.
               88  CHEQUEO-DUP-ACTIVO       VALUE 'S'.
           05  WS-DUPLICADO-SW     PIC X VALUE 'N'.
               88  TRANSACCION-DUPLICADA    VALUE 'S'.
           05  WS-FIN-LOTEWRK-SW   PIC X VALUE 'N'.
               88  FIN-LOTE-TRABAJO         VALUE 'S'.
           05  WS-LOTEWRK-OK-SW    PIC X VALUE 'S'.
               88  LOTE-TRABAJO-OK          VALUE 'S'.
           05  WS-FIN-LOTEPRO-SW   PIC X VALUE 'N'.
               88  FIN-LOTES-PROCESADOS     VALUE 'S'.
           05  WS-FIN-BUSQ-IDX-SW  PIC X VALUE 'N'.
               88  FIN-BUSQUEDA-INDICE      VALUE 'S'.
           05  WS-EOF-TASA-SW      PIC X VALUE 'N'.
               88  REGISTRO-LOTES-ABIERTO   VALUE 'S'.
           05  WS-EXTRACTO-OK-SW   PIC X VALUE 'N'.
               88  EXTRACTO-GENERADO        VALUE 'S'.
           05  WS-ANULADO-HALLADO-SW PIC X VALUE 'N'.
               88  ANULADO-EN-CORRIDA       VALUE 'S'.
           05  WS-FIN-HIJAS-SW     PIC X VALUE 'N'.
               88  FIN-HIJAS-REPARTO        VALUE 'S'.
           05  WS-REPARTO-OK-SW    PIC X VALUE 'N'.
               88  REPARTOS-DISPONIBLES     VALUE 'S'.
           05  WS-FIN-REPARTO-SW   PIC X VALUE 'N'.
               88  FIN-LINEAS-REPARTO       VALUE 'S'.
           05  WS-VERSION-REP-SW   PIC X VALUE 'N'.
               88  VERSION-REPARTO-HALLADA  VALUE 'S'.
           05  WS-MARCA-SUSP-SW    PIC X VALUE 'N'.
               88  MARCA-SUSPENSO-ESCRITA   VALUE 'S'.
           05  WS-MARCA-RECH-SW    PIC X VALUE 'N'.
               88  MARCA-RECHAZO-ESCRITA    VALUE 'S'.
           05  WS-MODO-PRUEBA-SW   PIC X VALUE 'N'.
               88  MODO-PRUEBA              VALUE 'S'.

       01  WS-MARCA-LOTE.
           05  WS-MARCA-TIPO-REG   PIC X(1) VALUE 'H'.
           05  WS-MARCA-FECHA      PIC 9(8) VALUE 0.
           05  WS-MARCA-SISTEMA    PIC X(8) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE SPACES.

       01  WS-VALIDACION.
           05  WS-RAZON-COD        PIC X(2) VALUE SPACES.
           05  WS-CLAVE-DEPTO      PIC X(4).
           05  WS-CLAVE-MONEDA     PIC X(3).

       01  WS-LINEA-TRABAJO        PIC X(132) VALUE SPACES.

       01  WS-LINEA-ENCABEZADO-1.
           05  WS-ENC-TITULO       PIC X(45) VALUE
               "REPORTE DE TOTALES DE CONTROL - SUMA-NUMEROS".
           05  FILLER              PIC X(60) VALUE SPACES.
           05  FILLER              PIC X(7) VALUE "PAGINA ".
           05  WS-DET-SUMA         PIC +Z(11)9.99.
           05  FILLER              PIC X(84) VALUE SPACES.

       01  WS-LINEA-TIT-PRUEBA.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "TIPO".
           05  FILLER              PIC X(9) VALUE "FEC LOTE".
           05  FILLER              PIC X(9) VALUE "ORIGEN".
           05  FILLER              PIC X(9) VALUE "DETALLE".
           05  FILLER              PIC X(6) VALUE "DEPTO".
           05  FILLER              PIC X(3) VALUE "OP".
           05  FILLER              PIC X(9) VALUE "NUM1".
           05  FILLER              PIC X(9) VALUE "NUM2".
           05  FILLER              PIC X(5) VALUE "MON".
           05  FILLER              PIC X(30) VALUE "MOTIVO".
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-LINEA-DET-PRUEBA.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-OBS-TIPO         PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-OBS-FECHA-LOTE   PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-OBS-SISTEMA      PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-OBS-DETALLE      PIC Z(6)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-OBS-DEPTO        PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-OBS-OPERACION    PIC X(1).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-OBS-NUM1         PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-OBS-NUM2         PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-OBS-MONEDA       PIC X(3).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-OBS-MOTIVO       PIC X(2).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-OBS-DESC         PIC X(27).
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-LINEA-MOTIVO.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-MOT-CODIGO       PIC X(2).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-MOT-DESC         PIC X(27).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-MOT-CANTIDAD     PIC Z(6)9.
           05  FILLER              PIC X(88) VALUE SPACES.

       01  WS-TABLA-MOTIVOS.
           05  WS-MOTIVO-ENTRADA OCCURS 20 TIMES.
               10  WS-MOTIVO-CANT      PIC 9(7).
               10  WS-MOTIVO-DESC      PIC X(27).

       01  WS-RX-ORIGINAL          PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           END-IF

           PERFORM 1050-LEER-PARAMETROS-CORRIDA
           IF MODO-PRUEBA
               DISPLAY "CORRIDA DE PRUEBA - NO SE CONSULTA CALPROC"
           ELSE
               PERFORM 1055-VERIFICAR-CALENDARIO
           END-IF

           IF CALENDARIO-AUTORIZA
               PERFORM 1070-LEER-TIPOS-CAMBIO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF

           IF MODO-PRUEBA
               PERFORM 1020-ABRIR-PRE-EDICION
           ELSE
               PERFORM 1015-ABRIR-SALIDAS
           END-IF
           PERFORM 1030-ABRIR-ARCHIVOS-TRABAJO

           OPEN INPUT DEPTO-FILE
           IF WS-DEPTO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR DEPTMAST, STATUS: "
                   WS-DEPTO-STATUS
               MOVE "S" TO WS-EOF-TRANS
               MOVE "N" TO WS-APERTURA-OK-SW
               MOVE 8 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF

           OPEN INPUT REPARTO-FILE
           IF WS-REPARTO-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR REPARTO, STATUS: "
                   WS-REPARTO-STATUS " - NO SE GENERAN REPARTOS"
               MOVE 4 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           ELSE
               MOVE 'S' TO WS-REPARTO-OK-SW
           END-IF

           PERFORM 1200-ABRIR-INDICE-RESULTADOS.

       1015-ABRIR-SALIDAS.
           PERFORM 1100-LEER-CHECKPOINT

           IF WS-ULTIMO-PROCESADO > 0
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF

           IF WS-ULTIMO-PROCESADO > 0
               OPEN EXTEND INDICE-SALIDA-FILE
           ELSE
                   WS-LOTEREG-STATUS " - LOTES SIN REGISTRAR"
           ELSE
               MOVE 'S' TO WS-LOTEREG-OK-SW
           END-IF.

       1020-ABRIR-PRE-EDICION.
           INITIALIZE WS-TABLA-MOTIVOS
           MOVE "REPORTE DE PRE-EDICION - SUMA-NUMEROS" TO WS-ENC-TITULO
           OPEN OUTPUT REPORTE-FILE
           IF WS-REPORTE-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR REPCTL, STATUS: "
                   WS-REPORTE-STATUS
               MOVE "S" TO WS-EOF-TRANS
               MOVE "N" TO WS-APERTURA-OK-SW
               MOVE 8 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           ELSE
               MOVE 0 TO WS-PAGINA
               MOVE 99 TO WS-LINEAS-EN-PAGINA
               MOVE "  CORRIDA DE PRUEBA - SIN SALIDAS NI REGISTROS"
                   TO WS-LINEA-TRABAJO
               PERFORM 8900-ESCRIBIR-LINEA
               MOVE SPACES TO WS-LINEA-TRABAJO
               PERFORM 8900-ESCRIBIR-LINEA
               MOVE "  OBSERVACIONES DEL FEED" TO WS-LINEA-TRABAJO
               PERFORM 8900-ESCRIBIR-LINEA
               MOVE WS-LINEA-TIT-PRUEBA TO WS-LINEA-TRABAJO
               PERFORM 8900-ESCRIBIR-LINEA
           END-IF.

       1030-ABRIR-ARCHIVOS-TRABAJO.
           OPEN OUTPUT TOTAL-DEPTO-FILE
           CLOSE TOTAL-DEPTO-FILE
           OPEN I-O TOTAL-DEPTO-FILE
           IF WS-TOTDEPTO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR TOTDEPTO, STATUS: "
                   WS-TOTDEPTO-STATUS
               MOVE "S" TO WS-EOF-TRANS
               MOVE "N" TO WS-APERTURA-OK-SW
               MOVE 8 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF

           OPEN OUTPUT VISTOS-FILE
           CLOSE VISTOS-FILE
           OPEN I-O VISTOS-FILE
           IF WS-VISTOS-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR VISTOS, STATUS: "
                   WS-VISTOS-STATUS
               MOVE "S" TO WS-EOF-TRANS
               MOVE "N" TO WS-APERTURA-OK-SW
               MOVE 8 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF

           OPEN OUTPUT ANULADOS-FILE
           CLOSE ANULADOS-FILE
           OPEN I-O ANULADOS-FILE
           IF WS-ANULDIA-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR ANULDIA, STATUS: "
                   WS-ANULDIA-STATUS
               MOVE "S" TO WS-EOF-TRANS
               MOVE "N" TO WS-APERTURA-OK-SW
               MOVE 8 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF

           IF NOT MODO-PRUEBA
               OPEN OUTPUT LOTES-PROC-FILE
               IF WS-LOTEPRO-STATUS NOT = "00"
                   DISPLAY "ERROR AL ABRIR LOTEPRO, STATUS: "
                       WS-LOTEPRO-STATUS
                   MOVE "S" TO WS-EOF-TRANS
                   MOVE "N" TO WS-APERTURA-OK-SW
                   MOVE 8 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
               END-IF
           END-IF.

       1050-LEER-PARAMETROS-CORRIDA.
           OPEN INPUT PARAM-FILE
           IF PA-FORZAR-RERUN = 'S'
               MOVE 'S' TO WS-FORZAR-RERUN-SW
               DISPLAY "RERUN SUPERVISADO AUTORIZADO POR PARMRUN"
           END-IF

           IF PA-MODO-PRUEBA = 'S'
               MOVE 'S' TO WS-MODO-PRUEBA-SW
               DISPLAY "CORRIDA DE PRUEBA (PRE-EDICION) POR PARMRUN - "
                   "NO SE GRABA NINGUNA SALIDA"
           END-IF.

       1055-VERIFICAR-CALENDARIO.
           END-IF.

       1070-LEER-TIPOS-CAMBIO.
           OPEN OUTPUT TASA-DIA-FILE
           IF WS-TASADIA-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR TASADIA, STATUS: "
                   WS-TASADIA-STATUS
               MOVE "S" TO WS-EOF-TRANS
               MOVE "N" TO WS-APERTURA-OK-SW
               MOVE 8 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           ELSE
               OPEN INPUT TASA-FILE
               IF WS-TASA-STATUS NOT = "00"
                   DISPLAY "TIPOCAM AUSENTE - SOLO SE ACEPTARA LA "
                       "MONEDA BASE " WS-MONEDA-BASE
               ELSE
                   MOVE 'N' TO WS-EOF-TASA-SW
                   PERFORM 1080-CARGAR-TASA
                       UNTIL FIN-TASAS
                   CLOSE TASA-FILE
                   DISPLAY "TIPOS DE CAMBIO CARGADOS: " WS-TASA-CANT
               END-IF
               CLOSE TASA-DIA-FILE
               OPEN INPUT TASA-DIA-FILE
               IF WS-TASADIA-STATUS NOT = "00"
                   DISPLAY "ERROR AL ABRIR TASADIA, STATUS: "
                       WS-TASADIA-STATUS
                   MOVE "S" TO WS-EOF-TRANS
                   MOVE "N" TO WS-APERTURA-OK-SW
                   MOVE 8 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
               END-IF
           END-IF.

       1080-CARGAR-TASA.
                      AND TC-FECHA = WS-FECHA-EJECUCION
                      AND TC-TASA NUMERIC
                      AND TC-TASA > 0
                       MOVE SPACES    TO TASA-DIA-RECORD
                       MOVE TC-MONEDA TO TX-MONEDA
                       MOVE TC-TASA   TO TX-TASA
                       WRITE TASA-DIA-RECORD
                           INVALID KEY
                               DISPLAY "TASA REPETIDA - SE CONSERVA "
                                   "LA PRIMERA DE " TC-MONEDA
                           NOT INVALID KEY
                               ADD 1 TO WS-TASA-CANT
                       END-WRITE
                   ELSE
                       DISPLAY "TASA OMITIDA POR FECHA O VALOR - "
                           TC-MONEDA " " TC-FECHA
                       MOVE CK-CONTADOR-RECHAZADOS TO
                           WS-CONTADOR-RECHAZADOS
                       MOVE CK-SUMA-TOTAL TO WS-SUMA-TOTAL
                       MOVE CK-CONTADOR-HIJAS TO WS-CONTADOR-HIJAS
               END-READ
           END-IF

       2050-PROCESAR-DETALLE.
           ADD 1 TO WS-CONTADOR-LEIDOS
           IF WS-CONTADOR-LEIDOS > WS-ULTIMO-PROCESADO
               IF TR-TIPO-REG = 'A'
                   PERFORM 2060-PROCESAR-ANULACION
               ELSE
                   PERFORM 2200-VALIDAR-TRANSACCION
                   IF TRANSACCION-VALIDA
                       PERFORM 2250-VERIFICAR-DUPLICADO
                       IF TRANSACCION-DUPLICADA
                           PERFORM 2270-ESCRIBIR-SUSPENSO
                       ELSE
                           PERFORM 2300-CALCULAR-RESULTADO
                           IF NOT HUBO-ERROR-TAMANO
                               PERFORM 2400-ESCRIBIR-RESULTADO
                               PERFORM 2500-ESCRIBIR-AUDITORIA
                               PERFORM 2600-ESCRIBIR-INDICE-RESULTADOS
                               PERFORM 2750-GENERAR-REPARTO
                           END-IF
                       END-IF
                   ELSE
                       PERFORM 2700-ESCRIBIR-ERROR
                   END-IF
               END-IF
               PERFORM 2800-VERIFICAR-CHECKPOINT
           ELSE
               IF TR-TIPO-REG = 'A'
                   PERFORM 2280-VALIDAR-ANULACION
                   IF TRANSACCION-VALIDA
                       PERFORM 2295-ANOTAR-ANULACION
                   END-IF
               ELSE
                   PERFORM 2200-VALIDAR-TRANSACCION
                   IF TRANSACCION-VALIDA
                       PERFORM 2250-VERIFICAR-DUPLICADO
                   END-IF
               END-IF
           END-IF.

       2060-PROCESAR-ANULACION.
           PERFORM 2280-VALIDAR-ANULACION
           IF TRANSACCION-VALIDA
               PERFORM 2295-ANOTAR-ANULACION
               MOVE NUM1      TO WS-EDIT-NUM1
               MOVE NUM2      TO WS-EDIT-NUM2
               MOVE RESULTADO TO WS-EDIT-RESULTADO
               DISPLAY "------------------------------"
               DISPLAY "Anulacion de " WS-REF-FECHA "/"
                   WS-REF-SECUENCIA ": " WS-EDIT-NUM1 " , "
                   WS-EDIT-NUM2 " -> " WS-EDIT-RESULTADO
               DISPLAY "------------------------------"
               PERFORM 2400-ESCRIBIR-RESULTADO
               PERFORM 2500-ESCRIBIR-AUDITORIA
               PERFORM 2600-ESCRIBIR-INDICE-RESULTADOS
               PERFORM 2650-MARCAR-ORIGINAL-ANULADO
               ADD 1 TO WS-CONTADOR-ANULACIONES
               PERFORM 2790-ANULAR-REPARTO
           ELSE
               PERFORM 2700-ESCRIBIR-ERROR
           END-IF.

       2100-LEER-TRANSACCION.
           READ TRANS-FILE
               AT END
           IF LOTE-ABIERTO
               DISPLAY "LOTE SIN PIE - SE RECHAZA ANTES DE ABRIR "
                   "EL SIGUIENTE"
               MOVE "PIE DE LOTE AUSENTE" TO WS-MOTIVO-LOTE
               PERFORM 7200-RECHAZAR-LOTE
               PERFORM 7400-REINICIAR-LOTE
           END-IF
           MOVE TH-SISTEMA-ORIGEN TO WS-SISTEMA-ORIGEN
           MOVE 'S' TO WS-ENCAB-LOTE-SW
           MOVE 'S' TO WS-LOTE-ABIERTO-SW
           ADD 1 TO WS-LOTES-LEIDOS
           PERFORM 7050-ABRIR-LOTE-TRABAJO.

       2160-CERRAR-LOTE.
           IF NOT LOTE-ABIERTO
               ADD 1 TO WS-LOTES-LEIDOS
               PERFORM 7050-ABRIR-LOTE-TRABAJO
           END-IF
           MOVE TT-CANT-REGISTROS TO WS-CANT-INFORMADA
           MOVE TT-HASH-TOTAL     TO WS-HASH-INFORMADO
               MOVE 'S' TO WS-LOTE-ABIERTO-SW
               MOVE 'N' TO WS-ENCAB-LOTE-SW
               ADD 1 TO WS-LOTES-LEIDOS
               PERFORM 7050-ABRIR-LOTE-TRABAJO
           END-IF
           IF LOTE-TRABAJO-OK
               WRITE LOTE-TRABAJO-RECORD FROM TRANS-RECORD
               IF WS-LOTEWRK-STATUS NOT = "00"
                   DISPLAY "ERROR AL ESCRIBIR LOTEWRK, STATUS: "
                       WS-LOTEWRK-STATUS " - EL LOTE SE RECHAZARA"
                   PERFORM 7060-FALLA-LOTE-TRABAJO
               END-IF
           END-IF
           ADD 1 TO WS-CANT-LOTE
           PERFORM 2170-ACUMULAR-HASH.

       2800-VERIFICAR-CHECKPOINT.
           IF NOT MODO-PRUEBA
              AND FUNCTION MOD(WS-CONTADOR-LEIDOS, WS-INTERVALO-CHKPT)
                  = 0
               MOVE WS-CONTADOR-LEIDOS TO CK-ULTIMO-REGISTRO
               PERFORM 2900-ESCRIBIR-CHECKPOINT
           END-IF.
           MOVE WS-CONTADOR-PROCESADOS TO CK-ULTIMO-PROCESADO
           MOVE WS-CONTADOR-RECHAZADOS TO CK-CONTADOR-RECHAZADOS
           MOVE WS-SUMA-TOTAL          TO CK-SUMA-TOTAL
           MOVE WS-CONTADOR-HIJAS      TO CK-CONTADOR-HIJAS
           MOVE 1 TO WS-CHKPT-KEY
           REWRITE CHECKPOINT-RECORD
               INVALID KEY
           MOVE 0 TO CK-ULTIMO-PROCESADO
           MOVE 0 TO CK-CONTADOR-RECHAZADOS
           MOVE 0 TO CK-SUMA-TOTAL
           MOVE 0 TO CK-CONTADOR-HIJAS
           MOVE 1 TO WS-CHKPT-KEY
           REWRITE CHECKPOINT-RECORD
               INVALID KEY
               MOVE TR-NUM2 TO NUM2
               MOVE TR-OPERACION TO WS-OPERACION
               MOVE TR-DEPTO TO WS-DEPTO
               MOVE SPACE TO WS-TIPO-MOV
               MOVE 0 TO WS-REF-FECHA
               MOVE 0 TO WS-REF-SECUENCIA
               MOVE NUM1 TO WS-NUM1-ORIG
               MOVE NUM2 TO WS-NUM2-ORIG
               IF WS-MONEDA NOT = WS-MONEDA-BASE

           IF WS-MONEDA NOT = WS-MONEDA-BASE
               MOVE 'N' TO WS-TASA-HALLADA-SW
               MOVE WS-MONEDA TO TX-MONEDA
               READ TASA-DIA-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-TASA-HALLADA-SW
                   NOT INVALID KEY
                       MOVE 'S' TO WS-TASA-HALLADA-SW
                       MOVE TX-TASA TO WS-TASA-ACTUAL
               END-READ
               IF NOT TASA-HALLADA
                   MOVE 'N' TO WS-TRANS-VALIDA-SW
                   MOVE "10" TO WS-RAZON-COD
               END-IF
           END-IF.

       2240-CONVERTIR-A-BASE.
           MULTIPLY WS-NUM1-ORIG BY WS-TASA-ACTUAL
               GIVING NUM1 ROUNDED

       2250-VERIFICAR-DUPLICADO.
           MOVE 'N' TO WS-DUPLICADO-SW
           IF CHEQUEO-DUP-ACTIVO
               MOVE TR-NUM1-X    TO WS-CLAVE-NUM1
               MOVE TR-NUM2-X    TO WS-CLAVE-NUM2
               MOVE TR-OPERACION TO WS-CLAVE-OPER
               MOVE TR-DEPTO     TO WS-CLAVE-DEPTO
               MOVE TR-MONEDA    TO WS-CLAVE-MONEDA
               MOVE WS-CLAVE-ACTUAL TO VI-CLAVE
               READ VISTOS-FILE
                   INVALID KEY
                       PERFORM 2260-REGISTRAR-VISTO
                   NOT INVALID KEY
                       MOVE 'S' TO WS-DUPLICADO-SW
               END-READ
           END-IF.

       2260-REGISTRAR-VISTO.
           MOVE WS-CLAVE-ACTUAL TO VI-CLAVE
           WRITE VISTO-RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR VISTOS, STATUS: "
                       WS-VISTOS-STATUS
           END-WRITE.

       2265-MARCAR-LOTE-SUSPENSO.
           IF NOT MARCA-SUSPENSO-ESCRITA
               PERFORM 7230-ARMAR-MARCA-LOTE
               MOVE WS-MARCA-LOTE TO SUSPENSE-RECORD
               WRITE SUSPENSE-RECORD
               IF WS-SUSP-STATUS NOT = "00"
                   DISPLAY "ERROR AL ESCRIBIR SUSPFIL, STATUS: "
                       WS-SUSP-STATUS
                   MOVE 8 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
               END-IF
               MOVE 'S' TO WS-MARCA-SUSP-SW
           END-IF.

       2270-ESCRIBIR-SUSPENSO.
           IF MODO-PRUEBA
               PERFORM 8410-OBSERVAR-SUSPENSO
           ELSE
               PERFORM 2265-MARCAR-LOTE-SUSPENSO
               MOVE TRANS-RECORD TO SUSPENSE-RECORD
               WRITE SUSPENSE-RECORD
               IF WS-SUSP-STATUS NOT = "00"
                   DISPLAY "ERROR AL ESCRIBIR SUSPFIL, STATUS: "
                       WS-SUSP-STATUS
                   MOVE 8 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
               END-IF
           END-IF

           DISPLAY "TRANSACCION DUPLICADA A SUSPENSO - OPERACION "

           ADD 1 TO WS-CONTADOR-SUSPENSOS.

       2280-VALIDAR-ANULACION.
           MOVE 'S' TO WS-TRANS-VALIDA-SW
           MOVE SPACES TO WS-RAZON-COD WS-RAZON-DESC
           MOVE SPACES TO WS-ANULA-DEPTO

           IF TA-FECHA-ORIGINAL NOT NUMERIC
              OR TA-SECUENCIA-ORIGINAL NOT NUMERIC
               MOVE 'N' TO WS-TRANS-VALIDA-SW
               MOVE "12" TO WS-RAZON-COD
               MOVE "ORIGINAL NO EXISTE" TO WS-RAZON-DESC
           ELSE
               MOVE TA-FECHA-ORIGINAL     TO RX-FECHA
               MOVE TA-SECUENCIA-ORIGINAL TO RX-SECUENCIA
               READ RESULT-INDEX-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-TRANS-VALIDA-SW
                       MOVE "12" TO WS-RAZON-COD
                       MOVE "ORIGINAL NO EXISTE" TO WS-RAZON-DESC
                   NOT INVALID KEY
                       MOVE RX-DEPTO TO WS-ANULA-DEPTO
                       PERFORM 2285-EVALUAR-ORIGINAL
               END-READ
           END-IF

           IF TRANSACCION-VALIDA
               MOVE RESIDX-RECORD  TO WS-RX-ORIGINAL
               MOVE RX-NUM1        TO NUM1
               MOVE RX-NUM2        TO NUM2
               SUBTRACT RX-RESULTADO FROM ZERO GIVING RESULTADO
               MOVE 'A'            TO WS-OPERACION
               MOVE RX-DEPTO       TO WS-DEPTO
               MOVE WS-MONEDA-BASE TO WS-MONEDA
               MOVE NUM1           TO WS-NUM1-ORIG
               MOVE NUM2           TO WS-NUM2-ORIG
               MOVE 'V'            TO WS-TIPO-MOV
               MOVE RX-FECHA       TO WS-REF-FECHA
               MOVE RX-SECUENCIA   TO WS-REF-SECUENCIA
               MOVE TA-USUARIO     TO WS-ANULA-USUARIO
               IF WS-ANULA-USUARIO = SPACES
                   MOVE WS-JOB-ID TO WS-ANULA-USUARIO
               END-IF
           END-IF.

       2285-EVALUAR-ORIGINAL.
           IF RX-ESTADO = 'A'
               MOVE 'N' TO WS-TRANS-VALIDA-SW
               MOVE "13" TO WS-RAZON-COD
               MOVE "ORIGINAL YA ANULADO" TO WS-RAZON-DESC
           ELSE
               IF RX-TIPO-MOV NOT = SPACE
                   MOVE 'N' TO WS-TRANS-VALIDA-SW
                   MOVE "14" TO WS-RAZON-COD
                   MOVE "MOVIMIENTO NO ANULABLE" TO WS-RAZON-DESC
               ELSE
                   PERFORM 2290-BUSCAR-ANULADO
                   IF ANULADO-EN-CORRIDA
                       MOVE 'N' TO WS-TRANS-VALIDA-SW
                       MOVE "13" TO WS-RAZON-COD
                       MOVE "ORIGINAL YA ANULADO" TO WS-RAZON-DESC
                   END-IF
               END-IF
           END-IF.

       2290-BUSCAR-ANULADO.
           MOVE 'N' TO WS-ANULADO-HALLADO-SW
           MOVE TA-CLAVE-ORIGINAL TO AN-CLAVE
           READ ANULADOS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ANULADO-HALLADO-SW
               NOT INVALID KEY
                   MOVE 'S' TO WS-ANULADO-HALLADO-SW
           END-READ.

       2295-ANOTAR-ANULACION.
           MOVE TA-CLAVE-ORIGINAL TO AN-CLAVE
           WRITE ANULADO-RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR ANULDIA, STATUS: "
                       WS-ANULDIA-STATUS
           END-WRITE.

       2300-CALCULAR-RESULTADO.
           MOVE 'N' TO WS-SIZE-ERROR-SW

           MOVE WS-MONEDA   TO RS-MONEDA
           MOVE WS-NUM1-ORIG TO RS-NUM1-ORIG
           MOVE WS-NUM2-ORIG TO RS-NUM2-ORIG
           MOVE WS-TIPO-MOV  TO RS-TIPO-MOV
           MOVE WS-REF-FECHA TO RS-REF-FECHA
           MOVE WS-REF-SECUENCIA TO RS-REF-SECUENCIA
           IF NOT MODO-PRUEBA
               WRITE RESULT-RECORD
               IF WS-RESULT-STATUS NOT = "00"
                   DISPLAY "ERROR AL ESCRIBIR RESUSAL, STATUS: "
                       WS-RESULT-STATUS
                   MOVE 8 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
               END-IF
           END-IF

           ADD 1 TO WS-CONTADOR-PROCESADOS
           PERFORM 2450-ACUMULAR-DEPTO.

       2450-ACUMULAR-DEPTO.
           MOVE WS-ACUM-DEPTO TO TD-DEPTO
           READ TOTAL-DEPTO-FILE
               INVALID KEY
                   PERFORM 2460-ALTA-TOTAL-DEPTO
               NOT INVALID KEY
                   ADD 1 TO TD-PROCESADOS
                   ADD WS-ACUM-IMPORTE TO TD-SUMA
                   REWRITE TOTAL-DEPTO-RECORD
                       INVALID KEY
                           DISPLAY "NO SE PUDO REGRABAR TOTDEPTO, "
                               "STATUS: " WS-TOTDEPTO-STATUS
                   END-REWRITE
           END-READ.

       2460-ALTA-TOTAL-DEPTO.
           PERFORM 2470-LEER-CUENTA-GL
           MOVE SPACES          TO TOTAL-DEPTO-RECORD
           MOVE WS-ACUM-DEPTO   TO TD-DEPTO
           MOVE 1               TO TD-PROCESADOS
           MOVE WS-ACUM-IMPORTE TO TD-SUMA
           MOVE WS-CUENTA-GL    TO TD-CUENTA
           WRITE TOTAL-DEPTO-RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR TOTDEPTO, STATUS: "
                       WS-TOTDEPTO-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-DEPTO-CANT
           END-WRITE.

       2470-LEER-CUENTA-GL.
           MOVE SPACES TO WS-CUENTA-GL
           MOVE WS-MONEDA          TO AU-MONEDA
           MOVE WS-NUM1-ORIG       TO AU-NUM1-ORIG
           MOVE WS-NUM2-ORIG       TO AU-NUM2-ORIG
           MOVE WS-TIPO-MOV        TO AU-TIPO-MOV
           MOVE WS-REF-FECHA       TO AU-REF-FECHA
           MOVE WS-REF-SECUENCIA   TO AU-REF-SECUENCIA
           IF NOT MODO-PRUEBA
               WRITE AUDIT-RECORD
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "ERROR AL ESCRIBIR AUDITLOG, STATUS: "
                       WS-AUDIT-STATUS
                   MOVE 8 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
               END-IF
           END-IF.

       2600-ESCRIBIR-INDICE-RESULTADOS.
           MOVE SPACES                 TO RESIDX-RECORD
           MOVE WS-FECHA-EJECUCION     TO RX-FECHA
           ADD WS-SECUENCIA-BASE WS-CONTADOR-PROCESADOS
               GIVING WS-SECUENCIA-INDICE
           MOVE WS-OPERACION           TO RX-OPERACION
           MOVE RESULTADO              TO RX-RESULTADO
           MOVE WS-DEPTO               TO RX-DEPTO
           MOVE WS-TIPO-MOV            TO RX-TIPO-MOV
           MOVE WS-REF-FECHA           TO RX-REF-FECHA
           MOVE WS-REF-SECUENCIA       TO RX-REF-SECUENCIA
           MOVE ZEROES                 TO RX-ANULA-FECHA
           MOVE ZEROES                 TO RX-ANULA-HORA
           MOVE RESIDX-RECORD          TO INDICE-SALIDA-RECORD
           IF NOT MODO-PRUEBA
               WRITE INDICE-SALIDA-RECORD
               IF WS-IDXSAL-STATUS NOT = "00"
                   DISPLAY "ERROR AL ESCRIBIR IDXSAL, STATUS: "
                       WS-IDXSAL-STATUS
                   MOVE 8 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
               END-IF
           END-IF.

       2650-MARCAR-ORIGINAL-ANULADO.
           MOVE WS-RX-ORIGINAL         TO RESIDX-RECORD
           MOVE 'A'                    TO RX-ESTADO
           MOVE WS-FECHA-EJECUCION     TO RX-REF-FECHA
           MOVE WS-SECUENCIA-INDICE    TO RX-REF-SECUENCIA
           MOVE WS-ANULA-USUARIO       TO RX-ANULA-USUARIO
           MOVE WS-FECHA-EJECUCION     TO RX-ANULA-FECHA
           ACCEPT WS-HORA-COMPLETA FROM TIME
           DIVIDE WS-HORA-COMPLETA BY 100 GIVING WS-HORA-FIN
           MOVE WS-HORA-FIN            TO RX-ANULA-HORA
           MOVE RESIDX-RECORD          TO INDICE-SALIDA-RECORD
           IF NOT MODO-PRUEBA
               WRITE INDICE-SALIDA-RECORD
               IF WS-IDXSAL-STATUS NOT = "00"
                   DISPLAY "ERROR AL ESCRIBIR IDXSAL, STATUS: "
                       WS-IDXSAL-STATUS
                   MOVE 8 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
               END-IF
           END-IF.

       2700-ESCRIBIR-ERROR.
           MOVE WS-FECHA-EJECUCION TO ER-FECHA
           IF TR-TIPO-REG = 'A'
               MOVE TR-NUM1-X             TO ER-NUM1
               MOVE SPACES                TO ER-NUM2
               MOVE TA-SECUENCIA-ORIGINAL TO ER-NUM2
               MOVE 'A'                   TO ER-OPERACION
               MOVE WS-ANULA-DEPTO        TO ER-DEPTO
               MOVE SPACES                TO ER-MONEDA
           ELSE
               MOVE TR-NUM1-X      TO ER-NUM1
               MOVE TR-NUM2-X      TO ER-NUM2
               MOVE TR-OPERACION   TO ER-OPERACION
               MOVE TR-DEPTO       TO ER-DEPTO
               MOVE TR-MONEDA      TO ER-MONEDA
           END-IF
           MOVE WS-RAZON-COD   TO ER-RAZON-COD
           MOVE WS-RAZON-DESC  TO ER-RAZON-DESC
           IF MODO-PRUEBA
               PERFORM 8420-OBSERVAR-RECHAZO
           ELSE
               WRITE ERROR-RECORD
               IF WS-ERROR-STATUS NOT = "00"
                   DISPLAY "ERROR AL ESCRIBIR ERRLOG, STATUS: "
                       WS-ERROR-STATUS
                   MOVE 8 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
               END-IF
           END-IF

           DISPLAY "REGISTRO RECHAZADO - " WS-RAZON-COD

           ADD 1 TO WS-CONTADOR-RECHAZADOS.

       2750-GENERAR-REPARTO.
           IF REPARTOS-DISPONIBLES
               MOVE WS-DEPTO TO WS-REP-POOL
               PERFORM 2760-UBICAR-VERSION-REPARTO
               IF VERSION-REPARTO-HALLADA
                   IF WS-REP-SUMA-PCT NOT = 100
                       DISPLAY "REPARTO DEL POOL " WS-REP-POOL
                           " VIGENTE DESDE " WS-REP-DESDE
                           " NO SUMA 100 PCT - NO SE REPARTE"
                       ADD 1 TO WS-CONTADOR-SIN-REPARTO
                       MOVE 4 TO WS-RC-NUEVO
                       PERFORM 9900-ESCALAR-RETURN-CODE
                   ELSE
                       IF WS-REP-DESTINO-MALO NOT = SPACES
                           DISPLAY "REPARTO DEL POOL " WS-REP-POOL
                               " TIENE DESTINO " WS-REP-DESTINO-MALO
                               " INEXISTENTE O INACTIVO - NO SE "
                               "REPARTE"
                           ADD 1 TO WS-CONTADOR-SIN-REPARTO
                           MOVE 4 TO WS-RC-NUEVO
                           PERFORM 9900-ESCALAR-RETURN-CODE
                       ELSE
                           PERFORM 2780-ESCRIBIR-REPARTO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2760-UBICAR-VERSION-REPARTO.
           MOVE 'N' TO WS-VERSION-REP-SW
           MOVE 'N' TO WS-FIN-REPARTO-SW
           MOVE 0 TO WS-REP-GRUPO-DESDE
           MOVE 0 TO WS-REP-GRUPO-LINEAS
           MOVE WS-REP-POOL TO RP-DEPTO-POOL
           MOVE ZEROES      TO RP-FECHA-DESDE
           MOVE SPACES      TO RP-DEPTO-DESTINO
           START REPARTO-FILE KEY IS NOT LESS THAN RP-CLAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIN-REPARTO-SW
           END-START

           PERFORM 2770-LEER-LINEA-REPARTO
               UNTIL FIN-LINEAS-REPARTO
           PERFORM 2775-CERRAR-GRUPO-REPARTO.

       2770-LEER-LINEA-REPARTO.
           READ REPARTO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-REPARTO-SW
               NOT AT END
                   IF RP-DEPTO-POOL NOT = WS-REP-POOL
                      OR RP-FECHA-DESDE > WS-FECHA-EJECUCION
                       MOVE 'S' TO WS-FIN-REPARTO-SW
                   ELSE
                       IF RP-FECHA-DESDE NOT = WS-REP-GRUPO-DESDE
                           PERFORM 2775-CERRAR-GRUPO-REPARTO
                           MOVE RP-FECHA-DESDE TO WS-REP-GRUPO-DESDE
                           MOVE 0 TO WS-REP-GRUPO-LINEAS
                           MOVE 0 TO WS-REP-GRUPO-PCT
                           MOVE 0 TO WS-REP-GRUPO-MAYOR-PCT
                           MOVE SPACES TO WS-REP-GRUPO-MAYOR-DEST
                           MOVE SPACES TO WS-REP-GRUPO-DEST-MALO
                       END-IF
                       IF RP-ESTADO = 'A'
                          AND RP-FECHA-HASTA NOT < WS-FECHA-EJECUCION
                           PERFORM 2772-ACUMULAR-LINEA-REPARTO
                       END-IF
                   END-IF
           END-READ.

       2772-ACUMULAR-LINEA-REPARTO.
           ADD 1 TO WS-REP-GRUPO-LINEAS
           ADD RP-PORCENTAJE TO WS-REP-GRUPO-PCT
           IF RP-PORCENTAJE > WS-REP-GRUPO-MAYOR-PCT
               MOVE RP-PORCENTAJE    TO WS-REP-GRUPO-MAYOR-PCT
               MOVE RP-DEPTO-DESTINO TO WS-REP-GRUPO-MAYOR-DEST
           END-IF
           MOVE RP-DEPTO-DESTINO TO DM-CODIGO
           READ DEPTO-FILE
               INVALID KEY
                   MOVE RP-DEPTO-DESTINO TO WS-REP-GRUPO-DEST-MALO
               NOT INVALID KEY
                   IF DM-ESTADO NOT = 'A'
                       MOVE RP-DEPTO-DESTINO TO WS-REP-GRUPO-DEST-MALO
                   END-IF
           END-READ.

       2775-CERRAR-GRUPO-REPARTO.
           IF WS-REP-GRUPO-LINEAS > 0
               MOVE 'S' TO WS-VERSION-REP-SW
               MOVE WS-REP-GRUPO-DESDE      TO WS-REP-DESDE
               MOVE WS-REP-GRUPO-PCT        TO WS-REP-SUMA-PCT
               MOVE WS-REP-GRUPO-MAYOR-PCT  TO WS-REP-MAYOR-PCT
               MOVE WS-REP-GRUPO-MAYOR-DEST TO WS-REP-MAYOR-DESTINO
               MOVE WS-REP-GRUPO-DEST-MALO  TO WS-REP-DESTINO-MALO
           END-IF.

       2780-ESCRIBIR-REPARTO.
           MOVE WS-FECHA-EJECUCION  TO WS-REF-FECHA
           MOVE WS-SECUENCIA-INDICE TO WS-REF-SECUENCIA
           MOVE 'H'                 TO WS-TIPO-MOV
           MOVE RESULTADO           TO WS-REP-BASE
           MOVE 0                   TO WS-REP-ACUMULADO
           MOVE RESULTADO           TO WS-EDIT-RESULTADO
           DISPLAY "REPARTO DE " WS-REF-FECHA "/" WS-REF-SECUENCIA
               " POOL " WS-REP-POOL " IMPORTE " WS-EDIT-RESULTADO

           MOVE WS-REP-POOL TO WS-DEPTO
           MOVE 100         TO NUM1
           SUBTRACT WS-REP-BASE FROM ZERO GIVING WS-REP-IMPORTE
           PERFORM 2795-POSTEAR-LINEA-REPARTO

           MOVE 'N' TO WS-FIN-REPARTO-SW
           MOVE WS-REP-POOL  TO RP-DEPTO-POOL
           MOVE WS-REP-DESDE TO RP-FECHA-DESDE
           MOVE SPACES       TO RP-DEPTO-DESTINO
           START REPARTO-FILE KEY IS NOT LESS THAN RP-CLAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIN-REPARTO-SW
           END-START
           PERFORM 2785-REPARTIR-LINEA
               UNTIL FIN-LINEAS-REPARTO

           MOVE WS-REP-MAYOR-DESTINO TO WS-DEPTO
           MOVE WS-REP-MAYOR-PCT     TO NUM1
           SUBTRACT WS-REP-ACUMULADO FROM WS-REP-BASE
               GIVING WS-REP-IMPORTE
           PERFORM 2795-POSTEAR-LINEA-REPARTO

           ADD 1 TO WS-CONTADOR-REPARTOS.

       2785-REPARTIR-LINEA.
           READ REPARTO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-REPARTO-SW
               NOT AT END
                   IF RP-DEPTO-POOL NOT = WS-REP-POOL
                      OR RP-FECHA-DESDE NOT = WS-REP-DESDE
                       MOVE 'S' TO WS-FIN-REPARTO-SW
                   ELSE
                       IF RP-ESTADO = 'A'
                          AND RP-FECHA-HASTA NOT < WS-FECHA-EJECUCION
                          AND RP-DEPTO-DESTINO NOT =
                              WS-REP-MAYOR-DESTINO
                           COMPUTE WS-REP-IMPORTE ROUNDED =
                               WS-REP-BASE * RP-PORCENTAJE / 100
                           ADD WS-REP-IMPORTE TO WS-REP-ACUMULADO
                           MOVE RP-DEPTO-DESTINO TO WS-DEPTO
                           MOVE RP-PORCENTAJE    TO NUM1
                           PERFORM 2795-POSTEAR-LINEA-REPARTO
                       END-IF
                   END-IF
           END-READ.

       2790-ANULAR-REPARTO.
           MOVE WS-REF-FECHA        TO WS-ANUL-ORIG-FECHA
           MOVE WS-REF-SECUENCIA    TO WS-ANUL-ORIG-SECUENCIA
           MOVE WS-SECUENCIA-INDICE TO WS-ANUL-SECUENCIA
           MOVE 0 TO WS-ANUL-HIJAS
           MOVE 'N' TO WS-FIN-HIJAS-SW
           MOVE WS-ANUL-ORIG-FECHA     TO RX-FECHA
           MOVE WS-ANUL-ORIG-SECUENCIA TO RX-SECUENCIA
           START RESULT-INDEX-FILE KEY IS GREATER THAN RX-CLAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIN-HIJAS-SW
           END-START

           PERFORM 2791-ANULAR-LINEA-REPARTO
               UNTIL FIN-HIJAS-REPARTO

           IF WS-ANUL-HIJAS > 0
               DISPLAY "REVERSO DEL REPARTO DE " WS-ANUL-ORIG-FECHA
                   "/" WS-ANUL-ORIG-SECUENCIA " - LINEAS REVERTIDAS: "
                   WS-ANUL-HIJAS
               ADD 1 TO WS-CONTADOR-REPARTOS
           END-IF.

       2791-ANULAR-LINEA-REPARTO.
           READ RESULT-INDEX-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-HIJAS-SW
               NOT AT END
                   IF RX-TIPO-MOV = 'H'
                      AND RX-REF-FECHA = WS-ANUL-ORIG-FECHA
                      AND RX-REF-SECUENCIA = WS-ANUL-ORIG-SECUENCIA
                       MOVE RX-DEPTO TO WS-DEPTO
                       MOVE RX-NUM1  TO NUM1
                       SUBTRACT RX-RESULTADO FROM ZERO
                           GIVING WS-REP-IMPORTE
                       MOVE 'H'                 TO WS-TIPO-MOV
                       MOVE WS-FECHA-EJECUCION  TO WS-REF-FECHA
                       MOVE WS-ANUL-SECUENCIA   TO WS-REF-SECUENCIA
                       PERFORM 2795-POSTEAR-LINEA-REPARTO
                       ADD 1 TO WS-ANUL-HIJAS
                   ELSE
                       MOVE 'S' TO WS-FIN-HIJAS-SW
                   END-IF
           END-READ.

       2795-POSTEAR-LINEA-REPARTO.
           MOVE 0              TO NUM2
           MOVE WS-REP-IMPORTE TO RESULTADO
           MOVE 'P'            TO WS-OPERACION
           MOVE WS-MONEDA-BASE TO WS-MONEDA
           MOVE NUM1           TO WS-NUM1-ORIG
           MOVE NUM2           TO WS-NUM2-ORIG
           PERFORM 2400-ESCRIBIR-RESULTADO
           PERFORM 2500-ESCRIBIR-AUDITORIA
           PERFORM 2600-ESCRIBIR-INDICE-RESULTADOS
           ADD 1 TO WS-CONTADOR-HIJAS.

       7000-CONCILIAR-LOTE.
           MOVE 'S' TO WS-LOTE-OK-SW
           MOVE SPACES TO WS-MOTIVO-LOTE

           IF NOT ENCABEZADO-LEIDO
               MOVE 'N' TO WS-LOTE-OK-SW
               DISPLAY "LOTE NO CUADRA - ENCABEZADO AUSENTE EN TRANENT"
               MOVE "ENCABEZADO DE LOTE AUSENTE" TO WS-MOTIVO-LOTE
           END-IF

           IF NOT LOTE-TRABAJO-OK
               MOVE 'N' TO WS-LOTE-OK-SW
               DISPLAY "LOTE NO CUADRA - FALLA EN ARCHIVO LOTEWRK"
               MOVE "FALLA EN ARCHIVO DE LOTE" TO WS-MOTIVO-LOTE
           END-IF

           IF NOT PIE-LEIDO
               MOVE 'N' TO WS-LOTE-OK-SW
               DISPLAY "LOTE NO CUADRA - PIE DE LOTE AUSENTE EN TRANENT"
               MOVE "PIE DE LOTE AUSENTE" TO WS-MOTIVO-LOTE
           ELSE
               IF WS-CANT-INFORMADA NOT = WS-CANT-LOTE
                   MOVE 'N' TO WS-LOTE-OK-SW
                   DISPLAY "LOTE NO CUADRA - CANTIDAD INFORMADA "
                       WS-CANT-INFORMADA " VS LEIDA "
                       WS-CANT-LOTE
                   MOVE "CANTIDAD NO CUADRA CON PIE" TO WS-MOTIVO-LOTE
               END-IF
               IF WS-HASH-INFORMADO NOT = WS-HASH-CALCULADO
                   MOVE 'N' TO WS-LOTE-OK-SW
                   MOVE WS-HASH-CALCULADO  TO WS-EDIT-HASH
                   DISPLAY "           VS HASH CALCULADO    "
                       WS-EDIT-HASH
                   MOVE "HASH NO CUADRA CON PIE" TO WS-MOTIVO-LOTE
               END-IF
           END-IF.

       7050-ABRIR-LOTE-TRABAJO.
           MOVE 'S' TO WS-LOTEWRK-OK-SW
           OPEN OUTPUT LOTE-TRABAJO-FILE
           IF WS-LOTEWRK-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR LOTEWRK, STATUS: "
                   WS-LOTEWRK-STATUS " - EL LOTE SE RECHAZARA"
               PERFORM 7060-FALLA-LOTE-TRABAJO
           END-IF.

       7060-FALLA-LOTE-TRABAJO.
           MOVE 'N' TO WS-LOTEWRK-OK-SW
           MOVE 12 TO WS-RC-NUEVO
           PERFORM 9900-ESCALAR-RETURN-CODE.

       7070-RELEER-LOTE-TRABAJO.
           MOVE 0 TO WS-LOTE-IDX
           MOVE 'S' TO WS-FIN-LOTEWRK-SW
           IF LOTE-TRABAJO-OK
               CLOSE LOTE-TRABAJO-FILE
               OPEN INPUT LOTE-TRABAJO-FILE
               IF WS-LOTEWRK-STATUS NOT = "00"
                   DISPLAY "ERROR AL RELEER LOTEWRK, STATUS: "
                       WS-LOTEWRK-STATUS
                   PERFORM 7060-FALLA-LOTE-TRABAJO
               ELSE
                   MOVE 'N' TO WS-FIN-LOTEWRK-SW
               END-IF
           END-IF.

       7100-PROCESAR-LOTE-CUADRADO.
           PERFORM 7070-RELEER-LOTE-TRABAJO
           PERFORM 7110-PROCESAR-DETALLE-LOTE
               UNTIL FIN-LOTE-TRABAJO.

       7110-PROCESAR-DETALLE-LOTE.
           READ LOTE-TRABAJO-FILE INTO TRANS-RECORD
               AT END
                   MOVE 'S' TO WS-FIN-LOTEWRK-SW
               NOT AT END
                   ADD 1 TO WS-LOTE-IDX
                   PERFORM 2050-PROCESAR-DETALLE
           END-READ.

       7200-RECHAZAR-LOTE.
           MOVE 'N' TO WS-LOTES-OK-SW
               " ORIGEN " WS-SISTEMA-ORIGEN
               " DETALLES DESVIADOS A RECHLOTE: " WS-CANT-LOTE

           IF MODO-PRUEBA
               ADD WS-CANT-LOTE TO WS-DETALLES-DESVIADOS
               PERFORM 8430-OBSERVAR-LOTE
           ELSE
               PERFORM 7070-RELEER-LOTE-TRABAJO
               PERFORM 7210-DESVIAR-DETALLE-LOTE
                   UNTIL FIN-LOTE-TRABAJO
           END-IF

           MOVE 'R' TO WS-ESTADO-LOTE
           PERFORM 7600-ACTUALIZAR-REGISTRO-LOTE
           PERFORM 9900-ESCALAR-RETURN-CODE.

       7210-DESVIAR-DETALLE-LOTE.
           READ LOTE-TRABAJO-FILE
               AT END
                   MOVE 'S' TO WS-FIN-LOTEWRK-SW
               NOT AT END
                   ADD 1 TO WS-LOTE-IDX
                   PERFORM 7215-ESCRIBIR-DETALLE-RECHAZADO
           END-READ.

       7215-ESCRIBIR-DETALLE-RECHAZADO.
           PERFORM 7220-MARCAR-LOTE-RECHAZADO
           MOVE LOTE-TRABAJO-RECORD TO RECHAZO-RECORD
           WRITE RECHAZO-RECORD
           IF WS-RECHLOTE-STATUS NOT = "00"
               DISPLAY "ERROR AL ESCRIBIR RECHLOTE, STATUS: "
               ADD 1 TO WS-DETALLES-DESVIADOS
           END-IF.

       7220-MARCAR-LOTE-RECHAZADO.
           IF NOT MARCA-RECHAZO-ESCRITA
               PERFORM 7230-ARMAR-MARCA-LOTE
               MOVE WS-MARCA-LOTE TO RECHAZO-RECORD
               WRITE RECHAZO-RECORD
               IF WS-RECHLOTE-STATUS NOT = "00"
                   DISPLAY "ERROR AL ESCRIBIR RECHLOTE, STATUS: "
                       WS-RECHLOTE-STATUS
                   MOVE 12 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
               END-IF
               MOVE 'S' TO WS-MARCA-RECH-SW
           END-IF.

       7230-ARMAR-MARCA-LOTE.
           IF ENCABEZADO-LEIDO
               MOVE WS-FECHA-LOTE      TO WS-MARCA-FECHA
               MOVE WS-SISTEMA-ORIGEN  TO WS-MARCA-SISTEMA
           ELSE
               MOVE WS-FECHA-EJECUCION TO WS-MARCA-FECHA
               MOVE SPACES             TO WS-MARCA-SISTEMA
           END-IF.

       7300-CERRAR-LOTE-PENDIENTE.
           IF LOTE-ABIERTO
               DISPLAY "LOTE SIN PIE AL FINAL DE TRANENT - SE RECHAZA"
               MOVE "PIE DE LOTE AUSENTE" TO WS-MOTIVO-LOTE
               PERFORM 7200-RECHAZAR-LOTE
               PERFORM 7400-REINICIAR-LOTE
           END-IF.
           END-IF.

       7650-ANOTAR-LOTE-PROCESADO.
           IF ENCABEZADO-LEIDO AND NOT MODO-PRUEBA
               MOVE WS-FECHA-LOTE     TO LP-FECHA-LOTE
               MOVE WS-SISTEMA-ORIGEN TO LP-SISTEMA-ORIGEN
               WRITE LOTES-PROC-RECORD
               IF WS-LOTEPRO-STATUS NOT = "00"
                   DISPLAY "ERROR AL ESCRIBIR LOTEPRO, STATUS: "
                       WS-LOTEPRO-STATUS " - EL REGISTRO NO AVANZARA "
                       "A EXTRAIDO"
               END-IF
           END-IF.

       7400-REINICIAR-LOTE.
           CLOSE LOTE-TRABAJO-FILE
           MOVE 'N' TO WS-LOTE-ABIERTO-SW
           MOVE 'N' TO WS-ENCAB-LOTE-SW
           MOVE 'N' TO WS-PIE-LOTE-SW
           MOVE 'S' TO WS-LOTEWRK-OK-SW
           MOVE 'N' TO WS-MARCA-SUSP-SW
           MOVE 'N' TO WS-MARCA-RECH-SW
           MOVE 0 TO WS-CANT-LOTE
           MOVE 0 TO WS-HASH-CALCULADO
           MOVE 0 TO WS-CANT-INFORMADA
       7500-VERIFICAR-UMBRAL-RECHAZO.
           ADD WS-CONTADOR-PROCESADOS WS-CONTADOR-RECHAZADOS
               GIVING WS-TOTAL-TRANSACCIONES
           SUBTRACT WS-CONTADOR-HIJAS FROM WS-TOTAL-TRANSACCIONES
           IF WS-TOTAL-TRANSACCIONES > 0
               MULTIPLY WS-CONTADOR-RECHAZADOS BY 100
                   GIVING WS-TRABAJO-PORCENTAJE
           END-IF.

       8000-REPORTE-CONTROL.
           IF MODO-PRUEBA
               IF WS-REPORTE-STATUS = "00"
                   PERFORM 8300-CERRAR-OBSERVACIONES
               END-IF
           ELSE
               OPEN OUTPUT REPORTE-FILE
               MOVE 0 TO WS-PAGINA
               MOVE 99 TO WS-LINEAS-EN-PAGINA
           END-IF
           IF WS-REPORTE-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR REPCTL, STATUS: "
                   WS-REPORTE-STATUS
               MOVE 8 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           ELSE
               MOVE "CORRIDA DE PRUEBA" TO WS-RUBRO-ETIQUETA
               MOVE WS-MODO-PRUEBA-SW TO WS-RUBRO-VALOR
               PERFORM 8800-ESCRIBIR-RUBRO
               MOVE "INTERVALO CHECKPOINT" TO WS-RUBRO-ETIQUETA
               MOVE WS-INTERVALO-CHKPT TO WS-RUBRO-VALOR
               PERFORM 8800-ESCRIBIR-RUBRO
               MOVE "SUSPENSOS DUPLICADOS" TO WS-RUBRO-ETIQUETA
               MOVE WS-CONTADOR-SUSPENSOS TO WS-RUBRO-VALOR
               PERFORM 8800-ESCRIBIR-RUBRO
               MOVE "ANULACIONES APLICADAS" TO WS-RUBRO-ETIQUETA
               MOVE WS-CONTADOR-ANULACIONES TO WS-RUBRO-VALOR
               PERFORM 8800-ESCRIBIR-RUBRO
               MOVE "FUENTES REPARTIDAS" TO WS-RUBRO-ETIQUETA
               MOVE WS-CONTADOR-REPARTOS TO WS-RUBRO-VALOR
               PERFORM 8800-ESCRIBIR-RUBRO
               MOVE "LINEAS DE REPARTO" TO WS-RUBRO-ETIQUETA
               MOVE WS-CONTADOR-HIJAS TO WS-RUBRO-VALOR
               PERFORM 8800-ESCRIBIR-RUBRO
               MOVE "POOLS SIN REPARTIR" TO WS-RUBRO-ETIQUETA
               MOVE WS-CONTADOR-SIN-REPARTO TO WS-RUBRO-VALOR
               PERFORM 8800-ESCRIBIR-RUBRO

               IF MODO-PRUEBA
                   PERFORM 8200-REPORTE-MOTIVOS
               END-IF
               PERFORM 8100-REPORTE-DEPARTAMENTOS

               MOVE SPACES TO WS-LINEA-TRABAJO
       8100-REPORTE-DEPARTAMENTOS.
           MOVE SPACES TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           IF MODO-PRUEBA
               MOVE "  TOTALES PROYECTADOS POR DEPARTAMENTO"
                   TO WS-LINEA-TRABAJO
           ELSE
               MOVE "  TOTALES POR DEPARTAMENTO" TO WS-LINEA-TRABAJO
           END-IF
           PERFORM 8900-ESCRIBIR-LINEA
           IF WS-DEPTO-CANT = 0
               MOVE "  SIN MOVIMIENTOS POR DEPARTAMENTO"
           ELSE
               MOVE WS-LINEA-TIT-DEPTO TO WS-LINEA-TRABAJO
               PERFORM 8900-ESCRIBIR-LINEA
               PERFORM 8105-POSICIONAR-TOTALES-DEPTO
               PERFORM 8110-LINEA-DEPARTAMENTO
                   UNTIL FIN-TOTALES-DEPTO
           END-IF.

       8105-POSICIONAR-TOTALES-DEPTO.
           MOVE 'N' TO WS-FIN-TOTDEPTO-SW
           MOVE LOW-VALUES TO TD-DEPTO
           START TOTAL-DEPTO-FILE KEY IS NOT LESS THAN TD-DEPTO
               INVALID KEY
                   MOVE 'S' TO WS-FIN-TOTDEPTO-SW
           END-START.

       8110-LINEA-DEPARTAMENTO.
           READ TOTAL-DEPTO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-TOTDEPTO-SW
               NOT AT END
                   MOVE TD-DEPTO      TO WS-DET-DEPTO
                   MOVE TD-CUENTA     TO WS-DET-CUENTA
                   MOVE TD-PROCESADOS TO WS-DET-PROCESADOS
                   MOVE TD-SUMA       TO WS-DET-SUMA
                   MOVE WS-LINEA-DET-DEPTO TO WS-LINEA-TRABAJO
                   PERFORM 8900-ESCRIBIR-LINEA
           END-READ.

       8200-REPORTE-MOTIVOS.
           MOVE SPACES TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE "  RECHAZOS POR MOTIVO" TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           IF WS-CONTADOR-RECHAZADOS = 0
               MOVE "  SIN RECHAZOS" TO WS-LINEA-TRABAJO
               PERFORM 8900-ESCRIBIR-LINEA
           ELSE
               MOVE 0 TO WS-MOTIVO-IDX
               PERFORM 8210-LINEA-MOTIVO
                   UNTIL WS-MOTIVO-IDX >= 20
           END-IF.

       8210-LINEA-MOTIVO.
           ADD 1 TO WS-MOTIVO-IDX
           IF WS-MOTIVO-CANT (WS-MOTIVO-IDX) > 0
               MOVE WS-MOTIVO-IDX TO WS-MOT-CODIGO
               MOVE WS-MOTIVO-DESC (WS-MOTIVO-IDX) TO WS-MOT-DESC
               MOVE WS-MOTIVO-CANT (WS-MOTIVO-IDX) TO WS-MOT-CANTIDAD
               MOVE WS-LINEA-MOTIVO TO WS-LINEA-TRABAJO
               PERFORM 8900-ESCRIBIR-LINEA
           END-IF.

       8300-CERRAR-OBSERVACIONES.
           IF WS-CONTADOR-OBSERVACIONES = 0
               MOVE "  SIN OBSERVACIONES - EL FEED PASARIA COMPLETO"
                   TO WS-LINEA-TRABAJO
               PERFORM 8900-ESCRIBIR-LINEA
           ELSE
               DISPLAY "PRE-EDICION CON " WS-CONTADOR-OBSERVACIONES
                   " OBSERVACIONES - VER REPCTL"
               MOVE 4 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF
           MOVE SPACES TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE "  RESUMEN DE LA CORRIDA DE PRUEBA" TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA.

       8400-ESCRIBIR-OBSERVACION.
           PERFORM 7230-ARMAR-MARCA-LOTE
           MOVE WS-MARCA-FECHA   TO WS-OBS-FECHA-LOTE
           MOVE WS-MARCA-SISTEMA TO WS-OBS-SISTEMA
           MOVE WS-LINEA-DET-PRUEBA TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           ADD 1 TO WS-CONTADOR-OBSERVACIONES.

       8410-OBSERVAR-SUSPENSO.
           MOVE "SUSPENSO"     TO WS-OBS-TIPO
           MOVE WS-LOTE-IDX    TO WS-OBS-DETALLE
           MOVE TR-DEPTO       TO WS-OBS-DEPTO
           MOVE TR-OPERACION   TO WS-OBS-OPERACION
           MOVE TR-NUM1-X      TO WS-OBS-NUM1
           MOVE TR-NUM2-X      TO WS-OBS-NUM2
           MOVE TR-MONEDA      TO WS-OBS-MONEDA
           MOVE SPACES         TO WS-OBS-MOTIVO
           MOVE "DUPLICADO EN LA CORRIDA" TO WS-OBS-DESC
           PERFORM 8400-ESCRIBIR-OBSERVACION.

       8420-OBSERVAR-RECHAZO.
           MOVE "RECHAZO"      TO WS-OBS-TIPO
           MOVE WS-LOTE-IDX    TO WS-OBS-DETALLE
           MOVE ER-DEPTO       TO WS-OBS-DEPTO
           MOVE ER-OPERACION   TO WS-OBS-OPERACION
           MOVE ER-NUM1        TO WS-OBS-NUM1
           MOVE ER-NUM2        TO WS-OBS-NUM2
           MOVE ER-MONEDA      TO WS-OBS-MONEDA
           MOVE ER-RAZON-COD   TO WS-OBS-MOTIVO
           MOVE ER-RAZON-DESC  TO WS-OBS-DESC
           PERFORM 8400-ESCRIBIR-OBSERVACION
           IF ER-RAZON-COD NUMERIC
               MOVE ER-RAZON-COD TO WS-MOTIVO-IDX
               IF WS-MOTIVO-IDX > 0 AND WS-MOTIVO-IDX NOT > 20
                   ADD 1 TO WS-MOTIVO-CANT (WS-MOTIVO-IDX)
                   MOVE ER-RAZON-DESC TO WS-MOTIVO-DESC (WS-MOTIVO-IDX)
               END-IF
           END-IF.

       8430-OBSERVAR-LOTE.
           MOVE "LOTE RECH"    TO WS-OBS-TIPO
           MOVE WS-CANT-LOTE   TO WS-OBS-DETALLE
           MOVE SPACES         TO WS-OBS-DEPTO
           MOVE SPACES         TO WS-OBS-OPERACION
           MOVE SPACES         TO WS-OBS-NUM1
           MOVE SPACES         TO WS-OBS-NUM2
           MOVE SPACES         TO WS-OBS-MONEDA
           MOVE SPACES         TO WS-OBS-MOTIVO
           MOVE WS-MOTIVO-LOTE TO WS-OBS-DESC
           PERFORM 8400-ESCRIBIR-OBSERVACION.

       8800-ESCRIBIR-RUBRO.
           MOVE WS-LINEA-RUBRO TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE 3 TO WS-LINEAS-EN-PAGINA.

       9000-FINALIZAR.
           IF APERTURA-EXITOSA AND NOT MODO-PRUEBA
               PERFORM 2950-REINICIAR-CHECKPOINT
           END-IF

           IF CALENDARIO-AUTORIZA
               CLOSE TRANS-FILE
               CLOSE RESULT-INDEX-FILE
           END-IF

           IF CALENDARIO-AUTORIZA AND NOT MODO-PRUEBA
               CLOSE RESULT-FILE
               CLOSE ERROR-FILE
               CLOSE AUDIT-FILE
               CLOSE CHECKPOINT-FILE
               CLOSE SUSPENSE-FILE
               CLOSE RECHAZO-LOTE-FILE
               CLOSE INDICE-SALIDA-FILE
               CLOSE LOTES-PROC-FILE
           END-IF

           IF UMBRAL-RESPETADO AND APERTURA-EXITOSA
              AND NOT MODO-PRUEBA
               PERFORM 9100-GENERAR-EXTRACTO-GL
           END-IF


           IF CALENDARIO-AUTORIZA
               CLOSE DEPTO-FILE
               CLOSE TOTAL-DEPTO-FILE
               CLOSE TASA-DIA-FILE
               CLOSE VISTOS-FILE
               CLOSE ANULADOS-FILE
           END-IF

           IF REGISTRO-LOTES-ABIERTO
               CLOSE LOTE-REG-FILE
           END-IF

           IF REPARTOS-DISPONIBLES
               CLOSE REPARTO-FILE
           END-IF

           IF MODO-PRUEBA
               DISPLAY "CORRIDA DE PRUEBA TERMINADA - PRE-EDICION EN "
                   "REPCTL, RUNHIST SIN REGISTRAR"
           ELSE
               PERFORM 9500-REGISTRAR-CORRIDA
           END-IF.

       9300-AVANZAR-LOTES-EXTRAIDOS.
           IF REGISTRO-LOTES-ABIERTO
               OPEN INPUT LOTES-PROC-FILE
               IF WS-LOTEPRO-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO RELEER LOTEPRO, STATUS: "
                       WS-LOTEPRO-STATUS " - LOTES SIN AVANZAR A "
                       "EXTRAIDO"
               ELSE
                   MOVE 'N' TO WS-FIN-LOTEPRO-SW
                   PERFORM 9310-AVANZAR-LOTE
                       UNTIL FIN-LOTES-PROCESADOS
                   CLOSE LOTES-PROC-FILE
               END-IF
           END-IF.

       9310-AVANZAR-LOTE.
           READ LOTES-PROC-FILE
               AT END
                   MOVE 'S' TO WS-FIN-LOTEPRO-SW
               NOT AT END
                   PERFORM 9320-MARCAR-LOTE-EXTRAIDO
           END-READ.

       9320-MARCAR-LOTE-EXTRAIDO.
           MOVE LP-FECHA-LOTE     TO LR-FECHA-LOTE
           MOVE LP-SISTEMA-ORIGEN TO LR-SISTEMA-ORIGEN
           READ LOTE-REG-FILE
               INVALID KEY
                   DISPLAY "LOTE SIN REGISTRO EN LOTEREG - FECHA "
       9100-GENERAR-EXTRACTO-GL.
           OPEN INPUT RESULT-FILE
           OPEN OUTPUT GL-EXTRACT-FILE
           PERFORM 9105-VACIAR-TOTALES-DEPTO

           IF WS-RESULT-STATUS = "00" AND WS-GLEXTR-STATUS = "00"
              AND WS-TOTDEPTO-STATUS = "00"
               PERFORM 9110-ESCRIBIR-ENCABEZADO-GL
               PERFORM 9120-COPIAR-DETALLE-GL
                   UNTIL FIN-RESULT-FILE
           ELSE
               DISPLAY "ERROR AL GENERAR EXTRACTO GL, STATUS RESUSAL: "
                   WS-RESULT-STATUS " GLEXTR: " WS-GLEXTR-STATUS
                   " TOTDEPTO: " WS-TOTDEPTO-STATUS
               MOVE 16 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF
           CLOSE RESULT-FILE
           CLOSE GL-EXTRACT-FILE.

       9105-VACIAR-TOTALES-DEPTO.
           MOVE 0 TO WS-DEPTO-CANT
           CLOSE TOTAL-DEPTO-FILE
           OPEN OUTPUT TOTAL-DEPTO-FILE
           CLOSE TOTAL-DEPTO-FILE
           OPEN I-O TOTAL-DEPTO-FILE.

       9110-ESCRIBIR-ENCABEZADO-GL.
           MOVE SPACES                 TO GL-HEADER-RECORD
           MOVE 'H'                    TO GL-TIPO-REG-H
           MOVE WS-FECHA-EJECUCION     TO GL-FECHA-CORRIDA
           MOVE WS-CONTADOR-PROCESADOS TO GL-CANT-REGISTROS
           MOVE WS-JOB-ID              TO GL-JOB-CORRIDA
           MOVE WS-HORA-INICIO         TO GL-HORA-CORRIDA
           WRITE GL-HEADER-RECORD.

       9120-COPIAR-DETALLE-GL.
                   MOVE RS-MONEDA    TO GL-MONEDA
                   MOVE RS-NUM1-ORIG TO GL-NUM1-ORIG
                   MOVE RS-NUM2-ORIG TO GL-NUM2-ORIG
                   MOVE RS-TIPO-MOV  TO GL-TIPO-MOV
                   MOVE RS-REF-FECHA TO GL-REF-FECHA
                   MOVE RS-REF-SECUENCIA TO GL-REF-SECUENCIA
                   WRITE GL-DETALLE-RECORD
                   MOVE RS-DEPTO     TO WS-ACUM-DEPTO
                   MOVE RS-RESULTADO TO WS-ACUM-IMPORTE
           END-READ.

       9150-ESCRIBIR-SUBTOTALES-GL.
           PERFORM 8105-POSICIONAR-TOTALES-DEPTO
           PERFORM 9160-ESCRIBIR-SUBTOTAL-DEPTO
               UNTIL FIN-TOTALES-DEPTO.

       9160-ESCRIBIR-SUBTOTAL-DEPTO.
           READ TOTAL-DEPTO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-TOTDEPTO-SW
               NOT AT END
                   MOVE SPACES        TO GL-SUBTOTAL-RECORD
                   MOVE 'S'           TO GL-TIPO-REG-S
                   MOVE TD-DEPTO      TO GL-SUB-DEPTO
                   MOVE TD-PROCESADOS TO GL-SUB-CANT
                   MOVE TD-SUMA       TO GL-SUB-TOTAL
                   MOVE TD-CUENTA     TO GL-SUB-CUENTA
                   WRITE GL-SUBTOTAL-RECORD
           END-READ.

       9130-ESCRIBIR-PIE-GL.
           MOVE SPACES        TO GL-TRAILER-RECORD
