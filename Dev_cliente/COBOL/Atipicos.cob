       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETECTA-ATIPICOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "PARMATI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT TOPE-FILE ASSIGN TO "TOPEDEP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TOPE-STATUS.
           SELECT RESULT-INDEX-FILE ASSIGN TO "RESINDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-CLAVE
               FILE STATUS IS WS-RESIDX-STATUS.
           SELECT PERFIL-FILE ASSIGN TO "PERFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PF-CLAVE
               FILE STATUS IS WS-PERFIL-STATUS.
           SELECT REVISION-FILE ASSIGN TO "REVATIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-CLAVE
               FILE STATUS IS WS-REVATIP-STATUS.
           SELECT ATIPICO-SAL-FILE ASSIGN TO "ATISAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATISAL-STATUS.
           SELECT ENTRADA-FILE ASSIGN TO "IDXENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE
           RECORDING MODE IS F.
       01  PARAM-RECORD.
           05  PR-FECHA-PROCESO    PIC X(8).
           05  PR-DIAS-HISTORIA    PIC X(3).
           05  PR-UMBRAL-DESVIOS   PIC X(3).
           05  PR-UMBRAL-DESVIOS-N REDEFINES PR-UMBRAL-DESVIOS
                                   PIC 9(2)V9.
           05  PR-MINIMO-HISTORIA  PIC X(4).
           05  FILLER              PIC X(62).

       FD  TOPE-FILE
           RECORDING MODE IS F.
       01  TOPE-RECORD.
           05  TP-DEPTO            PIC X(4).
           05  TP-IMPORTE-X        PIC X(12).
           05  TP-IMPORTE REDEFINES TP-IMPORTE-X
                                   PIC 9(10)V99.
           05  FILLER              PIC X(64).

       FD  RESULT-INDEX-FILE.
           COPY CPRESIDX.

       FD  PERFIL-FILE.
       01  PERFIL-RECORD.
           05  PF-CLAVE.
               10  PF-DEPTO        PIC X(4).
               10  PF-OPERACION    PIC X(1).
           05  PF-CANT             PIC 9(7).
           05  PF-SUMA             PIC 9(13)V99.
           05  PF-SUMA-CUAD        COMP-2.
           05  PF-MAXIMO           PIC 9(10)V99.
           05  PF-TOPE             PIC 9(10)V99.
           05  FILLER              PIC X(1).

       FD  REVISION-FILE.
           COPY CPREVATI.

       FD  ATIPICO-SAL-FILE
           RECORDING MODE IS F.
       01  ATIPICO-SAL-RECORD      PIC X(150).

       FD  ENTRADA-FILE
           RECORDING MODE IS F.
       01  ENTRADA-RECORD.
           05  EN-FECHA            PIC X(8).
           05  FILLER              PIC X(92).

       WORKING-STORAGE SECTION.
       77  WS-PARAM-STATUS         PIC X(2) VALUE SPACES.
       77  WS-TOPE-STATUS          PIC X(2) VALUE SPACES.
       77  WS-RESIDX-STATUS        PIC X(2) VALUE SPACES.
       77  WS-PERFIL-STATUS        PIC X(2) VALUE SPACES.
       77  WS-REVATIP-STATUS       PIC X(2) VALUE SPACES.
       77  WS-ATISAL-STATUS        PIC X(2) VALUE SPACES.
       77  WS-ENTRADA-STATUS       PIC X(2) VALUE SPACES.
       77  WS-RC-NUEVO             PIC 9(2) VALUE 0.
       77  WS-FECHA-PROCESO        PIC 9(8) VALUE 0.
       77  WS-FECHA-DESDE          PIC 9(8) VALUE 0.
       77  WS-DIAS-HISTORIA        PIC 9(3) VALUE 0.
       77  WS-UMBRAL-DESVIOS       PIC 9(2)V9 VALUE 0.
       77  WS-MINIMO-HISTORIA      PIC 9(4) VALUE 0.
       77  WS-TOPE-DEFECTO         PIC 9(10)V99 VALUE 0.
       77  WS-TOPE-ACTUAL          PIC 9(10)V99 VALUE 0.
       77  WS-IMPORTE-ABS          PIC 9(10)V99 VALUE 0.
       77  WS-CANT-HIST-ACTUAL     PIC 9(7) VALUE 0.
       77  WS-PROMEDIO             PIC 9(10)V99 VALUE 0.
       77  WS-DESVIO               PIC 9(10)V99 VALUE 0.
       77  WS-MAXIMO               PIC 9(10)V99 VALUE 0.
       77  WS-DESVIOS              PIC 9(5)V99 VALUE 0.
       77  WS-VECES-MAXIMO         PIC 9(5)V99 VALUE 0.
       77  WS-PROMEDIO-F           COMP-2 VALUE 0.
       77  WS-VARIANZA-F           COMP-2 VALUE 0.
       77  WS-DESVIO-F             COMP-2 VALUE 0.
       77  WS-DESVIOS-F            COMP-2 VALUE 0.
       77  WS-CANT-TOPES           PIC 9(5) VALUE 0.
       77  WS-CANT-PERFILES        PIC 9(7) VALUE 0.
       77  WS-CANT-HISTORIA        PIC 9(7) VALUE 0.
       77  WS-CANT-EXCLUIDOS       PIC 9(7) VALUE 0.
       77  WS-CANT-NOCHE           PIC 9(7) VALUE 0.
       77  WS-CANT-SIN-HISTORIA    PIC 9(7) VALUE 0.
       77  WS-CANT-ATIPICOS        PIC 9(7) VALUE 0.
       77  WS-CANT-POR-PERFIL      PIC 9(7) VALUE 0.
       77  WS-CANT-POR-TOPE        PIC 9(7) VALUE 0.
       77  WS-CANT-NUEVOS          PIC 9(7) VALUE 0.
       77  WS-CANT-YA-REGISTRADOS  PIC 9(7) VALUE 0.
       77  WS-EDIT-IMPORTE         PIC Z(9)9.99.

       01  WS-SWITCHES.
           05  WS-PARAM-OK-SW      PIC X VALUE 'S'.
               88  PARAMETROS-VALIDOS      VALUE 'S'.
           05  WS-APERTURA-OK-SW   PIC X VALUE 'S'.
               88  APERTURA-EXITOSA        VALUE 'S'.
           05  WS-FIN-TOPES-SW     PIC X VALUE 'N'.
               88  FIN-TOPES               VALUE 'S'.
           05  WS-FIN-INDICE-SW    PIC X VALUE 'N'.
               88  FIN-INDICE              VALUE 'S'.
           05  WS-FIN-REVISION-SW  PIC X VALUE 'N'.
               88  FIN-REVISION            VALUE 'S'.
           05  WS-MARCA-PERFIL-SW  PIC X VALUE 'N'.
               88  FUERA-DE-PERFIL         VALUE 'S'.
           05  WS-MARCA-TOPE-SW    PIC X VALUE 'N'.
               88  SOBRE-TOPE              VALUE 'S'.
           05  WS-SIN-MOVIMIENTOS-SW
                                   PIC X VALUE 'N'.
               88  NOCHE-SIN-MOVIMIENTOS   VALUE 'S'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY "=============================="
           DISPLAY "   REVISION DE ATIPICOS"
           DISPLAY "=============================="

           PERFORM 1000-INICIALIZAR
           IF PARAMETROS-VALIDOS AND APERTURA-EXITOSA
              AND NOT NOCHE-SIN-MOVIMIENTOS
               PERFORM 2000-ARMAR-PERFILES
               PERFORM 3000-REVISAR-NOCHE
           END-IF
           PERFORM 9000-FINALIZAR

           STOP RUN.

       1000-INICIALIZAR.
           PERFORM 1100-LEER-PARAMETROS
           IF PARAMETROS-VALIDOS
               PERFORM 1300-ABRIR-ARCHIVOS
           END-IF
           IF PARAMETROS-VALIDOS AND APERTURA-EXITOSA
               PERFORM 1400-CARGAR-TOPES
           END-IF.

       1100-LEER-PARAMETROS.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR PARMATI, STATUS: "
                   WS-PARAM-STATUS
               MOVE 'N' TO WS-PARAM-OK-SW
           ELSE
               READ PARAM-FILE
                   AT END
                       DISPLAY "PARMATI SIN TARJETA DE PARAMETROS"
                       MOVE 'N' TO WS-PARAM-OK-SW
                   NOT AT END
                       PERFORM 1150-VALIDAR-PARAMETROS
               END-READ
               CLOSE PARAM-FILE
           END-IF

           IF PARAMETROS-VALIDOS AND WS-FECHA-PROCESO = 0
               PERFORM 1120-TOMAR-FECHA-INDICE
           END-IF

           IF PARAMETROS-VALIDOS AND NOT NOCHE-SIN-MOVIMIENTOS
               IF WS-FECHA-PROCESO < 16010101
                   DISPLAY "FECHA DE PROCESO INVALIDA: "
                       WS-FECHA-PROCESO
                   MOVE 'N' TO WS-PARAM-OK-SW
               ELSE
                   COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO)
                        - WS-DIAS-HISTORIA)
               END-IF
           END-IF

           IF PARAMETROS-VALIDOS AND NOCHE-SIN-MOVIMIENTOS
               DISPLAY "IDXENT SIN MOVIMIENTOS - NO HAY NADA QUE "
                   "REVISAR"
           END-IF

           IF PARAMETROS-VALIDOS AND NOT NOCHE-SIN-MOVIMIENTOS
               DISPLAY "FECHA DE PROCESO    : " WS-FECHA-PROCESO
               DISPLAY "HISTORIA DESDE      : " WS-FECHA-DESDE
                   " (" WS-DIAS-HISTORIA " DIAS)"
               DISPLAY "UMBRAL DE DESVIOS   : " WS-UMBRAL-DESVIOS
               DISPLAY "MINIMO DE HISTORIA  : " WS-MINIMO-HISTORIA
           END-IF

           IF NOT PARAMETROS-VALIDOS
               MOVE 12 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF.

       1120-TOMAR-FECHA-INDICE.
           OPEN INPUT ENTRADA-FILE
           IF WS-ENTRADA-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR IDXENT, STATUS: "
                   WS-ENTRADA-STATUS
               MOVE 'N' TO WS-PARAM-OK-SW
           ELSE
               READ ENTRADA-FILE
                   AT END
                       MOVE 'S' TO WS-SIN-MOVIMIENTOS-SW
                   NOT AT END
                       IF EN-FECHA NOT NUMERIC
                           DISPLAY "FECHA NO NUMERICA EN IDXENT: "
                               EN-FECHA
                           MOVE 'N' TO WS-PARAM-OK-SW
                       ELSE
                           MOVE EN-FECHA TO WS-FECHA-PROCESO
                       END-IF
               END-READ
               CLOSE ENTRADA-FILE
           END-IF.

       1150-VALIDAR-PARAMETROS.
           IF PR-FECHA-PROCESO NOT NUMERIC
               DISPLAY "FECHA DE PROCESO NO NUMERICA: "
                   PR-FECHA-PROCESO
               MOVE 'N' TO WS-PARAM-OK-SW
           ELSE
               MOVE PR-FECHA-PROCESO TO WS-FECHA-PROCESO
           END-IF

           IF PR-DIAS-HISTORIA NOT NUMERIC
              OR PR-DIAS-HISTORIA = ZERO
               DISPLAY "DIAS DE HISTORIA INVALIDOS: " PR-DIAS-HISTORIA
               MOVE 'N' TO WS-PARAM-OK-SW
           ELSE
               MOVE PR-DIAS-HISTORIA TO WS-DIAS-HISTORIA
           END-IF

           IF PR-UMBRAL-DESVIOS NOT NUMERIC
              OR PR-UMBRAL-DESVIOS = ZERO
               DISPLAY "UMBRAL DE DESVIOS INVALIDO: "
                   PR-UMBRAL-DESVIOS
               MOVE 'N' TO WS-PARAM-OK-SW
           ELSE
               MOVE PR-UMBRAL-DESVIOS-N TO WS-UMBRAL-DESVIOS
           END-IF

           IF PR-MINIMO-HISTORIA NOT NUMERIC
              OR PR-MINIMO-HISTORIA < "0002"
               DISPLAY "MINIMO DE HISTORIA INVALIDO (2 O MAS): "
                   PR-MINIMO-HISTORIA
               MOVE 'N' TO WS-PARAM-OK-SW
           ELSE
               MOVE PR-MINIMO-HISTORIA TO WS-MINIMO-HISTORIA
           END-IF.

       1300-ABRIR-ARCHIVOS.
           OPEN INPUT RESULT-INDEX-FILE
           IF WS-RESIDX-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR RESINDX, STATUS: "
                   WS-RESIDX-STATUS
               MOVE 'N' TO WS-APERTURA-OK-SW
           END-IF

           OPEN OUTPUT PERFIL-FILE
           CLOSE PERFIL-FILE
           OPEN I-O PERFIL-FILE
           IF WS-PERFIL-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR PERFIL, STATUS: "
                   WS-PERFIL-STATUS
               MOVE 'N' TO WS-APERTURA-OK-SW
           END-IF

           OPEN I-O REVISION-FILE
           IF WS-REVATIP-STATUS NOT = "00"
               OPEN OUTPUT REVISION-FILE
               CLOSE REVISION-FILE
               OPEN I-O REVISION-FILE
           END-IF
           IF WS-REVATIP-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR REVATIP, STATUS: "
                   WS-REVATIP-STATUS
               MOVE 'N' TO WS-APERTURA-OK-SW
           END-IF

           OPEN OUTPUT ATIPICO-SAL-FILE
           IF WS-ATISAL-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR ATISAL, STATUS: "
                   WS-ATISAL-STATUS
               MOVE 'N' TO WS-APERTURA-OK-SW
           END-IF

           OPEN INPUT TOPE-FILE
           IF WS-TOPE-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR TOPEDEP, STATUS: "
                   WS-TOPE-STATUS
               MOVE 'N' TO WS-APERTURA-OK-SW
           END-IF

           IF NOT APERTURA-EXITOSA
               MOVE 12 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF.

       1400-CARGAR-TOPES.
           PERFORM 1410-LEER-TOPE
               UNTIL FIN-TOPES
           CLOSE TOPE-FILE

           MOVE WS-TOPE-DEFECTO TO WS-EDIT-IMPORTE
           DISPLAY "TOPES POR DEPTO     : " WS-CANT-TOPES
           DISPLAY "TOPE POR DEFECTO    : " WS-EDIT-IMPORTE.

       1410-LEER-TOPE.
           READ TOPE-FILE
               AT END
                   MOVE 'S' TO WS-FIN-TOPES-SW
               NOT AT END
                   PERFORM 1420-REGISTRAR-TOPE
           END-READ.

       1420-REGISTRAR-TOPE.
           IF TP-DEPTO = SPACES
              OR TP-IMPORTE-X NOT NUMERIC
               DISPLAY "TARJETA DE TOPE INVALIDA - SE IGNORA: "
                   TP-DEPTO " " TP-IMPORTE-X
               MOVE 4 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           ELSE
               IF TP-DEPTO = "****"
                   MOVE TP-IMPORTE TO WS-TOPE-DEFECTO
               ELSE
                   MOVE SPACES     TO PERFIL-RECORD
                   MOVE TP-DEPTO   TO PF-DEPTO
                   MOVE '*'        TO PF-OPERACION
                   MOVE 0          TO PF-CANT
                   MOVE 0          TO PF-SUMA
                   MOVE 0          TO PF-SUMA-CUAD
                   MOVE 0          TO PF-MAXIMO
                   MOVE TP-IMPORTE TO PF-TOPE
                   WRITE PERFIL-RECORD
                       INVALID KEY
                           DISPLAY "TOPE REPETIDO - SE CONSERVA EL "
                               "PRIMERO DE " TP-DEPTO
                       NOT INVALID KEY
                           ADD 1 TO WS-CANT-TOPES
                   END-WRITE
               END-IF
           END-IF.

       2000-ARMAR-PERFILES.
           MOVE WS-FECHA-DESDE TO RX-FECHA
           MOVE 0              TO RX-SECUENCIA
           START RESULT-INDEX-FILE
               KEY IS NOT LESS THAN RX-CLAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIN-INDICE-SW
           END-START

           MOVE WS-FECHA-DESDE TO RV-FECHA
           MOVE 0              TO RV-SECUENCIA
           START REVISION-FILE
               KEY IS NOT LESS THAN RV-CLAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIN-REVISION-SW
           END-START
           IF NOT FIN-REVISION
               PERFORM 2300-LEER-REVISION
           END-IF

           PERFORM 2100-LEER-HISTORIA
               UNTIL FIN-INDICE

           DISPLAY "HISTORIA UTILIZADA  : " WS-CANT-HISTORIA
           DISPLAY "HISTORIA EXCLUIDA   : " WS-CANT-EXCLUIDOS
           DISPLAY "PERFILES ARMADOS    : " WS-CANT-PERFILES.

       2100-LEER-HISTORIA.
           READ RESULT-INDEX-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-INDICE-SW
               NOT AT END
                   IF RX-FECHA >= WS-FECHA-PROCESO
                       MOVE 'S' TO WS-FIN-INDICE-SW
                   ELSE
                       IF RX-TIPO-MOV = SPACE
                          AND RX-ESTADO NOT = 'A'
                           PERFORM 2200-ACUMULAR-HISTORIA
                       END-IF
                   END-IF
           END-READ.

       2200-ACUMULAR-HISTORIA.
           PERFORM 2300-LEER-REVISION
               UNTIL FIN-REVISION
                  OR RV-CLAVE NOT < RX-CLAVE

           IF NOT FIN-REVISION
              AND RV-CLAVE = RX-CLAVE
              AND NOT RV-CONFIRMADO
               ADD 1 TO WS-CANT-EXCLUIDOS
           ELSE
               PERFORM 2400-SUMAR-PERFIL
           END-IF.

       2300-LEER-REVISION.
           READ REVISION-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-REVISION-SW
           END-READ.

       2400-SUMAR-PERFIL.
           PERFORM 8000-IMPORTE-ABSOLUTO
           ADD 1 TO WS-CANT-HISTORIA
           MOVE RX-DEPTO     TO PF-DEPTO
           MOVE RX-OPERACION TO PF-OPERACION
           READ PERFIL-FILE
               INVALID KEY
                   MOVE SPACES         TO PERFIL-RECORD
                   MOVE RX-DEPTO       TO PF-DEPTO
                   MOVE RX-OPERACION   TO PF-OPERACION
                   MOVE 1              TO PF-CANT
                   MOVE WS-IMPORTE-ABS TO PF-SUMA
                   COMPUTE PF-SUMA-CUAD =
                       WS-IMPORTE-ABS * WS-IMPORTE-ABS
                   MOVE WS-IMPORTE-ABS TO PF-MAXIMO
                   MOVE 0              TO PF-TOPE
                   WRITE PERFIL-RECORD
                       INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR PERFIL, STATUS: "
                               WS-PERFIL-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-CANT-PERFILES
                   END-WRITE
               NOT INVALID KEY
                   ADD 1              TO PF-CANT
                   ADD WS-IMPORTE-ABS TO PF-SUMA
                   COMPUTE PF-SUMA-CUAD = PF-SUMA-CUAD
                       + WS-IMPORTE-ABS * WS-IMPORTE-ABS
                   IF WS-IMPORTE-ABS > PF-MAXIMO
                       MOVE WS-IMPORTE-ABS TO PF-MAXIMO
                   END-IF
                   REWRITE PERFIL-RECORD
                       INVALID KEY
                           DISPLAY "NO SE PUDO REGRABAR PERFIL, "
                               "STATUS: " WS-PERFIL-STATUS
                   END-REWRITE
           END-READ.

       3000-REVISAR-NOCHE.
           MOVE 'N'              TO WS-FIN-INDICE-SW
           MOVE WS-FECHA-PROCESO TO RX-FECHA
           MOVE 0                TO RX-SECUENCIA
           START RESULT-INDEX-FILE
               KEY IS NOT LESS THAN RX-CLAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIN-INDICE-SW
           END-START

           PERFORM 3100-LEER-NOCHE
               UNTIL FIN-INDICE.

       3100-LEER-NOCHE.
           READ RESULT-INDEX-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-INDICE-SW
               NOT AT END
                   IF RX-FECHA NOT = WS-FECHA-PROCESO
                       MOVE 'S' TO WS-FIN-INDICE-SW
                   ELSE
                       IF RX-TIPO-MOV = SPACE
                          AND RX-ESTADO NOT = 'A'
                           PERFORM 3200-EVALUAR-MOVIMIENTO
                       END-IF
                   END-IF
           END-READ.

       3200-EVALUAR-MOVIMIENTO.
           ADD 1 TO WS-CANT-NOCHE
           PERFORM 8000-IMPORTE-ABSOLUTO
           MOVE 'N' TO WS-MARCA-PERFIL-SW
           MOVE 'N' TO WS-MARCA-TOPE-SW
           MOVE 0   TO WS-CANT-HIST-ACTUAL
           MOVE 0   TO WS-PROMEDIO
           MOVE 0   TO WS-DESVIO
           MOVE 0   TO WS-MAXIMO
           MOVE 0   TO WS-DESVIOS
           MOVE 0   TO WS-VECES-MAXIMO
           MOVE 0   TO WS-TOPE-ACTUAL

           PERFORM 3300-COMPARAR-PERFIL
           PERFORM 3400-COMPARAR-TOPE

           IF FUERA-DE-PERFIL OR SOBRE-TOPE
               PERFORM 3500-REGISTRAR-ATIPICO
           END-IF.

       3300-COMPARAR-PERFIL.
           MOVE RX-DEPTO     TO PF-DEPTO
           MOVE RX-OPERACION TO PF-OPERACION
           READ PERFIL-FILE
               INVALID KEY
                   ADD 1 TO WS-CANT-SIN-HISTORIA
               NOT INVALID KEY
                   MOVE PF-CANT   TO WS-CANT-HIST-ACTUAL
                   MOVE PF-MAXIMO TO WS-MAXIMO
                   IF PF-CANT < WS-MINIMO-HISTORIA
                       ADD 1 TO WS-CANT-SIN-HISTORIA
                   ELSE
                       PERFORM 3310-CALCULAR-DESVIOS
                   END-IF
           END-READ.

       3310-CALCULAR-DESVIOS.
           COMPUTE WS-PROMEDIO-F = PF-SUMA / PF-CANT
           COMPUTE WS-VARIANZA-F = PF-SUMA-CUAD / PF-CANT
               - WS-PROMEDIO-F * WS-PROMEDIO-F
           IF WS-VARIANZA-F > 0
               COMPUTE WS-DESVIO-F = WS-VARIANZA-F ** 0.5
           ELSE
               MOVE 0 TO WS-DESVIO-F
           END-IF
           COMPUTE WS-PROMEDIO ROUNDED = WS-PROMEDIO-F
           COMPUTE WS-DESVIO ROUNDED = WS-DESVIO-F

           IF WS-IMPORTE-ABS > WS-PROMEDIO-F
               IF WS-DESVIO-F > 0
                   COMPUTE WS-DESVIOS-F =
                       (WS-IMPORTE-ABS - WS-PROMEDIO-F) / WS-DESVIO-F
                   COMPUTE WS-DESVIOS ROUNDED = WS-DESVIOS-F
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-DESVIOS
                   END-COMPUTE
               ELSE
                   MOVE 99999.99 TO WS-DESVIOS
               END-IF
           END-IF

           IF WS-MAXIMO > 0
               COMPUTE WS-VECES-MAXIMO ROUNDED =
                   WS-IMPORTE-ABS / WS-MAXIMO
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-VECES-MAXIMO
               END-COMPUTE
           END-IF

           IF WS-IMPORTE-ABS > WS-MAXIMO
              AND WS-DESVIOS >= WS-UMBRAL-DESVIOS
               MOVE 'S' TO WS-MARCA-PERFIL-SW
           END-IF.

       3400-COMPARAR-TOPE.
           MOVE RX-DEPTO TO PF-DEPTO
           MOVE '*'      TO PF-OPERACION
           READ PERFIL-FILE
               INVALID KEY
                   MOVE WS-TOPE-DEFECTO TO WS-TOPE-ACTUAL
               NOT INVALID KEY
                   MOVE PF-TOPE TO WS-TOPE-ACTUAL
           END-READ

           IF WS-TOPE-ACTUAL > 0
              AND WS-IMPORTE-ABS > WS-TOPE-ACTUAL
               MOVE 'S' TO WS-MARCA-TOPE-SW
           END-IF.

       3500-REGISTRAR-ATIPICO.
           MOVE SPACES              TO REVISION-RECORD
           MOVE RX-FECHA            TO RV-FECHA
           MOVE RX-SECUENCIA        TO RV-SECUENCIA
           MOVE RX-DEPTO            TO RV-DEPTO
           MOVE RX-OPERACION        TO RV-OPERACION
           MOVE RX-NUM1             TO RV-NUM1
           MOVE RX-NUM2             TO RV-NUM2
           MOVE RX-RESULTADO        TO RV-RESULTADO
           EVALUATE TRUE
               WHEN FUERA-DE-PERFIL AND SOBRE-TOPE
                   MOVE 'A' TO RV-MOTIVO
               WHEN FUERA-DE-PERFIL
                   MOVE 'E' TO RV-MOTIVO
               WHEN OTHER
                   MOVE 'T' TO RV-MOTIVO
           END-EVALUATE
           MOVE WS-CANT-HIST-ACTUAL TO RV-CANT-HISTORIA
           MOVE WS-PROMEDIO         TO RV-PROMEDIO
           MOVE WS-DESVIO           TO RV-DESVIO
           MOVE WS-MAXIMO           TO RV-MAXIMO
           MOVE WS-TOPE-ACTUAL      TO RV-TOPE
           MOVE WS-DESVIOS          TO RV-DESVIOS
           MOVE WS-VECES-MAXIMO     TO RV-VECES-MAXIMO
           MOVE 'P'                 TO RV-ESTADO
           MOVE 0                   TO RV-FECHA-REVISION
           MOVE 0                   TO RV-HORA-REVISION

           ADD 1 TO WS-CANT-ATIPICOS
           IF FUERA-DE-PERFIL
               ADD 1 TO WS-CANT-POR-PERFIL
           END-IF
           IF SOBRE-TOPE
               ADD 1 TO WS-CANT-POR-TOPE
           END-IF

           WRITE REVISION-RECORD
               INVALID KEY
                   ADD 1 TO WS-CANT-YA-REGISTRADOS
                   READ REVISION-FILE
                       INVALID KEY
                           DISPLAY "NO SE PUDO LEER REVATIP, STATUS: "
                               WS-REVATIP-STATUS
                   END-READ
               NOT INVALID KEY
                   ADD 1 TO WS-CANT-NUEVOS
           END-WRITE

           WRITE ATIPICO-SAL-RECORD FROM REVISION-RECORD
           IF WS-ATISAL-STATUS NOT = "00"
               DISPLAY "ERROR AL ESCRIBIR ATISAL, STATUS: "
                   WS-ATISAL-STATUS
               MOVE 12 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF.

       8000-IMPORTE-ABSOLUTO.
           IF RX-RESULTADO < 0
               COMPUTE WS-IMPORTE-ABS = 0 - RX-RESULTADO
           ELSE
               MOVE RX-RESULTADO TO WS-IMPORTE-ABS
           END-IF.

       9000-FINALIZAR.
           IF PARAMETROS-VALIDOS
               CLOSE RESULT-INDEX-FILE
               CLOSE PERFIL-FILE
               CLOSE REVISION-FILE
               CLOSE ATIPICO-SAL-FILE
           END-IF

           IF PARAMETROS-VALIDOS AND APERTURA-EXITOSA
               DISPLAY "MOVIMIENTOS REVISADOS   : " WS-CANT-NOCHE
               DISPLAY "SIN HISTORIA SUFICIENTE : "
                   WS-CANT-SIN-HISTORIA
               DISPLAY "ATIPICOS                : " WS-CANT-ATIPICOS
               DISPLAY "  FUERA DE PERFIL       : " WS-CANT-POR-PERFIL
               DISPLAY "  SOBRE TOPE DEL DEPTO  : " WS-CANT-POR-TOPE
               DISPLAY "  NUEVOS EN REVATIP     : " WS-CANT-NUEVOS
               DISPLAY "  YA REGISTRADOS        : "
                   WS-CANT-YA-REGISTRADOS
               IF WS-CANT-ATIPICOS > 0
                   MOVE 4 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
               END-IF
           END-IF.

       9900-ESCALAR-RETURN-CODE.
           IF WS-RC-NUEVO > RETURN-CODE
               MOVE WS-RC-NUEVO TO RETURN-CODE
           END-IF.
