       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-RECURRENTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPTO-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WS-DEPTO-STATUS.
           SELECT RECURR-FILE ASSIGN TO "RECURR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IR-CLAVE
               FILE STATUS IS WS-RECURR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPTO-FILE.
           COPY CPDEPTO.

       FD  RECURR-FILE.
           COPY CPRECUR.

       WORKING-STORAGE SECTION.
       77  WS-DEPTO-STATUS         PIC X(2) VALUE SPACES.
       77  WS-RECURR-STATUS        PIC X(2) VALUE SPACES.
       77  WS-CONTADOR-ALTAS       PIC 9(5) VALUE 0.
       77  WS-CONTADOR-BAJAS       PIC 9(5) VALUE 0.
       77  WS-CONTADOR-CAMBIOS     PIC 9(5) VALUE 0.
       77  WS-MENSAJE              PIC X(45) VALUE SPACES.

       01  WS-CAPTURA.
           05  WS-CAP-DEPTO        PIC X(4) VALUE SPACES.
           05  WS-CAP-NUMERO       PIC 9(4) VALUE 0.
           05  WS-CAP-NUM1-SIG     PIC X(1) VALUE '+'.
           05  WS-CAP-NUM1-VAL     PIC 9(5)V99 VALUE 0.
           05  WS-CAP-NUM2-SIG     PIC X(1) VALUE '+'.
           05  WS-CAP-NUM2-VAL     PIC 9(5)V99 VALUE 0.
           05  WS-CAP-OPERACION    PIC X(1) VALUE SPACE.
           05  WS-CAP-MONEDA       PIC X(3) VALUE SPACES.
           05  WS-CAP-FRECUENCIA   PIC X(1) VALUE SPACE.
           05  WS-CAP-DIA          PIC 9(2) VALUE 0.
           05  WS-CAP-INICIO       PIC 9(8) VALUE 0.
           05  WS-CAP-FIN          PIC 9(8) VALUE 0.
           05  WS-CAP-ACTIVA       PIC X(1) VALUE 'S'.
           05  WS-CAP-ULTIMA       PIC 9(8) VALUE 0.
           05  WS-ACCION           PIC X(1) VALUE SPACE.

       01  WS-SWITCHES.
           05  WS-SALIR-SW         PIC X VALUE 'N'.
               88  SALIR-MANTENIMIENTO     VALUE 'S'.
           05  WS-CAPTURA-VALIDA-SW
                                   PIC X VALUE 'S'.
               88  CAPTURA-VALIDA          VALUE 'S'.

       SCREEN SECTION.
       01  PANTALLA-RECURRENTE.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE
               "=====================================================".
           05  LINE 2 COL 1 VALUE
               "   MANTENIMIENTO DE INSTRUCCIONES RECURRENTES - RECURR".
           05  LINE 3 COL 1 VALUE
               "=====================================================".
           05  LINE 5 COL 1 VALUE "Departamento  : ".
           05  COL PLUS 1 PIC X(4) USING WS-CAP-DEPTO.
           05  LINE 6 COL 1 VALUE "Nro instrucc. : ".
           05  COL PLUS 1 PIC 9(4) USING WS-CAP-NUMERO.
           05  LINE 7 COL 1 VALUE "NUM1 (signo)  : ".
           05  COL PLUS 1 PIC X(1) USING WS-CAP-NUM1-SIG.
           05  COL PLUS 1 PIC 9(5)V99 USING WS-CAP-NUM1-VAL.
           05  LINE 8 COL 1 VALUE "NUM2 (signo)  : ".
           05  COL PLUS 1 PIC X(1) USING WS-CAP-NUM2-SIG.
           05  COL PLUS 1 PIC 9(5)V99 USING WS-CAP-NUM2-VAL.
           05  LINE 9 COL 1 VALUE "Operacion     : ".
           05  COL PLUS 1 PIC X(1) USING WS-CAP-OPERACION.
           05  LINE 10 COL 1 VALUE "Moneda        : ".
           05  COL PLUS 1 PIC X(3) USING WS-CAP-MONEDA.
           05  LINE 11 COL 1 VALUE
               "Frecuencia (D=diaria, S=semanal, M=mensual): ".
           05  COL PLUS 1 PIC X(1) USING WS-CAP-FRECUENCIA.
           05  LINE 12 COL 1 VALUE
               "Dia (S: 1=lun..7=dom, M: dia habil 1-23)  : ".
           05  COL PLUS 1 PIC 9(2) USING WS-CAP-DIA.
           05  LINE 13 COL 1 VALUE "Fecha inicio  : ".
           05  COL PLUS 1 PIC 9(8) USING WS-CAP-INICIO.
           05  LINE 14 COL 1 VALUE "Fecha fin     : ".
           05  COL PLUS 1 PIC 9(8) USING WS-CAP-FIN.
           05  LINE 15 COL 1 VALUE "Activa (S/N)  : ".
           05  COL PLUS 1 PIC X(1) USING WS-CAP-ACTIVA.
           05  LINE 16 COL 1 VALUE "Ultima generac: ".
           05  COL PLUS 1 PIC 9(8) FROM WS-CAP-ULTIMA.
           05  LINE 18 COL 1 VALUE
               "Accion (A=alta, B=baja, M=modificar, C=consultar,".
           05  LINE 19 COL 1 VALUE "F=fin): ".
           05  COL PLUS 1 PIC X(1) USING WS-ACCION.
           05  LINE 21 COL 1 PIC X(45) FROM WS-MENSAJE.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR

           PERFORM 2000-ATENDER-SESION
               UNTIL SALIR-MANTENIMIENTO

           PERFORM 9000-FINALIZAR

           STOP RUN.

       1000-INICIALIZAR.
           OPEN INPUT DEPTO-FILE
           IF WS-DEPTO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR DEPTMAST, STATUS: "
                   WS-DEPTO-STATUS
               MOVE 'S' TO WS-SALIR-SW
           END-IF

           OPEN I-O RECURR-FILE
           IF WS-RECURR-STATUS NOT = "00"
               OPEN OUTPUT RECURR-FILE
               CLOSE RECURR-FILE
               OPEN I-O RECURR-FILE
           END-IF
           IF WS-RECURR-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR RECURR, STATUS: "
                   WS-RECURR-STATUS
               MOVE 'S' TO WS-SALIR-SW
           END-IF.

       2000-ATENDER-SESION.
           DISPLAY PANTALLA-RECURRENTE
           ACCEPT PANTALLA-RECURRENTE
           MOVE SPACES TO WS-MENSAJE

           EVALUATE WS-ACCION
               WHEN 'A'
                   PERFORM 3000-ALTA-INSTRUCCION
               WHEN 'B'
                   PERFORM 4000-BAJA-INSTRUCCION
               WHEN 'M'
                   PERFORM 5000-MODIFICAR-INSTRUCCION
               WHEN 'C'
                   PERFORM 6000-CONSULTAR-INSTRUCCION
               WHEN 'F'
                   MOVE 'S' TO WS-SALIR-SW
               WHEN OTHER
                   MOVE "ACCION INVALIDA - USE A, B, M, C O F"
                       TO WS-MENSAJE
           END-EVALUATE.

       3000-ALTA-INSTRUCCION.
           PERFORM 3100-VALIDAR-CAPTURA
           IF CAPTURA-VALIDA
               MOVE SPACES        TO RECURR-RECORD
               MOVE WS-CAP-DEPTO  TO IR-DEPTO
               MOVE WS-CAP-NUMERO TO IR-NUMERO
               MOVE 0             TO IR-ULTIMA-GENERADA
               PERFORM 3500-MOVER-CAPTURA
               WRITE RECURR-RECORD
                   INVALID KEY
                       MOVE "INSTRUCCION YA EXISTE" TO WS-MENSAJE
                   NOT INVALID KEY
                       ADD 1 TO WS-CONTADOR-ALTAS
                       MOVE 0 TO WS-CAP-ULTIMA
                       MOVE "INSTRUCCION GRABADA" TO WS-MENSAJE
               END-WRITE
           END-IF.

       3100-VALIDAR-CAPTURA.
           MOVE 'S' TO WS-CAPTURA-VALIDA-SW

           IF WS-CAP-DEPTO = SPACES
               MOVE 'N' TO WS-CAPTURA-VALIDA-SW
               MOVE "DEPARTAMENTO AUSENTE" TO WS-MENSAJE
           ELSE
               MOVE WS-CAP-DEPTO TO DM-CODIGO
               READ DEPTO-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-CAPTURA-VALIDA-SW
                       MOVE "DEPARTAMENTO NO EXISTE" TO WS-MENSAJE
               END-READ
           END-IF
           IF WS-CAP-NUM1-VAL NOT NUMERIC
              OR (WS-CAP-NUM1-SIG NOT = '+'
                  AND WS-CAP-NUM1-SIG NOT = '-')
               MOVE 'N' TO WS-CAPTURA-VALIDA-SW
               MOVE "NUM1 INVALIDO" TO WS-MENSAJE
           END-IF
           IF WS-CAP-NUM2-VAL NOT NUMERIC
              OR (WS-CAP-NUM2-SIG NOT = '+'
                  AND WS-CAP-NUM2-SIG NOT = '-')
               MOVE 'N' TO WS-CAPTURA-VALIDA-SW
               MOVE "NUM2 INVALIDO" TO WS-MENSAJE
           END-IF
           IF WS-CAP-OPERACION NOT = 'S' AND NOT = 'R'
                                 AND NOT = 'M' AND NOT = 'D'
               MOVE 'N' TO WS-CAPTURA-VALIDA-SW
               MOVE "OPERACION INVALIDA - USE S, R, M O D"
                   TO WS-MENSAJE
           END-IF
           EVALUATE WS-CAP-FRECUENCIA
               WHEN 'D'
                   MOVE 0 TO WS-CAP-DIA
               WHEN 'S'
                   IF WS-CAP-DIA < 1 OR WS-CAP-DIA > 7
                       MOVE 'N' TO WS-CAPTURA-VALIDA-SW
                       MOVE "DIA DE LA SEMANA FUERA DE RANGO (1-7)"
                           TO WS-MENSAJE
                   END-IF
               WHEN 'M'
                   IF WS-CAP-DIA < 1 OR WS-CAP-DIA > 23
                       MOVE 'N' TO WS-CAPTURA-VALIDA-SW
                       MOVE "DIA HABIL DEL MES FUERA DE RANGO (1-23)"
                           TO WS-MENSAJE
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-CAPTURA-VALIDA-SW
                   MOVE "FRECUENCIA INVALIDA - USE D, S O M"
                       TO WS-MENSAJE
           END-EVALUATE
           IF WS-CAP-INICIO = 0
               MOVE 'N' TO WS-CAPTURA-VALIDA-SW
               MOVE "FECHA INICIO AUSENTE" TO WS-MENSAJE
           END-IF
           IF WS-CAP-FIN = 0
               MOVE 99999999 TO WS-CAP-FIN
           END-IF
           IF WS-CAP-FIN < WS-CAP-INICIO
               MOVE 'N' TO WS-CAPTURA-VALIDA-SW
               MOVE "FECHA FIN ANTERIOR A FECHA INICIO" TO WS-MENSAJE
           END-IF
           IF WS-CAP-ACTIVA NOT = 'S' AND NOT = 'N'
               MOVE 'N' TO WS-CAPTURA-VALIDA-SW
               MOVE "ACTIVA DEBE SER S O N" TO WS-MENSAJE
           END-IF.

       3500-MOVER-CAPTURA.
           IF WS-CAP-NUM1-SIG = '-'
               SUBTRACT WS-CAP-NUM1-VAL FROM ZERO GIVING IR-NUM1
           ELSE
               MOVE WS-CAP-NUM1-VAL TO IR-NUM1
           END-IF
           IF WS-CAP-NUM2-SIG = '-'
               SUBTRACT WS-CAP-NUM2-VAL FROM ZERO GIVING IR-NUM2
           ELSE
               MOVE WS-CAP-NUM2-VAL TO IR-NUM2
           END-IF
           MOVE WS-CAP-OPERACION  TO IR-OPERACION
           MOVE WS-CAP-MONEDA     TO IR-MONEDA
           MOVE WS-CAP-FRECUENCIA TO IR-FRECUENCIA
           MOVE WS-CAP-DIA        TO IR-DIA
           MOVE WS-CAP-INICIO     TO IR-FECHA-INICIO
           MOVE WS-CAP-FIN        TO IR-FECHA-FIN
           MOVE WS-CAP-ACTIVA     TO IR-ACTIVA.

       4000-BAJA-INSTRUCCION.
           PERFORM 7000-LEER-INSTRUCCION
           IF WS-RECURR-STATUS = "00"
               DELETE RECURR-FILE
                   INVALID KEY
                       MOVE "ERROR AL BORRAR INSTRUCCION"
                           TO WS-MENSAJE
                   NOT INVALID KEY
                       ADD 1 TO WS-CONTADOR-BAJAS
                       MOVE "INSTRUCCION BORRADA" TO WS-MENSAJE
               END-DELETE
           END-IF.

       5000-MODIFICAR-INSTRUCCION.
           PERFORM 3100-VALIDAR-CAPTURA
           IF CAPTURA-VALIDA
               PERFORM 7000-LEER-INSTRUCCION
               IF WS-RECURR-STATUS = "00"
                   PERFORM 3500-MOVER-CAPTURA
                   REWRITE RECURR-RECORD
                       INVALID KEY
                           MOVE "ERROR AL REGRABAR INSTRUCCION"
                               TO WS-MENSAJE
                       NOT INVALID KEY
                           ADD 1 TO WS-CONTADOR-CAMBIOS
                           MOVE "INSTRUCCION MODIFICADA" TO WS-MENSAJE
                   END-REWRITE
               END-IF
           END-IF.

       6000-CONSULTAR-INSTRUCCION.
           PERFORM 7000-LEER-INSTRUCCION
           IF WS-RECURR-STATUS = "00"
               IF IR-NUM1 < 0
                   MOVE '-' TO WS-CAP-NUM1-SIG
                   SUBTRACT IR-NUM1 FROM ZERO GIVING WS-CAP-NUM1-VAL
               ELSE
                   MOVE '+' TO WS-CAP-NUM1-SIG
                   MOVE IR-NUM1 TO WS-CAP-NUM1-VAL
               END-IF
               IF IR-NUM2 < 0
                   MOVE '-' TO WS-CAP-NUM2-SIG
                   SUBTRACT IR-NUM2 FROM ZERO GIVING WS-CAP-NUM2-VAL
               ELSE
                   MOVE '+' TO WS-CAP-NUM2-SIG
                   MOVE IR-NUM2 TO WS-CAP-NUM2-VAL
               END-IF
               MOVE IR-OPERACION       TO WS-CAP-OPERACION
               MOVE IR-MONEDA          TO WS-CAP-MONEDA
               MOVE IR-FRECUENCIA      TO WS-CAP-FRECUENCIA
               MOVE IR-DIA             TO WS-CAP-DIA
               MOVE IR-FECHA-INICIO    TO WS-CAP-INICIO
               MOVE IR-FECHA-FIN       TO WS-CAP-FIN
               MOVE IR-ACTIVA          TO WS-CAP-ACTIVA
               MOVE IR-ULTIMA-GENERADA TO WS-CAP-ULTIMA
               MOVE "INSTRUCCION ENCONTRADA" TO WS-MENSAJE
           ELSE
               MOVE 0 TO WS-CAP-ULTIMA
           END-IF.

       7000-LEER-INSTRUCCION.
           MOVE WS-CAP-DEPTO  TO IR-DEPTO
           MOVE WS-CAP-NUMERO TO IR-NUMERO
           READ RECURR-FILE
               INVALID KEY
                   MOVE "INSTRUCCION NO EXISTE" TO WS-MENSAJE
           END-READ.

       9000-FINALIZAR.
           CLOSE DEPTO-FILE
           CLOSE RECURR-FILE
           DISPLAY "INSTRUCCIONES GRABADAS    : " WS-CONTADOR-ALTAS
           DISPLAY "INSTRUCCIONES BORRADAS    : " WS-CONTADOR-BAJAS
           DISPLAY "INSTRUCCIONES MODIFICADAS : " WS-CONTADOR-CAMBIOS.
