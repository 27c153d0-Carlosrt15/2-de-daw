       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-SISTEMAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SISTEMA-FILE ASSIGN TO "SISTEMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SI-CODIGO
               FILE STATUS IS WS-SISTEMA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SISTEMA-FILE.
           COPY CPSISTEM.

       WORKING-STORAGE SECTION.
       77  WS-SISTEMA-STATUS       PIC X(2) VALUE SPACES.
       77  WS-CONTADOR-ALTAS       PIC 9(5) VALUE 0.
       77  WS-CONTADOR-BAJAS       PIC 9(5) VALUE 0.
       77  WS-CONTADOR-CAMBIOS     PIC 9(5) VALUE 0.
       77  WS-MENSAJE              PIC X(45) VALUE SPACES.
       77  WS-DIA-IDX              PIC 9(1) VALUE 0.

       01  WS-CAPTURA.
           05  WS-CAP-CODIGO       PIC X(8) VALUE SPACES.
           05  WS-CAP-DESC         PIC X(30) VALUE SPACES.
           05  WS-CAP-DIAS.
               10  WS-CAP-DIA      OCCURS 7 TIMES
                                   PIC X(1).
           05  WS-CAP-CORTE        PIC 9(4) VALUE 0.
           05  WS-CAP-CORTE-R REDEFINES WS-CAP-CORTE.
               10  WS-CAP-CORTE-HH PIC 9(2).
               10  WS-CAP-CORTE-MM PIC 9(2).
           05  WS-CAP-ESTADO       PIC X(1) VALUE SPACE.
           05  WS-ACCION           PIC X(1) VALUE SPACE.

       01  WS-SWITCHES.
           05  WS-SALIR-SW         PIC X VALUE 'N'.
               88  SALIR-MANTENIMIENTO     VALUE 'S'.
           05  WS-CAPTURA-VALIDA-SW
                                   PIC X VALUE 'S'.
               88  CAPTURA-VALIDA          VALUE 'S'.

       SCREEN SECTION.
       01  PANTALLA-SISTEMA.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE
               "=====================================================".
           05  LINE 2 COL 1 VALUE
               "   MANTENIMIENTO DE SISTEMAS ORIGEN - SISTEMAS".
           05  LINE 3 COL 1 VALUE
               "=====================================================".
           05  LINE 5 COL 1 VALUE "Sistema origen: ".
           05  COL PLUS 1 PIC X(8) USING WS-CAP-CODIGO.
           05  LINE 6 COL 1 VALUE "Descripcion   : ".
           05  COL PLUS 1 PIC X(30) USING WS-CAP-DESC.
           05  LINE 7 COL 1 VALUE
               "Dias esperados (S/N por L M X J V S D): ".
           05  COL PLUS 1 PIC X(7) USING WS-CAP-DIAS.
           05  LINE 8 COL 1 VALUE "Hora de corte (HHMM): ".
           05  COL PLUS 1 PIC 9(4) USING WS-CAP-CORTE.
           05  LINE 9 COL 1 VALUE "Estado actual : ".
           05  COL PLUS 1 PIC X(1) FROM WS-CAP-ESTADO.
           05  LINE 11 COL 1 VALUE
               "Accion (A=alta, B=baja, R=reactivar, M=modificar,".
           05  LINE 12 COL 1 VALUE
               "C=consultar, F=fin): ".
           05  COL PLUS 1 PIC X(1) USING WS-ACCION.
           05  LINE 14 COL 1 PIC X(45) FROM WS-MENSAJE.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR

           PERFORM 2000-ATENDER-SESION
               UNTIL SALIR-MANTENIMIENTO

           PERFORM 9000-FINALIZAR

           STOP RUN.

       1000-INICIALIZAR.
           OPEN I-O SISTEMA-FILE
           IF WS-SISTEMA-STATUS NOT = "00"
               OPEN OUTPUT SISTEMA-FILE
               CLOSE SISTEMA-FILE
               OPEN I-O SISTEMA-FILE
           END-IF
           IF WS-SISTEMA-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR SISTEMAS, STATUS: "
                   WS-SISTEMA-STATUS
               MOVE 'S' TO WS-SALIR-SW
           END-IF.

       2000-ATENDER-SESION.
           DISPLAY PANTALLA-SISTEMA
           ACCEPT PANTALLA-SISTEMA
           MOVE SPACES TO WS-MENSAJE

           EVALUATE WS-ACCION
               WHEN 'A'
                   PERFORM 3000-ALTA-SISTEMA
               WHEN 'B'
                   MOVE 'I' TO WS-CAP-ESTADO
                   PERFORM 4000-CAMBIAR-ESTADO
               WHEN 'R'
                   MOVE 'A' TO WS-CAP-ESTADO
                   PERFORM 4000-CAMBIAR-ESTADO
               WHEN 'M'
                   PERFORM 5000-MODIFICAR-SISTEMA
               WHEN 'C'
                   PERFORM 6000-CONSULTAR-SISTEMA
               WHEN 'F'
                   MOVE 'S' TO WS-SALIR-SW
               WHEN OTHER
                   MOVE "ACCION INVALIDA - USE A, B, R, M, C O F"
                       TO WS-MENSAJE
           END-EVALUATE.

       3000-ALTA-SISTEMA.
           PERFORM 3100-VALIDAR-CAPTURA
           IF CAPTURA-VALIDA
               MOVE SPACES        TO SISTEMA-RECORD
               MOVE WS-CAP-CODIGO TO SI-CODIGO
               MOVE WS-CAP-DESC   TO SI-DESCRIPCION
               MOVE WS-CAP-DIAS   TO SI-DIAS-ESPERADOS
               MOVE WS-CAP-CORTE  TO SI-HORA-CORTE
               MOVE 'A'           TO SI-ACTIVO
               WRITE SISTEMA-RECORD
                   INVALID KEY
                       MOVE "SISTEMA YA EXISTE" TO WS-MENSAJE
                   NOT INVALID KEY
                       ADD 1 TO WS-CONTADOR-ALTAS
                       MOVE 'A' TO WS-CAP-ESTADO
                       MOVE "SISTEMA DADO DE ALTA" TO WS-MENSAJE
               END-WRITE
           END-IF.

       3100-VALIDAR-CAPTURA.
           MOVE 'S' TO WS-CAPTURA-VALIDA-SW

           IF WS-CAP-CODIGO = SPACES
               MOVE 'N' TO WS-CAPTURA-VALIDA-SW
               MOVE "CODIGO DE SISTEMA AUSENTE" TO WS-MENSAJE
           END-IF
           IF WS-CAP-DESC = SPACES
               MOVE 'N' TO WS-CAPTURA-VALIDA-SW
               MOVE "DESCRIPCION AUSENTE" TO WS-MENSAJE
           END-IF
           MOVE 0 TO WS-DIA-IDX
           PERFORM 3200-VALIDAR-DIA
               UNTIL WS-DIA-IDX >= 7
           IF WS-CAP-CORTE NOT NUMERIC
              OR WS-CAP-CORTE-HH > 23
              OR WS-CAP-CORTE-MM > 59
               MOVE 'N' TO WS-CAPTURA-VALIDA-SW
               MOVE "HORA DE CORTE INVALIDA (HHMM)" TO WS-MENSAJE
           END-IF.

       3200-VALIDAR-DIA.
           ADD 1 TO WS-DIA-IDX
           IF WS-CAP-DIA (WS-DIA-IDX) NOT = 'S'
              AND WS-CAP-DIA (WS-DIA-IDX) NOT = 'N'
               MOVE 'N' TO WS-CAPTURA-VALIDA-SW
               MOVE "DIAS ESPERADOS: S O N POR CADA DIA"
                   TO WS-MENSAJE
           END-IF.

       4000-CAMBIAR-ESTADO.
           MOVE WS-CAP-CODIGO TO SI-CODIGO
           READ SISTEMA-FILE
               INVALID KEY
                   MOVE SPACE TO WS-CAP-ESTADO
                   MOVE "SISTEMA NO EXISTE" TO WS-MENSAJE
               NOT INVALID KEY
                   MOVE WS-CAP-ESTADO TO SI-ACTIVO
                   REWRITE SISTEMA-RECORD
                       INVALID KEY
                           MOVE "ERROR AL REGRABAR SISTEMA"
                               TO WS-MENSAJE
                       NOT INVALID KEY
                           IF WS-CAP-ESTADO = 'I'
                               ADD 1 TO WS-CONTADOR-BAJAS
                               MOVE "SISTEMA DESACTIVADO"
                                   TO WS-MENSAJE
                           ELSE
                               MOVE "SISTEMA REACTIVADO"
                                   TO WS-MENSAJE
                           END-IF
                   END-REWRITE
           END-READ.

       5000-MODIFICAR-SISTEMA.
           PERFORM 3100-VALIDAR-CAPTURA
           IF CAPTURA-VALIDA
               MOVE WS-CAP-CODIGO TO SI-CODIGO
               READ SISTEMA-FILE
                   INVALID KEY
                       MOVE "SISTEMA NO EXISTE" TO WS-MENSAJE
                   NOT INVALID KEY
                       MOVE WS-CAP-DESC  TO SI-DESCRIPCION
                       MOVE WS-CAP-DIAS  TO SI-DIAS-ESPERADOS
                       MOVE WS-CAP-CORTE TO SI-HORA-CORTE
                       REWRITE SISTEMA-RECORD
                           INVALID KEY
                               MOVE "ERROR AL REGRABAR SISTEMA"
                                   TO WS-MENSAJE
                           NOT INVALID KEY
                               ADD 1 TO WS-CONTADOR-CAMBIOS
                               MOVE SI-ACTIVO TO WS-CAP-ESTADO
                               MOVE "SISTEMA MODIFICADO"
                                   TO WS-MENSAJE
                       END-REWRITE
               END-READ
           END-IF.

       6000-CONSULTAR-SISTEMA.
           MOVE WS-CAP-CODIGO TO SI-CODIGO
           READ SISTEMA-FILE
               INVALID KEY
                   MOVE SPACES TO WS-CAP-DESC
                   MOVE SPACES TO WS-CAP-DIAS
                   MOVE 0      TO WS-CAP-CORTE
                   MOVE SPACE  TO WS-CAP-ESTADO
                   MOVE "SISTEMA NO EXISTE" TO WS-MENSAJE
               NOT INVALID KEY
                   MOVE SI-DESCRIPCION    TO WS-CAP-DESC
                   MOVE SI-DIAS-ESPERADOS TO WS-CAP-DIAS
                   MOVE SI-HORA-CORTE     TO WS-CAP-CORTE
                   MOVE SI-ACTIVO         TO WS-CAP-ESTADO
                   MOVE "SISTEMA ENCONTRADO" TO WS-MENSAJE
           END-READ.

       9000-FINALIZAR.
           CLOSE SISTEMA-FILE
           DISPLAY "SISTEMAS DADOS DE ALTA    : " WS-CONTADOR-ALTAS
           DISPLAY "SISTEMAS DESACTIVADOS     : " WS-CONTADOR-BAJAS
           DISPLAY "SISTEMAS MODIFICADOS      : " WS-CONTADOR-CAMBIOS.
