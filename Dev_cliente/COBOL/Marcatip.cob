       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARCA-ATIPICOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVISION-FILE ASSIGN TO "REVATIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-CLAVE
               FILE STATUS IS WS-REVATIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVISION-FILE.
           COPY CPREVATI.

       WORKING-STORAGE SECTION.
       77  WS-REVATIP-STATUS       PIC X(2) VALUE SPACES.
       77  WS-USUARIO              PIC X(8) VALUE SPACES.
       77  WS-FECHA-HOY            PIC 9(8) VALUE 0.
       77  WS-HORA-COMPLETA        PIC 9(8) VALUE 0.
       77  WS-HORA-ACTUAL          PIC 9(6) VALUE 0.
       77  WS-FECHA-DESDE          PIC 9(8) VALUE 0.
       77  WS-OPCION               PIC X(1) VALUE SPACE.
       77  WS-ACCION               PIC X(1) VALUE SPACE.
       77  WS-MENSAJE              PIC X(45) VALUE SPACES.
       77  WS-MOTIVO-DESC          PIC X(30) VALUE SPACES.
       77  WS-CONTADOR-MOSTRADOS   PIC 9(5) VALUE 0.
       77  WS-CONTADOR-CONFIRMADOS PIC 9(5) VALUE 0.
       77  WS-CONTADOR-REVERSOS    PIC 9(5) VALUE 0.

       01  WS-SWITCHES.
           05  WS-SALIR-SW         PIC X VALUE 'N'.
               88  SALIR-REVISION          VALUE 'S'.
           05  WS-FIN-ARCHIVO-SW   PIC X VALUE 'N'.
               88  FIN-ARCHIVO             VALUE 'S'.
           05  WS-FIN-PASADA-SW    PIC X VALUE 'N'.
               88  FIN-PASADA              VALUE 'S'.
           05  WS-DECISION-SW      PIC X VALUE 'N'.
               88  DECISION-TOMADA         VALUE 'S'.

       SCREEN SECTION.
       01  PANTALLA-MENU.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE
               "=====================================================".
           05  LINE 2 COL 1 VALUE
               "     REVISION DE MOVIMIENTOS ATIPICOS".
           05  LINE 3 COL 1 VALUE
               "=====================================================".
           05  LINE 5 COL 1 VALUE "Usuario que revisa: ".
           05  COL PLUS 1 PIC X(8) FROM WS-USUARIO.
           05  LINE 7 COL 1 VALUE
               "Fecha desde (AAAAMMDD, 0=todas): ".
           05  COL PLUS 1 PIC 9(8) USING WS-FECHA-DESDE.
           05  LINE 8 COL 1 VALUE
               "Opcion (R=revisar pendientes, F=fin): ".
           05  COL PLUS 1 PIC X(1) USING WS-OPCION.
           05  LINE 10 COL 1 PIC X(45) FROM WS-MENSAJE.

       01  PANTALLA-ATIPICO.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE
               "=====================================================".
           05  LINE 2 COL 1 VALUE
               "     REVISION DE MOVIMIENTOS ATIPICOS - REVATIP".
           05  LINE 3 COL 1 VALUE
               "=====================================================".
           05  LINE 5 COL 1 VALUE "Fecha/secuencia : ".
           05  COL PLUS 1 PIC 9(8) FROM RV-FECHA.
           05  COL PLUS 1 PIC 9(7) FROM RV-SECUENCIA.
           05  COL PLUS 3 VALUE "Depto: ".
           05  COL PLUS 1 PIC X(4) FROM RV-DEPTO.
           05  LINE 6 COL 1 VALUE "Operacion       : ".
           05  COL PLUS 1 PIC -Z(4)9.99 FROM RV-NUM1.
           05  COL PLUS 1 PIC X(1) FROM RV-OPERACION.
           05  COL PLUS 1 PIC -Z(4)9.99 FROM RV-NUM2.
           05  LINE 7 COL 1 VALUE "Resultado       : ".
           05  COL PLUS 1 PIC -Z(9)9.99 FROM RV-RESULTADO.
           05  LINE 8 COL 1 VALUE "Motivo          : ".
           05  COL PLUS 1 PIC X(30) FROM WS-MOTIVO-DESC.
           05  LINE 10 COL 1 VALUE "Historia (movs) : ".
           05  COL PLUS 1 PIC Z(6)9 FROM RV-CANT-HISTORIA.
           05  LINE 11 COL 1 VALUE "Promedio        : ".
           05  COL PLUS 1 PIC Z(9)9.99 FROM RV-PROMEDIO.
           05  LINE 12 COL 1 VALUE "Desvio          : ".
           05  COL PLUS 1 PIC Z(9)9.99 FROM RV-DESVIO.
           05  LINE 13 COL 1 VALUE "Maximo normal   : ".
           05  COL PLUS 1 PIC Z(9)9.99 FROM RV-MAXIMO.
           05  LINE 14 COL 1 VALUE "Tope del depto  : ".
           05  COL PLUS 1 PIC Z(9)9.99 FROM RV-TOPE.
           05  LINE 15 COL 1 VALUE "Desvios / veces el maximo: ".
           05  COL PLUS 1 PIC ZZZZ9.99 FROM RV-DESVIOS.
           05  COL PLUS 1 VALUE "/".
           05  COL PLUS 1 PIC ZZZZ9.99 FROM RV-VECES-MAXIMO.
           05  LINE 17 COL 1 VALUE
               "Accion (C=confirmado, R=requiere reverso, O=omitir,".
           05  LINE 18 COL 1 VALUE
               "F=fin de pasada): ".
           05  COL PLUS 1 PIC X(1) USING WS-ACCION.
           05  LINE 20 COL 1 PIC X(45) FROM WS-MENSAJE.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR

           PERFORM 2000-ATENDER-SESION
               UNTIL SALIR-REVISION

           PERFORM 9000-FINALIZAR

           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-USUARIO FROM ENVIRONMENT "USER"
           IF WS-USUARIO = SPACES
               DISPLAY "NO SE PUDO IDENTIFICAR AL USUARIO - "
                   "NO SE ADMITEN REVISIONES ANONIMAS"
               MOVE 'S' TO WS-SALIR-SW
           END-IF

           OPEN I-O REVISION-FILE
           IF WS-REVATIP-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR REVATIP, STATUS: "
                   WS-REVATIP-STATUS
               MOVE 'S' TO WS-SALIR-SW
           END-IF.

       2000-ATENDER-SESION.
           MOVE SPACE TO WS-OPCION
           DISPLAY PANTALLA-MENU
           ACCEPT PANTALLA-MENU
           MOVE SPACES TO WS-MENSAJE

           EVALUATE WS-OPCION
               WHEN 'R'
                   PERFORM 3000-RECORRER-ATIPICOS
               WHEN 'F'
                   MOVE 'S' TO WS-SALIR-SW
               WHEN OTHER
                   MOVE "OPCION INVALIDA - USE R O F" TO WS-MENSAJE
           END-EVALUATE.

       3000-RECORRER-ATIPICOS.
           MOVE 'N' TO WS-FIN-ARCHIVO-SW
           MOVE 'N' TO WS-FIN-PASADA-SW
           MOVE 0 TO WS-CONTADOR-MOSTRADOS
           MOVE WS-FECHA-DESDE TO RV-FECHA
           MOVE 0 TO RV-SECUENCIA
           START REVISION-FILE KEY IS NOT LESS THAN RV-CLAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIN-ARCHIVO-SW
           END-START

           PERFORM 3100-LEER-ATIPICO
               UNTIL FIN-ARCHIVO OR FIN-PASADA

           IF WS-CONTADOR-MOSTRADOS = 0
               MOVE "NO HAY ATIPICOS PENDIENTES DE REVISION"
                   TO WS-MENSAJE
           END-IF.

       3100-LEER-ATIPICO.
           READ REVISION-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO-SW
               NOT AT END
                   IF RV-PENDIENTE
                       ADD 1 TO WS-CONTADOR-MOSTRADOS
                       PERFORM 3200-DECIDIR-ATIPICO
                   END-IF
           END-READ.

       3200-DECIDIR-ATIPICO.
           EVALUATE TRUE
               WHEN RV-MOTIVO-PERFIL
                   MOVE "FUERA DEL PERFIL HISTORICO"
                       TO WS-MOTIVO-DESC
               WHEN RV-MOTIVO-TOPE
                   MOVE "SOBRE EL TOPE DEL DEPARTAMENTO"
                       TO WS-MOTIVO-DESC
               WHEN RV-MOTIVO-AMBOS
                   MOVE "FUERA DE PERFIL Y SOBRE TOPE"
                       TO WS-MOTIVO-DESC
               WHEN OTHER
                   MOVE RV-MOTIVO TO WS-MOTIVO-DESC
           END-EVALUATE
           MOVE SPACE  TO WS-ACCION
           MOVE SPACES TO WS-MENSAJE
           MOVE 'N' TO WS-DECISION-SW

           PERFORM 3300-CAPTURAR-DECISION
               UNTIL DECISION-TOMADA.

       3300-CAPTURAR-DECISION.
           DISPLAY PANTALLA-ATIPICO
           ACCEPT PANTALLA-ATIPICO
           MOVE SPACES TO WS-MENSAJE

           EVALUATE WS-ACCION
               WHEN 'C'
                   MOVE 'C' TO RV-ESTADO
                   PERFORM 3400-GRABAR-DECISION
                   ADD 1 TO WS-CONTADOR-CONFIRMADOS
               WHEN 'R'
                   MOVE 'R' TO RV-ESTADO
                   PERFORM 3400-GRABAR-DECISION
                   ADD 1 TO WS-CONTADOR-REVERSOS
               WHEN 'O'
                   MOVE 'S' TO WS-DECISION-SW
               WHEN 'F'
                   MOVE 'S' TO WS-DECISION-SW
                   MOVE 'S' TO WS-FIN-PASADA-SW
               WHEN OTHER
                   MOVE "ACCION INVALIDA - USE C, R, O O F"
                       TO WS-MENSAJE
           END-EVALUATE.

       3400-GRABAR-DECISION.
           PERFORM 7100-TOMAR-FECHA-HORA
           MOVE WS-USUARIO     TO RV-USUARIO-REVISION
           MOVE WS-FECHA-HOY   TO RV-FECHA-REVISION
           MOVE WS-HORA-ACTUAL TO RV-HORA-REVISION
           REWRITE REVISION-RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO REGRABAR REVATIP, STATUS: "
                       WS-REVATIP-STATUS
           END-REWRITE
           MOVE 'S' TO WS-DECISION-SW.

       7100-TOMAR-FECHA-HORA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA FROM TIME
           DIVIDE WS-HORA-COMPLETA BY 100 GIVING WS-HORA-ACTUAL.

       9000-FINALIZAR.
           CLOSE REVISION-FILE
           DISPLAY "ATIPICOS CONFIRMADOS    : "
               WS-CONTADOR-CONFIRMADOS
           DISPLAY "REQUIEREN REVERSO       : " WS-CONTADOR-REVERSOS.
