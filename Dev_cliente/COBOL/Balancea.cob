       77  WS-SUMA-RESULT          PIC S9(12)V99 VALUE 0.
       77  WS-SUMA-AUDIT           PIC S9(12)V99 VALUE 0.
       77  WS-SUMA-INDICE          PIC S9(12)V99 VALUE 0.
       77  WS-CANT-REV-RESULT      PIC 9(7) VALUE 0.
       77  WS-CANT-REV-AUDIT       PIC 9(7) VALUE 0.
       77  WS-CANT-REV-INDICE      PIC 9(7) VALUE 0.
       77  WS-SUMA-REV-RESULT      PIC S9(12)V99 VALUE 0.
       77  WS-SUMA-REV-AUDIT       PIC S9(12)V99 VALUE 0.
       77  WS-SUMA-REV-INDICE      PIC S9(12)V99 VALUE 0.
       77  WS-PARES-ROTOS          PIC 9(7) VALUE 0.
       77  WS-CLAVE-REVERSO        PIC X(15) VALUE SPACES.
       77  WS-EDIT-SUMA            PIC +Z(11)9.99.
       77  WS-JOB-IDX              PIC 9(2) VALUE 0.
       77  WS-JOB-ACTUAL           PIC X(8) VALUE SPACES.
           05  WS-FUE-SUMA         PIC +Z(11)9.99.
           05  FILLER              PIC X(85) VALUE SPACES.

       01  WS-LINEA-PARES.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(36) VALUE
               "PARES REVERSO/ORIGINAL SIN MARCA : ".
           05  WS-PAR-ROTOS        PIC Z(6)9.
           05  FILLER              PIC X(87) VALUE SPACES.

       01  WS-TABLA-JOBS.
           05  WS-JOB-CANT         PIC 9(2) VALUE 0.
           05  WS-JOB-ENTRADA OCCURS 10 TIMES.
               NOT AT END
                   ADD 1 TO WS-CANT-AUDIT
                   ADD AU-RESULTADO TO WS-SUMA-AUDIT
                   IF AU-TIPO-MOV = 'V'
                       ADD 1 TO WS-CANT-REV-AUDIT
                       ADD AU-RESULTADO TO WS-SUMA-REV-AUDIT
                   END-IF
                   IF WS-FECHA-CORRIDA = 0
                       MOVE AU-FECHA TO WS-FECHA-CORRIDA
                   ELSE
               NOT AT END
                   ADD 1 TO WS-CANT-RESULT
                   ADD RS-RESULTADO TO WS-SUMA-RESULT
                   IF RS-TIPO-MOV = 'V'
                       ADD 1 TO WS-CANT-REV-RESULT
                       ADD RS-RESULTADO TO WS-SUMA-REV-RESULT
                   END-IF
           END-READ.

       4000-CONTAR-INDICE.
                       IF JOB-HALLADO
                           ADD 1 TO WS-CANT-INDICE
                           ADD RX-RESULTADO TO WS-SUMA-INDICE
                           IF RX-TIPO-MOV = 'V'
                               PERFORM 4200-VERIFICAR-PAR-REVERSO
                           END-IF
                       END-IF
                   ELSE
                       MOVE 'S' TO WS-EOF-INDICE-SW
                   END-IF
           END-READ.

       4200-VERIFICAR-PAR-REVERSO.
           ADD 1 TO WS-CANT-REV-INDICE
           ADD RX-RESULTADO TO WS-SUMA-REV-INDICE
           MOVE RX-CLAVE     TO WS-CLAVE-REVERSO
           MOVE RX-REF-CLAVE TO RX-CLAVE
           READ RESULT-INDEX-FILE
               INVALID KEY
                   ADD 1 TO WS-PARES-ROTOS
                   DISPLAY "DESCUADRE - REVERSO " WS-CLAVE-REVERSO
                       " SIN ORIGINAL EN RESINDX"
               NOT INVALID KEY
                   IF RX-ESTADO NOT = 'A'
                    OR RX-REF-CLAVE NOT = WS-CLAVE-REVERSO
                       ADD 1 TO WS-PARES-ROTOS
                       DISPLAY "DESCUADRE - REVERSO " WS-CLAVE-REVERSO
                           " CON ORIGINAL " RX-CLAVE
                           " SIN MARCA DE ANULADO"
                   END-IF
           END-READ

           MOVE WS-CLAVE-REVERSO TO RX-CLAVE
           START RESULT-INDEX-FILE
               KEY IS GREATER THAN RX-CLAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-INDICE-SW
           END-START.

       5000-COMPARAR-SALIDAS.
           IF HAY-FECHAS-MEZCLADAS
               MOVE 'N' TO WS-CUADRA-SW
               MOVE 'N' TO WS-CUADRA-SW
               DISPLAY "DESCUADRE - IMPORTES DIFIEREN ENTRE "
                   "RESUSAL, AUDITLOG Y RESINDX"
           END-IF

           IF WS-CANT-REV-RESULT NOT = WS-CANT-REV-AUDIT
            OR WS-CANT-REV-RESULT NOT = WS-CANT-REV-INDICE
            OR WS-SUMA-REV-RESULT NOT = WS-SUMA-REV-AUDIT
            OR WS-SUMA-REV-RESULT NOT = WS-SUMA-REV-INDICE
               MOVE 'N' TO WS-CUADRA-SW
               DISPLAY "DESCUADRE - LOS REVERSOS DIFIEREN ENTRE "
                   "RESUSAL, AUDITLOG Y RESINDX"
           END-IF

           IF WS-PARES-ROTOS > 0
               MOVE 'N' TO WS-CUADRA-SW
               DISPLAY "DESCUADRE - " WS-PARES-ROTOS
                   " REVERSOS SIN ORIGINAL ANULADO EN RESINDX"
           END-IF.

       8000-CERTIFICADO.
               MOVE WS-LINEA-FUENTE TO WS-LINEA-TRABAJO
               PERFORM 8900-ESCRIBIR-LINEA

               MOVE SPACES TO WS-LINEA-TRABAJO
               PERFORM 8900-ESCRIBIR-LINEA
               MOVE "  REVERSOS INCLUIDOS EN LOS TOTALES"
                   TO WS-LINEA-TRABAJO
               PERFORM 8900-ESCRIBIR-LINEA
               MOVE "RESUSAL"          TO WS-FUE-NOMBRE
               MOVE WS-CANT-REV-RESULT TO WS-FUE-CANT
               MOVE WS-SUMA-REV-RESULT TO WS-FUE-SUMA
               MOVE WS-LINEA-FUENTE    TO WS-LINEA-TRABAJO
               PERFORM 8900-ESCRIBIR-LINEA
               MOVE "AUDITLOG"         TO WS-FUE-NOMBRE
               MOVE WS-CANT-REV-AUDIT  TO WS-FUE-CANT
               MOVE WS-SUMA-REV-AUDIT  TO WS-FUE-SUMA
               MOVE WS-LINEA-FUENTE    TO WS-LINEA-TRABAJO
               PERFORM 8900-ESCRIBIR-LINEA
               MOVE "RESINDX"          TO WS-FUE-NOMBRE
               MOVE WS-CANT-REV-INDICE TO WS-FUE-CANT
               MOVE WS-SUMA-REV-INDICE TO WS-FUE-SUMA
               MOVE WS-LINEA-FUENTE    TO WS-LINEA-TRABAJO
               PERFORM 8900-ESCRIBIR-LINEA
               MOVE WS-PARES-ROTOS     TO WS-PAR-ROTOS
               MOVE WS-LINEA-PARES     TO WS-LINEA-TRABAJO
               PERFORM 8900-ESCRIBIR-LINEA

               MOVE SPACES TO WS-LINEA-TRABAJO
               PERFORM 8900-ESCRIBIR-LINEA
           END-IF
