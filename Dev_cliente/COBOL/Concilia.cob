       77  WS-EX-IMP-EXT           PIC S9(10)V99 VALUE 0.
       77  WS-EX-IMP-ACK           PIC S9(10)V99 VALUE 0.
       77  WS-EX-ESTADO            PIC X(1) VALUE SPACE.
       77  WS-EX-DEPTO             PIC X(4) VALUE SPACES.
       77  WS-DEPTO-EXT            PIC X(4) VALUE SPACES.
       77  WS-EDIT-IMPORTE         PIC +Z(9)9.99.
       77  WS-EDIT-TOTAL           PIC +Z(11)9.99.
       77  WS-RUNHIST-STATUS       PIC X(2) VALUE SPACES.
                           ADD 1 TO WS-CANT-EXTRACTO
                           MOVE WS-CANT-EXTRACTO TO WS-SEC-EXTRACTO
                           MOVE GL-RESULTADO TO WS-RESULTADO-EXT
                           MOVE GL-DEPTO     TO WS-DEPTO-EXT
                           MOVE 'S' TO WS-DETALLE-EXT-SW
                       WHEN 'T'
                           MOVE GL-TOTAL-CONTROL TO WS-TOTAL-EXTRACTO
                   MOVE 0            TO WS-EX-IMP-EXT
                   MOVE AK-RESULTADO TO WS-EX-IMP-ACK
                   MOVE AK-ESTADO    TO WS-EX-ESTADO
                   MOVE SPACES       TO WS-EX-DEPTO
                   PERFORM 7100-GRABAR-EXCEPCION
               ELSE
                   PERFORM 3200-DESCARTAR-NO-CONTABILIZADA
           MOVE WS-RESULTADO-EXT TO WS-EX-IMP-EXT
           MOVE 0                TO WS-EX-IMP-ACK
           MOVE SPACE            TO WS-EX-ESTADO
           MOVE WS-DEPTO-EXT     TO WS-EX-DEPTO
           PERFORM 7100-GRABAR-EXCEPCION
           PERFORM 2000-LEER-DETALLE-EXTRACTO.

               MOVE WS-RESULTADO-EXT TO WS-EX-IMP-EXT
               MOVE AK-RESULTADO     TO WS-EX-IMP-ACK
               MOVE AK-ESTADO        TO WS-EX-ESTADO
               MOVE WS-DEPTO-EXT     TO WS-EX-DEPTO
               PERFORM 7100-GRABAR-EXCEPCION
           ELSE
               IF AK-RESULTADO NOT = WS-RESULTADO-EXT
                   MOVE WS-RESULTADO-EXT TO WS-EX-IMP-EXT
                   MOVE AK-RESULTADO     TO WS-EX-IMP-ACK
                   MOVE AK-ESTADO        TO WS-EX-ESTADO
                   MOVE WS-DEPTO-EXT     TO WS-EX-DEPTO
                   PERFORM 7100-GRABAR-EXCEPCION
               END-IF
           END-IF.
           MOVE 0            TO WS-EX-IMP-EXT
           MOVE AK-RESULTADO TO WS-EX-IMP-ACK
           MOVE AK-ESTADO    TO WS-EX-ESTADO
           MOVE SPACES       TO WS-EX-DEPTO
           PERFORM 7100-GRABAR-EXCEPCION.

       4000-MARCAR-NO-CONTABILIZADAS.
               MOVE 0      TO WS-EX-IMP-EXT
               MOVE 0      TO WS-EX-IMP-ACK
               MOVE SPACE  TO WS-EX-ESTADO
               MOVE SPACES TO WS-EX-DEPTO
               PERFORM 7100-GRABAR-EXCEPCION
           ELSE
               IF WS-TOTAL-ACK NOT = WS-TOTAL-EXTRACTO
                   MOVE WS-TOTAL-EXTRACTO TO WS-EX-IMP-EXT
                   MOVE WS-TOTAL-ACK  TO WS-EX-IMP-ACK
                   MOVE SPACE         TO WS-EX-ESTADO
                   MOVE SPACES        TO WS-EX-DEPTO
                   PERFORM 7100-GRABAR-EXCEPCION
               END-IF
           END-IF.
           MOVE WS-EX-IMP-EXT   TO EX-IMPORTE-EXTRACTO
           MOVE WS-EX-IMP-ACK   TO EX-IMPORTE-ACK
           MOVE WS-EX-ESTADO    TO EX-ESTADO-ACK
           MOVE WS-EX-DEPTO     TO EX-DEPTO
           MOVE WS-FECHA-EXTRACTO TO EX-FECHA-EXTRACTO
           WRITE EXCEPCION-RECORD
           IF WS-EXCEP-STATUS NOT = "00"
               DISPLAY "ERROR AL ESCRIBIR EXCEPCON, STATUS: "
