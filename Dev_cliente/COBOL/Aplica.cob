       FILE SECTION.
       FD  ENTRADA-FILE
           RECORDING MODE IS F.
       01  ENTRADA-RECORD          PIC X(100).

       FD  RESULT-INDEX-FILE.
           COPY CPRESIDX.
       77  WS-CONTADOR-LEIDOS      PIC 9(7) VALUE 0.
       77  WS-CONTADOR-APLICADOS   PIC 9(7) VALUE 0.
       77  WS-CONTADOR-DUPLICADOS  PIC 9(7) VALUE 0.
       77  WS-CONTADOR-ANULADOS    PIC 9(7) VALUE 0.

       01  WS-SWITCHES.
           05  WS-EOF-ENTRADA-SW   PIC X VALUE 'N'.
                   MOVE ENTRADA-RECORD TO RESIDX-RECORD
                   WRITE RESIDX-RECORD
                       INVALID KEY
                           IF RX-ESTADO = 'A'
                               PERFORM 2100-MARCAR-ANULADO
                           ELSE
                               ADD 1 TO WS-CONTADOR-DUPLICADOS
                           END-IF
                       NOT INVALID KEY
                           ADD 1 TO WS-CONTADOR-APLICADOS
                   END-WRITE
           END-READ.

       2100-MARCAR-ANULADO.
           REWRITE RESIDX-RECORD
               INVALID KEY
                   DISPLAY "ORIGINAL ANULADO NO ESTA EN RESINDX - "
                       RX-FECHA "/" RX-SECUENCIA
                   MOVE 8 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-ANULADOS
           END-REWRITE.

       9000-FINALIZAR.
           CLOSE ENTRADA-FILE
           CLOSE RESULT-INDEX-FILE
           DISPLAY "REGISTROS LEIDOS    : " WS-CONTADOR-LEIDOS
           DISPLAY "REGISTROS APLICADOS : " WS-CONTADOR-APLICADOS
           DISPLAY "CLAVES YA PRESENTES : " WS-CONTADOR-DUPLICADOS
           DISPLAY "ORIGINALES ANULADOS : " WS-CONTADOR-ANULADOS
           IF WS-CONTADOR-DUPLICADOS > 0
               DISPLAY "CLAVES YA PRESENTES - NORMAL SOLO EN UNA "
                   "REAPLICACION TRAS REINICIO"
