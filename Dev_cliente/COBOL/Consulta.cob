                       MOVE RX-NUM1      TO WS-EDIT-NUM1
                       MOVE RX-NUM2      TO WS-EDIT-NUM2
                       MOVE RX-RESULTADO TO WS-EDIT-RESULTADO
                       DISPLAY RX-SECUENCIA " " RX-DEPTO " "
                           WS-EDIT-NUM1 " " RX-OPERACION " "
                           WS-EDIT-NUM2 " = " WS-EDIT-RESULTADO
                       PERFORM 3200-MOSTRAR-ANULACION
                   END-IF
           END-READ.

       3200-MOSTRAR-ANULACION.
           IF RX-TIPO-MOV = 'V'
               DISPLAY "        REVERSO DE " RX-REF-FECHA "/"
                   RX-REF-SECUENCIA
           END-IF
           IF RX-TIPO-MOV = 'H'
               DISPLAY "        REPARTO DE " RX-REF-FECHA "/"
                   RX-REF-SECUENCIA
           END-IF
           IF RX-ESTADO = 'A'
               DISPLAY "        ANULADO POR " RX-ANULA-USUARIO
                   " EL " RX-ANULA-FECHA " " RX-ANULA-HORA
                   " - REVERSO " RX-REF-FECHA "/" RX-REF-SECUENCIA
           END-IF.

       9000-FINALIZAR.
           CLOSE RESULT-INDEX-FILE.
