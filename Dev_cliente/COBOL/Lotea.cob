       FILE SECTION.
       FD  ENTRADA-FILE
           RECORDING MODE IS F.
       01  ENTRADA-RECORD.
           05  EN-TIPO-REG         PIC X(1).
           05  FILLER              PIC X(28).

       FD  SALIDA-FILE
           RECORDING MODE IS F.
       77  WS-HORA-COMPLETA        PIC 9(8) VALUE 0.
       77  WS-HORA-INICIO          PIC 9(6) VALUE 0.
       77  WS-HORA-FIN             PIC 9(6) VALUE 0.
       77  WS-CONTADOR-MARCAS      PIC 9(5) VALUE 0.
       77  WS-CONTADOR-LIBERADOS   PIC 9(5) VALUE 0.

       01  WS-SWITCHES.
           05  WS-EOF-ENTRADA-SW   PIC X VALUE 'N'.
               88  FIN-ENTRADA             VALUE 'S'.
           05  WS-LOTEREG-OK-SW    PIC X VALUE 'N'.
               88  REGISTRO-LOTES-ABIERTO  VALUE 'S'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF

           OPEN I-O LOTE-REG-FILE
           IF WS-LOTEREG-STATUS NOT = "00"
               OPEN OUTPUT LOTE-REG-FILE
               CLOSE LOTE-REG-FILE
               OPEN I-O LOTE-REG-FILE
           END-IF
           IF WS-LOTEREG-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LOTEREG, STATUS: "
                   WS-LOTEREG-STATUS " - LOTE SIN REGISTRAR"
           ELSE
               MOVE 'S' TO WS-LOTEREG-OK-SW
           END-IF

           IF WS-RC-NUEVO = 0
               PERFORM 1100-ESCRIBIR-ENCABEZADO
           END-IF.
               AT END
                   MOVE 'S' TO WS-EOF-ENTRADA-SW
               NOT AT END
                   IF EN-TIPO-REG = 'H'
                       PERFORM 2200-ANOTAR-LIBERACION
                   ELSE
                       PERFORM 2050-ESCRIBIR-DETALLE
                   END-IF
           END-READ.

       2050-ESCRIBIR-DETALLE.
           MOVE ENTRADA-RECORD TO TRANS-RECORD
           ADD 1 TO WS-CONTADOR-DETALLE
           PERFORM 2100-ACUMULAR-HASH
           WRITE TRANS-RECORD
           IF WS-SALIDA-STATUS NOT = "00"
               DISPLAY "ERROR AL ESCRIBIR LOTESAL, STATUS: "
                   WS-SALIDA-STATUS
               MOVE 'S' TO WS-EOF-ENTRADA-SW
               MOVE 12 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF.

       2100-ACUMULAR-HASH.
           IF TR-NUM1 NUMERIC
               ADD TR-NUM1 TO WS-HASH-CALCULADO
               ADD TR-NUM2 TO WS-HASH-CALCULADO
           END-IF.

       2200-ANOTAR-LIBERACION.
           ADD 1 TO WS-CONTADOR-MARCAS
           IF REGISTRO-LOTES-ABIERTO
               MOVE ENTRADA-RECORD TO TRANS-HEADER-RECORD
               MOVE TH-FECHA-LOTE     TO LR-FECHA-LOTE
               MOVE TH-SISTEMA-ORIGEN TO LR-SISTEMA-ORIGEN
               READ LOTE-REG-FILE
                   INVALID KEY
                       DISPLAY "MARCA DE LOTE SIN REGISTRO EN LOTEREG: "
                           TH-FECHA-LOTE " " TH-SISTEMA-ORIGEN
                   NOT INVALID KEY
                       MOVE WS-FECHA-LOTE TO LR-FECHA-LIBERACION
                       REWRITE LOTREG-RECORD
                           INVALID KEY
                               DISPLAY "NO SE PUDO REGRABAR LOTEREG, "
                                   "STATUS: " WS-LOTEREG-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-CONTADOR-LIBERADOS
                       END-REWRITE
               END-READ
           END-IF.

       9000-FINALIZAR.
           IF WS-RC-NUEVO = 0
               MOVE SPACES             TO TRANS-TRAILER-RECORD
           MOVE WS-HASH-CALCULADO TO WS-EDIT-HASH
           DISPLAY "LOTE ARMADO - DETALLES: " WS-CONTADOR-DETALLE
               " HASH: " WS-EDIT-HASH
           IF WS-CONTADOR-MARCAS > 0
               DISPLAY "MARCAS DE LOTE ORIGEN OMITIDAS: "
                   WS-CONTADOR-MARCAS " - LOTES MARCADOS LIBERADOS: "
                   WS-CONTADOR-LIBERADOS
           END-IF

           IF WS-RC-NUEVO = 0
               PERFORM 9400-REGISTRAR-LOTE
           END-IF
           IF REGISTRO-LOTES-ABIERTO
               CLOSE LOTE-REG-FILE
           END-IF
           PERFORM 9500-REGISTRAR-CORRIDA.

       9400-REGISTRAR-LOTE.
           IF REGISTRO-LOTES-ABIERTO
               ACCEPT WS-HORA-COMPLETA FROM TIME
               DIVIDE WS-HORA-COMPLETA BY 100 GIVING WS-HORA-FIN
               MOVE SPACES              TO LOTREG-RECORD
                                   "STATUS: " WS-LOTEREG-STATUS
                       END-REWRITE
               END-WRITE
           END-IF.

       9500-REGISTRAR-CORRIDA.
