       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-REPARTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "IDXENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "REPREP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE
           RECORDING MODE IS F.
           COPY CPRESIDX.

       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  REPORTE-LINEA           PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-ENTRADA-STATUS       PIC X(2) VALUE SPACES.
       77  WS-REPORTE-STATUS       PIC X(2) VALUE SPACES.
       77  WS-RC-NUEVO             PIC 9(2) VALUE 0.
       77  WS-FECHA-PROCESO        PIC 9(8) VALUE 0.
       77  WS-CONTADOR-LEIDOS      PIC 9(7) VALUE 0.
       77  WS-FUENTE-FECHA         PIC 9(8) VALUE 0.
       77  WS-FUENTE-SECUENCIA     PIC 9(7) VALUE 0.
       77  WS-FUENTE-DEPTO         PIC X(4) VALUE SPACES.
       77  WS-FUENTE-IMPORTE       PIC S9(10)V99 VALUE 0.
       77  WS-GRUPO-HIJAS          PIC 9(5) VALUE 0.
       77  WS-GRUPO-DESCARGA       PIC S9(12)V99 VALUE 0.
       77  WS-GRUPO-DESTINOS       PIC S9(12)V99 VALUE 0.
       77  WS-GRUPO-DIFERENCIA     PIC S9(12)V99 VALUE 0.
       77  WS-TRABAJO-IMPORTE      PIC S9(12)V99 VALUE 0.
       77  WS-TOTAL-FUENTES        PIC 9(7) VALUE 0.
       77  WS-TOTAL-HIJAS          PIC 9(7) VALUE 0.
       77  WS-TOTAL-HUERFANAS      PIC 9(7) VALUE 0.
       77  WS-TOTAL-DESCUADRES     PIC 9(7) VALUE 0.
       77  WS-TOTAL-ENTRADA        PIC S9(12)V99 VALUE 0.
       77  WS-TOTAL-DESCARGA       PIC S9(12)V99 VALUE 0.
       77  WS-TOTAL-DESTINOS       PIC S9(12)V99 VALUE 0.
       77  WS-EDIT-SUMA            PIC +Z(11)9.99.
       77  WS-PAGINA               PIC 9(3) VALUE 0.
       77  WS-LINEAS-EN-PAGINA     PIC 9(2) VALUE 99.
       77  WS-MAX-LINEAS           PIC 9(2) VALUE 55.

       01  WS-LINEA-TRABAJO        PIC X(132) VALUE SPACES.

       01  WS-LINEA-ENCABEZADO-1.
           05  FILLER              PIC X(46) VALUE
               "CUADRE DE REPARTOS DEL DIA - REPORTE-REPARTOS".
           05  FILLER              PIC X(59) VALUE SPACES.
           05  FILLER              PIC X(7) VALUE "PAGINA ".
           05  WS-ENC-PAGINA       PIC ZZ9.
           05  FILLER              PIC X(17) VALUE SPACES.

       01  WS-LINEA-ENCABEZADO-2.
           05  FILLER              PIC X(17) VALUE
               "FECHA DE PROCESO:".
           05  WS-ENC-FECHA        PIC 9(8).
           05  FILLER              PIC X(107) VALUE SPACES.

       01  WS-LINEA-TIT-REPARTO.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(8) VALUE "LINEA".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE "FECHA/SECUENCIA".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE "DEPTO".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(6) VALUE "   PCT".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(17) VALUE
               "          IMPORTE".
           05  FILLER              PIC X(70) VALUE SPACES.

       01  WS-LINEA-DET-REPARTO.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-TIPO         PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-FECHA        PIC 9(8).
           05  FILLER              PIC X(1) VALUE "/".
           05  WS-DET-SECUENCIA    PIC 9(7).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-DEPTO        PIC X(5).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-PCT          PIC ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-IMPORTE      PIC +Z(11)9.99.
           05  FILLER              PIC X(70) VALUE SPACES.

       01  WS-LINEA-CUADRE.
           05  FILLER              PIC X(12) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "DESCARGA: ".
           05  WS-CUA-DESCARGA     PIC +Z(11)9.99.
           05  FILLER              PIC X(12) VALUE "  DESTINOS: ".
           05  WS-CUA-DESTINOS     PIC +Z(11)9.99.
           05  FILLER              PIC X(14) VALUE "  DIFERENCIA: ".
           05  WS-CUA-DIFERENCIA   PIC +Z(11)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-CUA-ESTADO       PIC X(9).
           05  FILLER              PIC X(22) VALUE SPACES.

       01  WS-LINEA-RUBRO.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RUBRO-ETIQUETA   PIC X(22).
           05  FILLER              PIC X(2) VALUE ": ".
           05  WS-RUBRO-VALOR      PIC X(20).
           05  FILLER              PIC X(86) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-ENTRADA-SW   PIC X VALUE 'N'.
               88  FIN-ENTRADA             VALUE 'S'.
           05  WS-ENTRADA-OK-SW    PIC X VALUE 'S'.
               88  ENTRADA-ABIERTA         VALUE 'S'.
           05  WS-REPORTE-OK-SW    PIC X VALUE 'N'.
               88  REPORTE-ABIERTO         VALUE 'S'.
           05  WS-FUENTE-SW        PIC X VALUE 'N'.
               88  HAY-FUENTE              VALUE 'S'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY "=============================="
           DISPLAY "   CUADRE DE REPARTOS DEL DIA"
           DISPLAY "=============================="

           PERFORM 1000-INICIALIZAR
           IF ENTRADA-ABIERTA AND REPORTE-ABIERTO
               PERFORM 2000-LEER-INDICE
                   UNTIL FIN-ENTRADA
               PERFORM 3000-CERRAR-GRUPO
               PERFORM 8000-TOTALES-REPARTO
           END-IF
           PERFORM 9000-FINALIZAR

           STOP RUN.

       1000-INICIALIZAR.
           OPEN INPUT ENTRADA-FILE
           IF WS-ENTRADA-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR IDXENT, STATUS: "
                   WS-ENTRADA-STATUS
               MOVE 'N' TO WS-ENTRADA-OK-SW
               MOVE 12 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF

           OPEN OUTPUT REPORTE-FILE
           IF WS-REPORTE-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR REPREP, STATUS: "
                   WS-REPORTE-STATUS
               MOVE 8 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           ELSE
               MOVE 'S' TO WS-REPORTE-OK-SW
               MOVE 0 TO WS-PAGINA
               MOVE 99 TO WS-LINEAS-EN-PAGINA
           END-IF.

       2000-LEER-INDICE.
           READ ENTRADA-FILE
               AT END
                   MOVE 'S' TO WS-EOF-ENTRADA-SW
               NOT AT END
                   ADD 1 TO WS-CONTADOR-LEIDOS
                   IF WS-FECHA-PROCESO = 0
                       MOVE RX-FECHA TO WS-FECHA-PROCESO
                   END-IF
                   IF RX-ESTADO NOT = 'A'
                       IF RX-TIPO-MOV = 'H'
                           PERFORM 2200-ACUMULAR-HIJA
                       ELSE
                           PERFORM 3000-CERRAR-GRUPO
                           PERFORM 2100-GUARDAR-FUENTE
                       END-IF
                   END-IF
           END-READ.

       2100-GUARDAR-FUENTE.
           MOVE 'S'          TO WS-FUENTE-SW
           MOVE RX-FECHA     TO WS-FUENTE-FECHA
           MOVE RX-SECUENCIA TO WS-FUENTE-SECUENCIA
           MOVE RX-DEPTO     TO WS-FUENTE-DEPTO
           MOVE RX-RESULTADO TO WS-FUENTE-IMPORTE
           MOVE 0 TO WS-GRUPO-HIJAS
           MOVE 0 TO WS-GRUPO-DESCARGA
           MOVE 0 TO WS-GRUPO-DESTINOS.

       2200-ACUMULAR-HIJA.
           IF NOT HAY-FUENTE
              OR RX-REF-FECHA NOT = WS-FUENTE-FECHA
              OR RX-REF-SECUENCIA NOT = WS-FUENTE-SECUENCIA
               PERFORM 2300-INFORMAR-HUERFANA
           ELSE
               IF WS-GRUPO-HIJAS = 0
                   PERFORM 2400-LINEA-FUENTE
               END-IF
               ADD 1 TO WS-GRUPO-HIJAS
               ADD 1 TO WS-TOTAL-HIJAS
               IF RX-DEPTO = WS-FUENTE-DEPTO
                   MOVE "DESCARGA" TO WS-DET-TIPO
                   ADD RX-RESULTADO TO WS-GRUPO-DESCARGA
               ELSE
                   MOVE "DESTINO"  TO WS-DET-TIPO
                   ADD RX-RESULTADO TO WS-GRUPO-DESTINOS
               END-IF
               PERFORM 2500-LINEA-HIJA
           END-IF.

       2300-INFORMAR-HUERFANA.
           ADD 1 TO WS-TOTAL-HUERFANAS
           MOVE 8 TO WS-RC-NUEVO
           PERFORM 9900-ESCALAR-RETURN-CODE
           DISPLAY "LINEA DE REPARTO " RX-FECHA "/" RX-SECUENCIA
               " SIN FUENTE " RX-REF-FECHA "/" RX-REF-SECUENCIA
           MOVE "HUERFANA" TO WS-DET-TIPO
           PERFORM 2500-LINEA-HIJA.

       2400-LINEA-FUENTE.
           MOVE SPACES TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE "FUENTE"           TO WS-DET-TIPO
           MOVE WS-FUENTE-FECHA     TO WS-DET-FECHA
           MOVE WS-FUENTE-SECUENCIA TO WS-DET-SECUENCIA
           MOVE WS-FUENTE-DEPTO    TO WS-DET-DEPTO
           MOVE 0                  TO WS-DET-PCT
           MOVE WS-FUENTE-IMPORTE  TO WS-DET-IMPORTE
           MOVE WS-LINEA-DET-REPARTO TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA.

       2500-LINEA-HIJA.
           MOVE RX-FECHA      TO WS-DET-FECHA
           MOVE RX-SECUENCIA  TO WS-DET-SECUENCIA
           MOVE RX-DEPTO      TO WS-DET-DEPTO
           MOVE RX-NUM1       TO WS-DET-PCT
           MOVE RX-RESULTADO  TO WS-DET-IMPORTE
           MOVE WS-LINEA-DET-REPARTO TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA.

       3000-CERRAR-GRUPO.
           IF HAY-FUENTE AND WS-GRUPO-HIJAS > 0
               ADD 1 TO WS-TOTAL-FUENTES
               ADD WS-FUENTE-IMPORTE TO WS-TOTAL-ENTRADA
               ADD WS-GRUPO-DESCARGA TO WS-TOTAL-DESCARGA
               ADD WS-GRUPO-DESTINOS TO WS-TOTAL-DESTINOS

               ADD WS-FUENTE-IMPORTE WS-GRUPO-DESCARGA
                   GIVING WS-GRUPO-DIFERENCIA
               SUBTRACT WS-FUENTE-IMPORTE FROM WS-GRUPO-DESTINOS
                   GIVING WS-TRABAJO-IMPORTE
               ADD WS-TRABAJO-IMPORTE TO WS-GRUPO-DIFERENCIA

               MOVE WS-GRUPO-DESCARGA   TO WS-CUA-DESCARGA
               MOVE WS-GRUPO-DESTINOS   TO WS-CUA-DESTINOS
               MOVE WS-GRUPO-DIFERENCIA TO WS-CUA-DIFERENCIA
               IF WS-GRUPO-DIFERENCIA = 0
                  AND WS-TRABAJO-IMPORTE = 0
                   MOVE "CUADRA"    TO WS-CUA-ESTADO
               ELSE
                   MOVE "DESCUADRE" TO WS-CUA-ESTADO
                   ADD 1 TO WS-TOTAL-DESCUADRES
                   MOVE 8 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
                   DISPLAY "REPARTO DESCUADRADO PARA LA FUENTE "
                       WS-FUENTE-FECHA "/" WS-FUENTE-SECUENCIA
               END-IF
               MOVE WS-LINEA-CUADRE TO WS-LINEA-TRABAJO
               PERFORM 8900-ESCRIBIR-LINEA
           END-IF
           MOVE 'N' TO WS-FUENTE-SW
           MOVE 0 TO WS-GRUPO-HIJAS.

       8000-TOTALES-REPARTO.
           IF WS-TOTAL-FUENTES = 0 AND WS-TOTAL-HUERFANAS = 0
               MOVE "  SIN REPARTOS EN LA CORRIDA"
                   TO WS-LINEA-TRABAJO
               PERFORM 8900-ESCRIBIR-LINEA
           END-IF

           MOVE SPACES TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE "ENTRADAS DE IDXSAL" TO WS-RUBRO-ETIQUETA
           MOVE WS-CONTADOR-LEIDOS TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "FUENTES REPARTIDAS" TO WS-RUBRO-ETIQUETA
           MOVE WS-TOTAL-FUENTES TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "LINEAS DE REPARTO" TO WS-RUBRO-ETIQUETA
           MOVE WS-TOTAL-HIJAS TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "ENTRADA A POOLS" TO WS-RUBRO-ETIQUETA
           MOVE WS-TOTAL-ENTRADA TO WS-EDIT-SUMA
           MOVE WS-EDIT-SUMA TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "DESCARGA DE POOLS" TO WS-RUBRO-ETIQUETA
           MOVE WS-TOTAL-DESCARGA TO WS-EDIT-SUMA
           MOVE WS-EDIT-SUMA TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "SALIDA A DESTINOS" TO WS-RUBRO-ETIQUETA
           MOVE WS-TOTAL-DESTINOS TO WS-EDIT-SUMA
           MOVE WS-EDIT-SUMA TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "FUENTES DESCUADRADAS" TO WS-RUBRO-ETIQUETA
           MOVE WS-TOTAL-DESCUADRES TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "LINEAS SIN FUENTE" TO WS-RUBRO-ETIQUETA
           MOVE WS-TOTAL-HUERFANAS TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "RESULTADO" TO WS-RUBRO-ETIQUETA
           IF WS-TOTAL-DESCUADRES = 0 AND WS-TOTAL-HUERFANAS = 0
               MOVE "POOLS CUADRADOS" TO WS-RUBRO-VALOR
           ELSE
               MOVE "DESCUADRE" TO WS-RUBRO-VALOR
           END-IF
           PERFORM 8800-ESCRIBIR-RUBRO

           MOVE SPACES TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE "*** FIN DEL REPORTE ***" TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA

           DISPLAY "FUENTES REPARTIDAS  : " WS-TOTAL-FUENTES
           DISPLAY "LINEAS DE REPARTO   : " WS-TOTAL-HIJAS
           DISPLAY "FUENTES DESCUADRADAS: " WS-TOTAL-DESCUADRES
           DISPLAY "LINEAS SIN FUENTE   : " WS-TOTAL-HUERFANAS.

       8800-ESCRIBIR-RUBRO.
           MOVE WS-LINEA-RUBRO TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE SPACES TO WS-RUBRO-VALOR.

       8900-ESCRIBIR-LINEA.
           IF WS-LINEAS-EN-PAGINA >= WS-MAX-LINEAS
               PERFORM 8950-ENCABEZADO-PAGINA
           END-IF
           WRITE REPORTE-LINEA FROM WS-LINEA-TRABAJO
           ADD 1 TO WS-LINEAS-EN-PAGINA.

       8950-ENCABEZADO-PAGINA.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA        TO WS-ENC-PAGINA
           MOVE WS-FECHA-PROCESO TO WS-ENC-FECHA
           WRITE REPORTE-LINEA FROM WS-LINEA-ENCABEZADO-1
           WRITE REPORTE-LINEA FROM WS-LINEA-ENCABEZADO-2
           MOVE SPACES TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           WRITE REPORTE-LINEA FROM WS-LINEA-TIT-REPARTO
           MOVE 4 TO WS-LINEAS-EN-PAGINA.

       9000-FINALIZAR.
           IF ENTRADA-ABIERTA
               CLOSE ENTRADA-FILE
           END-IF
           IF REPORTE-ABIERTO
               CLOSE REPORTE-FILE
               DISPLAY "REPORTE DE REPARTOS GRABADO EN REPREP"
           END-IF.

       9900-ESCALAR-RETURN-CODE.
           IF WS-RC-NUEVO > RETURN-CODE
               MOVE WS-RC-NUEVO TO RETURN-CODE
           END-IF.
