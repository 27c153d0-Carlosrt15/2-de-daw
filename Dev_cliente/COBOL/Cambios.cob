       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-CAMBIOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMBIO-LOG-FILE ASSIGN TO "CAMBLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAMBLOG-STATUS.
           SELECT PARAM-FILE ASSIGN TO "PARMCAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "REPCAMB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMBIO-LOG-FILE
           RECORDING MODE IS F.
           COPY CPCAMLOG.

       FD  PARAM-FILE
           RECORDING MODE IS F.
       01  PARAM-RECORD.
           05  PR-MES-REPORTE      PIC X(6).
           05  FILLER              PIC X(74).

       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  REPORTE-LINEA           PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-CAMBLOG-STATUS       PIC X(2) VALUE SPACES.
       77  WS-PARAM-STATUS         PIC X(2) VALUE SPACES.
       77  WS-REPORTE-STATUS       PIC X(2) VALUE SPACES.
       77  WS-RC-NUEVO             PIC 9(2) VALUE 0.
       77  WS-MES-REPORTE          PIC 9(6) VALUE 0.
       77  WS-MES-TRABAJO          PIC 9(6) VALUE 0.
       77  WS-CANT-LEIDOS          PIC 9(7) VALUE 0.
       77  WS-CANT-MES             PIC 9(7) VALUE 0.
       77  WS-CANT-DEP-APROB       PIC 9(7) VALUE 0.
       77  WS-CANT-DEP-RECH        PIC 9(7) VALUE 0.
       77  WS-CANT-ERR-APROB       PIC 9(7) VALUE 0.
       77  WS-CANT-ERR-RECH        PIC 9(7) VALUE 0.
       77  WS-CANT-MISMO-USUARIO   PIC 9(7) VALUE 0.
       77  WS-PAGINA               PIC 9(3) VALUE 0.
       77  WS-LINEAS-EN-PAGINA     PIC 9(2) VALUE 99.
       77  WS-MAX-LINEAS           PIC 9(2) VALUE 55.

       01  WS-LINEA-TRABAJO        PIC X(132) VALUE SPACES.

       01  WS-LINEA-ENCABEZADO-1.
           05  FILLER              PIC X(46) VALUE
               "BITACORA DE CAMBIOS - REPORTE-CAMBIOS".
           05  FILLER              PIC X(59) VALUE SPACES.
           05  FILLER              PIC X(7) VALUE "PAGINA ".
           05  WS-ENC-PAGINA       PIC ZZ9.
           05  FILLER              PIC X(17) VALUE SPACES.

       01  WS-LINEA-ENCABEZADO-2.
           05  FILLER              PIC X(17) VALUE
               "MES DEL REPORTE: ".
           05  WS-ENC-MES          PIC 9(6).
           05  FILLER              PIC X(109) VALUE SPACES.

       01  WS-LINEA-TIT-CAMBIO.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE "DECISION".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(8) VALUE "ARCHIVO".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(4) VALUE "DEPT".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "CAMBIO".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(9) VALUE "RESULTADO".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(24) VALUE "CARGADO POR".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(8) VALUE "DECIDIO".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE SPACES.

       01  WS-LINEA-DET-CAMBIO.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-FECHA        PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DET-HORA         PIC 9(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-ARCHIVO      PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-DEPTO        PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-ACCION       PIC X(12).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-RESOLUCION   PIC X(9).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-USR-CARGA    PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DET-FECHA-CARGA  PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DET-HORA-CARGA   PIC 9(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-USR-DECISION PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-MARCA        PIC X(16).
           05  FILLER              PIC X(20) VALUE SPACES.

       01  WS-LINEA-IMAGEN.
           05  FILLER              PIC X(12) VALUE SPACES.
           05  WS-IMG-ETIQUETA     PIC X(9).
           05  WS-IMG-CONTENIDO    PIC X(64).
           05  FILLER              PIC X(47) VALUE SPACES.

       01  WS-LINEA-RUBRO.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RUBRO-ETIQUETA   PIC X(22).
           05  FILLER              PIC X(2) VALUE ": ".
           05  WS-RUBRO-VALOR      PIC X(20).
           05  FILLER              PIC X(86) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-PARAM-OK-SW      PIC X VALUE 'S'.
               88  PARAMETROS-VALIDOS      VALUE 'S'.
           05  WS-EOF-CAMBLOG-SW   PIC X VALUE 'N'.
               88  FIN-BITACORA            VALUE 'S'.
           05  WS-REPORTE-OK-SW    PIC X VALUE 'N'.
               88  REPORTE-ABIERTO         VALUE 'S'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY "=============================="
           DISPLAY "   BITACORA DE CAMBIOS"
           DISPLAY "=============================="

           PERFORM 1000-INICIALIZAR
           IF PARAMETROS-VALIDOS
               PERFORM 2000-LEER-CAMBIO
                   UNTIL FIN-BITACORA
               PERFORM 8000-TOTALES-CAMBIOS
           END-IF
           PERFORM 9000-FINALIZAR

           STOP RUN.

       1000-INICIALIZAR.
           PERFORM 1100-LEER-PARAMETROS

           IF PARAMETROS-VALIDOS
               OPEN INPUT CAMBIO-LOG-FILE
               IF WS-CAMBLOG-STATUS NOT = "00"
                   DISPLAY "ERROR AL ABRIR CAMBLOG, STATUS: "
                       WS-CAMBLOG-STATUS
                   MOVE 'N' TO WS-PARAM-OK-SW
                   MOVE 12 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
               END-IF
           END-IF

           IF PARAMETROS-VALIDOS
               OPEN OUTPUT REPORTE-FILE
               IF WS-REPORTE-STATUS NOT = "00"
                   DISPLAY "ERROR AL ABRIR REPCAMB, STATUS: "
                       WS-REPORTE-STATUS
                   CLOSE CAMBIO-LOG-FILE
                   MOVE 'N' TO WS-PARAM-OK-SW
                   MOVE 12 TO WS-RC-NUEVO
                   PERFORM 9900-ESCALAR-RETURN-CODE
               ELSE
                   MOVE 'S' TO WS-REPORTE-OK-SW
               END-IF
           END-IF.

       1100-LEER-PARAMETROS.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR PARMCAM, STATUS: "
                   WS-PARAM-STATUS
               MOVE 'N' TO WS-PARAM-OK-SW
           ELSE
               READ PARAM-FILE
                   AT END
                       DISPLAY "PARMCAM SIN TARJETA DE PARAMETROS"
                       MOVE 'N' TO WS-PARAM-OK-SW
                   NOT AT END
                       IF PR-MES-REPORTE NOT NUMERIC
                           DISPLAY "MES DE REPORTE NO NUMERICO: "
                               PR-MES-REPORTE
                           MOVE 'N' TO WS-PARAM-OK-SW
                       ELSE
                           MOVE PR-MES-REPORTE TO WS-MES-REPORTE
                           DISPLAY "MES DEL REPORTE     : "
                               WS-MES-REPORTE
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF

           IF NOT PARAMETROS-VALIDOS
               MOVE 12 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF.

       2000-LEER-CAMBIO.
           READ CAMBIO-LOG-FILE
               AT END
                   MOVE 'S' TO WS-EOF-CAMBLOG-SW
               NOT AT END
                   ADD 1 TO WS-CANT-LEIDOS
                   DIVIDE CL-FECHA-DECISION BY 100
                       GIVING WS-MES-TRABAJO
                   IF WS-MES-TRABAJO = WS-MES-REPORTE
                       PERFORM 2100-LISTAR-CAMBIO
                   END-IF
           END-READ.

       2100-LISTAR-CAMBIO.
           ADD 1 TO WS-CANT-MES
           MOVE CL-FECHA-DECISION   TO WS-DET-FECHA
           MOVE CL-HORA-DECISION    TO WS-DET-HORA
           MOVE CL-ARCHIVO          TO WS-DET-ARCHIVO
           MOVE CL-DEPTO            TO WS-DET-DEPTO
           MOVE CL-USUARIO-CARGA    TO WS-DET-USR-CARGA
           MOVE CL-FECHA-CARGA      TO WS-DET-FECHA-CARGA
           MOVE CL-HORA-CARGA       TO WS-DET-HORA-CARGA
           MOVE CL-USUARIO-DECISION TO WS-DET-USR-DECISION

           EVALUATE CL-ACCION
               WHEN 'A'
                   MOVE "ALTA"         TO WS-DET-ACCION
               WHEN 'B'
                   MOVE "BAJA"         TO WS-DET-ACCION
               WHEN 'R'
                   MOVE "REACTIVACION" TO WS-DET-ACCION
               WHEN 'M'
                   MOVE "MODIFICACION" TO WS-DET-ACCION
               WHEN 'C'
                   MOVE "CORRECCION"   TO WS-DET-ACCION
               WHEN OTHER
                   MOVE CL-ACCION      TO WS-DET-ACCION
           END-EVALUATE

           IF CL-APROBADO
               MOVE "APROBADO"  TO WS-DET-RESOLUCION
               IF CL-ARCHIVO = "DEPTMAST"
                   ADD 1 TO WS-CANT-DEP-APROB
               ELSE
                   ADD 1 TO WS-CANT-ERR-APROB
               END-IF
           ELSE
               MOVE "RECHAZADO" TO WS-DET-RESOLUCION
               IF CL-ARCHIVO = "DEPTMAST"
                   ADD 1 TO WS-CANT-DEP-RECH
               ELSE
                   ADD 1 TO WS-CANT-ERR-RECH
               END-IF
           END-IF

           MOVE SPACES TO WS-DET-MARCA
           IF CL-USUARIO-CARGA = CL-USUARIO-DECISION
               MOVE "*MISMO USUARIO*" TO WS-DET-MARCA
               ADD 1 TO WS-CANT-MISMO-USUARIO
               DISPLAY "CAMBIO DECIDIDO POR QUIEN LO CARGO: "
                   CL-ARCHIVO " " CL-FECHA-DECISION " "
                   CL-HORA-DECISION " " CL-USUARIO-CARGA
               MOVE 8 TO WS-RC-NUEVO
               PERFORM 9900-ESCALAR-RETURN-CODE
           END-IF

           MOVE SPACES TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE WS-LINEA-DET-CAMBIO TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE "ANTES  : "     TO WS-IMG-ETIQUETA
           MOVE CL-IMAGEN-ANTES TO WS-IMG-CONTENIDO
           MOVE WS-LINEA-IMAGEN TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE "DESPUES: "       TO WS-IMG-ETIQUETA
           MOVE CL-IMAGEN-DESPUES TO WS-IMG-CONTENIDO
           MOVE WS-LINEA-IMAGEN   TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA.

       8000-TOTALES-CAMBIOS.
           IF WS-CANT-MES = 0
               MOVE "  NO HUBO CAMBIOS DECIDIDOS EN EL MES"
                   TO WS-LINEA-TRABAJO
               PERFORM 8900-ESCRIBIR-LINEA
           END-IF

           MOVE SPACES TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE "CAMBIOS DEL MES" TO WS-RUBRO-ETIQUETA
           MOVE WS-CANT-MES TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "DEPTMAST APROBADOS" TO WS-RUBRO-ETIQUETA
           MOVE WS-CANT-DEP-APROB TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "DEPTMAST RECHAZADOS" TO WS-RUBRO-ETIQUETA
           MOVE WS-CANT-DEP-RECH TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "CORRECCIONES APROBADAS" TO WS-RUBRO-ETIQUETA
           MOVE WS-CANT-ERR-APROB TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "CORRECCIONES RECHAZ." TO WS-RUBRO-ETIQUETA
           MOVE WS-CANT-ERR-RECH TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO
           MOVE "DECIDIDOS POR EL AUTOR" TO WS-RUBRO-ETIQUETA
           MOVE WS-CANT-MISMO-USUARIO TO WS-RUBRO-VALOR
           PERFORM 8800-ESCRIBIR-RUBRO

           MOVE SPACES TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA
           MOVE "*** FIN DEL REPORTE ***" TO WS-LINEA-TRABAJO
           PERFORM 8900-ESCRIBIR-LINEA

           DISPLAY "REGISTROS EN BITACORA: " WS-CANT-LEIDOS
           DISPLAY "CAMBIOS DEL MES      : " WS-CANT-MES
           DISPLAY "DECIDIDOS POR AUTOR  : " WS-CANT-MISMO-USUARIO.

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
           MOVE WS-PAGINA      TO WS-ENC-PAGINA
           MOVE WS-MES-REPORTE TO WS-ENC-MES
           WRITE REPORTE-LINEA FROM WS-LINEA-ENCABEZADO-1
           WRITE REPORTE-LINEA FROM WS-LINEA-ENCABEZADO-2
           MOVE SPACES TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           WRITE REPORTE-LINEA FROM WS-LINEA-TIT-CAMBIO
           MOVE 4 TO WS-LINEAS-EN-PAGINA.

       9000-FINALIZAR.
           IF PARAMETROS-VALIDOS
               CLOSE CAMBIO-LOG-FILE
           END-IF
           IF REPORTE-ABIERTO
               CLOSE REPORTE-FILE
               DISPLAY "BITACORA DE CAMBIOS GRABADA EN REPCAMB"
           END-IF.

       9900-ESCALAR-RETURN-CODE.
           IF WS-RC-NUEVO > RETURN-CODE
               MOVE WS-RC-NUEVO TO RETURN-CODE
           END-IF.
