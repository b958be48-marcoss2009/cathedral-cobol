       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-MARGEN-CREDITICIO.
       AUTHOR. MARCOS MUÑOZ.

      * Reporte de márgenes crediticios para riesgo: recorre las
      * líneas de margen_crediticio.dat y lista los clientes con
      * la línea vencida, los que tienen tomado más de lo aprobado
      * (excesos autorizados por supervisor) y los que ya usan el
      * porcentaje de alerta de la línea (PA-PORC-ALERTA-MARGEN),
      * con la exposición de cada uno según
      * CALCULAR-EXPOSICION-CREDITICIA. Las líneas dadas de baja
      * no se listan.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-MARGENES ASSIGN TO 'margen_crediticio.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-DNI OF REGISTRO-MARGEN
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PARAM.

           SELECT ARCHIVO-REPORTE
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-REP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-MARGENES.
           01 REGISTRO-MARGEN.
               COPY "margencrediticio.cpy".

       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       FD  ARCHIVO-REPORTE
           RECORD CONTAINS 120 CHARACTERS.
           01  LINEA-REPORTE          PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM  PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REP    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-REPORTE PIC X(100).

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-PORC-ALERTA        PIC V9(04) VALUE 0.9000.

       01  WS-EXPOSICION.
           COPY "exposicion.cpy".
       01  WS-UMBRAL-ALERTA      PIC S9(14)V99.
       01  WS-PORC-USO           PIC S9(05)V99.
       01  WS-SITUACION          PIC X(12).

       01  WS-DNI-DISPLAY        PIC 9(08).
       01  WS-APROBADO-DISPLAY   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EXPOSICION-DISPLAY PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PORC-DISPLAY       PIC -ZZZZ9.99.

       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

       01  WS-CANT-LINEAS        PIC 9(06) VALUE ZERO.
       01  WS-CANT-LISTADAS      PIC 9(06) VALUE ZERO.
       01  WS-CANT-VENCIDAS      PIC 9(06) VALUE ZERO.
       01  WS-CANT-EXCEDIDAS     PIC 9(06) VALUE ZERO.
       01  WS-CANT-ALERTA        PIC 9(06) VALUE ZERO.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'REPORTE-MARGEN-CREDITICIO'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- REPORTE DE MÁRGENES CREDITICIOS ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 050-LEER-PARAMETROS.
           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE.
           STRING
               "margen_crediticio_" DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-REPORTE
           END-STRING.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-FILE-STATUS-REP NOT = '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REPORTE'
               MOVE 8 TO RETURN-CODE
               PERFORM 900-FINALIZAR-PROGRAMA
           END-IF.
           PERFORM 100-ESCRIBIR-ENCABEZADO.
           PERFORM 200-RECORRER-LINEAS.
           PERFORM 300-ESCRIBIR-TOTALES.
           CLOSE ARCHIVO-REPORTE.
           MOVE NOMBRE-ARCHIVO-REPORTE TO WS-ARCHIVO-CATALOGO.
           CALL 'REGISTRAR-REPORTE' USING
               WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
               WS-SUCURSAL-CATALOGO.
           DISPLAY '---> REPORTE EN ' NOMBRE-ARCHIVO-REPORTE.
           DISPLAY '---- LÍNEAS REVISADAS: ' WS-CANT-LINEAS.
           DISPLAY '---- CLIENTES LISTADOS: ' WS-CANT-LISTADAS.
           MOVE WS-CANT-LINEAS TO CB-PROCESADOS.
           MOVE WS-CANT-LISTADAS TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           050-LEER-PARAMETROS SECTION.
               OPEN INPUT ARCHIVO-PARAMETROS.
               IF WS-FILE-STATUS-PARAM = '00'
                   READ ARCHIVO-PARAMETROS
                   END-READ
                   IF PA-PORC-ALERTA-MARGEN NUMERIC
                      AND PA-PORC-ALERTA-MARGEN NOT = ZERO
                       MOVE PA-PORC-ALERTA-MARGEN TO WS-PORC-ALERTA
                   END-IF
                   CLOSE ARCHIVO-PARAMETROS
               END-IF.

           100-ESCRIBIR-ENCABEZADO SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "MARGENES CREDITICIOS AL " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "DNI       VENCE         LINEA APROBADA"
                   DELIMITED BY SIZE
                   "           EXPOSICION     USO %  SITUACION"
                   DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.

           200-RECORRER-LINEAS SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-MARGENES.
               IF WS-FILE-STATUS = '00'
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-MARGENES NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF MARGEN-VIGENTE OF REGISTRO-MARGEN
                                   ADD 1 TO WS-CANT-LINEAS
                                   PERFORM 210-EVALUAR-LINEA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-MARGENES
               END-IF.

      *    Una línea vencida se lista aunque tenga margen: lo que
      *    el cliente pida de nuevo va a necesitar supervisor.
           210-EVALUAR-LINEA SECTION.
               CALL 'CALCULAR-EXPOSICION-CREDITICIA' USING
                   MC-DNI OF REGISTRO-MARGEN WS-EXPOSICION.
               COMPUTE WS-UMBRAL-ALERTA ROUNDED =
                   MC-MONTO-APROBADO OF REGISTRO-MARGEN
                   * WS-PORC-ALERTA.
               IF MC-MONTO-APROBADO OF REGISTRO-MARGEN > ZERO
                   COMPUTE WS-PORC-USO ROUNDED =
                       EX-TOTAL OF WS-EXPOSICION * 100
                       / MC-MONTO-APROBADO OF REGISTRO-MARGEN
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-PORC-USO
                   END-COMPUTE
               ELSE
                   MOVE ZERO TO WS-PORC-USO
               END-IF.
               MOVE SPACES TO WS-SITUACION.
               EVALUATE TRUE
                   WHEN MC-FECHA-VENCIMIENTO OF REGISTRO-MARGEN
                        < WS-FECHA-HOY
                       MOVE 'VENCIDA' TO WS-SITUACION
                       ADD 1 TO WS-CANT-VENCIDAS
                   WHEN EX-TOTAL OF WS-EXPOSICION
                        > MC-MONTO-APROBADO OF REGISTRO-MARGEN
                       MOVE 'EXCEDIDA' TO WS-SITUACION
                       ADD 1 TO WS-CANT-EXCEDIDAS
                   WHEN EX-TOTAL OF WS-EXPOSICION >= WS-UMBRAL-ALERTA
                       MOVE 'CERCA LIMITE' TO WS-SITUACION
                       ADD 1 TO WS-CANT-ALERTA
               END-EVALUATE.
               IF WS-SITUACION NOT = SPACES
                   PERFORM 220-ESCRIBIR-RENGLON
               END-IF.

           220-ESCRIBIR-RENGLON SECTION.
               ADD 1 TO WS-CANT-LISTADAS.
               MOVE MC-DNI OF REGISTRO-MARGEN TO WS-DNI-DISPLAY.
               MOVE MC-MONTO-APROBADO OF REGISTRO-MARGEN
                   TO WS-APROBADO-DISPLAY.
               MOVE EX-TOTAL OF WS-EXPOSICION
                   TO WS-EXPOSICION-DISPLAY.
               MOVE WS-PORC-USO TO WS-PORC-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   WS-DNI-DISPLAY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   MC-FECHA-VENCIMIENTO OF REGISTRO-MARGEN
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-APROBADO-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EXPOSICION-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PORC-DISPLAY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-SITUACION DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.

           300-ESCRIBIR-TOTALES SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "LINEAS VIGENTES: " DELIMITED BY SIZE
                   WS-CANT-LINEAS DELIMITED BY SIZE
                   "  VENCIDAS: " DELIMITED BY SIZE
                   WS-CANT-VENCIDAS DELIMITED BY SIZE
                   "  EXCEDIDAS: " DELIMITED BY SIZE
                   WS-CANT-EXCEDIDAS DELIMITED BY SIZE
                   "  CERCA DEL LIMITE: " DELIMITED BY SIZE
                   WS-CANT-ALERTA DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
