       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPURAR-REPORTES.
       AUTHOR. MARCOS MUÑOZ.

      * Batch de depuración del catálogo de reportes: borra de
      * reportes/ las copias cuya retención venció (RP-FECHA-
      * VENCIMIENTO, fijada al registrarlas con
      * PA-DIAS-RETENCION-REPORTES) y deja el renglón del catálogo
      * como depurado con la fecha, para que la consulta siga
      * mostrando que el reporte existió. Corre desatendido desde
      * el parámetro REPORTES-DEP y como último paso de la cadena
      * nocturna.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-REPORTES ASSIGN TO 'reportes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-NUMERO OF REGISTRO-REPORTE
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-REPORTES.
           01 REGISTRO-REPORTE.
               COPY "reporte.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-COPIA  PIC X(100).

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).

       01  WS-CANT-REVISADOS     PIC 9(06) VALUE ZERO.
       01  WS-CANT-DEPURADOS     PIC 9(06) VALUE ZERO.

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna (área común entre
      *    programas).
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- DEPURACIÓN DEL CATÁLOGO DE REPORTES ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 100-DEPURAR-VENCIDOS.
           DISPLAY '---- REPORTES VIGENTES REVISADOS: '
               WS-CANT-REVISADOS.
           DISPLAY '---- REPORTES DEPURADOS: ' WS-CANT-DEPURADOS.
           MOVE WS-CANT-REVISADOS TO CB-PROCESADOS.
           MOVE WS-CANT-DEPURADOS TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-DEPURAR-VENCIDOS SECTION.
               OPEN I-O ARCHIVO-REPORTES.
               IF WS-FILE-STATUS = '35'
      *            Todavía no se catalogó ningún reporte: no hay
      *            nada que depurar ni motivo para frenar la cadena.
                   DISPLAY '--> SIN REPORTES CATALOGADOS'
               ELSE
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL CATÁLOGO DE REPORTES'
      *            El error fatal se publica para que la cadena
      *            nocturna se detenga.
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-REPORTES NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF REPORTE-VIGENTE
                                  OF REGISTRO-REPORTE
                                   ADD 1 TO WS-CANT-REVISADOS
                                   IF RP-FECHA-VENCIMIENTO
                                      OF REGISTRO-REPORTE
                                      < WS-FECHA-HOY
                                       PERFORM 110-DEPURAR-REPORTE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-REPORTES
               END-IF
               END-IF.

      *    Si la copia ya no estaba (borrada a mano), el renglón
      *    igual queda depurado.
           110-DEPURAR-REPORTE SECTION.
               MOVE RP-ARCHIVO OF REGISTRO-REPORTE
                   TO NOMBRE-ARCHIVO-COPIA.
               CALL 'CBL_DELETE_FILE' USING NOMBRE-ARCHIVO-COPIA.
               MOVE 'D' TO RP-ESTADO OF REGISTRO-REPORTE.
               MOVE WS-FECHA-HOY
                   TO RP-FECHA-DEPURACION OF REGISTRO-REPORTE.
               REWRITE REGISTRO-REPORTE.
               ADD 1 TO WS-CANT-DEPURADOS.
      *        El código de retorno del borrado no es de la cadena.
               MOVE ZERO TO RETURN-CODE.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
