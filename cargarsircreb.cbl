       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAR-PADRON-SIRCREB.
       AUTHOR. MARCOS MUÑOZ.

      * Intake del padrón mensual de retenciones de ingresos brutos
      * sobre acreditaciones bancarias (SIRCREB): cada mes las
      * provincias publican el padrón y se deja caer como
      * padron_sircreb.txt (un renglón de formato fijo por
      * contribuyente: mes de vigencia, CUIT y alícuota en
      * porcentaje). Este batch lo vuelca a padron_sircreb.dat
      * bajo su mes; cada carga trae el padrón completo, así que
      * las entradas del mismo mes que esta vez no vinieron
      * salieron del padrón y se borran. Los padrones de meses
      * anteriores quedan para rearmar presentaciones pasadas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-INTAKE ASSIGN TO 'padron_sircreb.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-INT.

           SELECT ARCHIVO-PADRON ASSIGN TO 'padron_sircreb.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-CLAVE OF REGISTRO-PADRON
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-INTAKE.
           01  LINEA-INTAKE.
               05  IN-PERIODO          PIC 9(06).
               05  IN-CUIT             PIC 9(11).
      *        Alícuota en porcentaje con dos decimales (0150 =
      *        1,50 %), como la publica el padrón.
               05  IN-PORCENTAJE       PIC 9(02)V9(02).

       FD  ARCHIVO-PADRON.
           01 REGISTRO-PADRON.
               COPY "padronsircreb.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-INT    PIC XX VALUE '00'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-EOF-PADRON         PIC X(01) VALUE 'N'.
           88 FIN-PADRON         VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-ENTRADA-EXISTE     PIC X(01).

      *    Meses presentes en la carga del día: sólo de ésos se
      *    borran las entradas que no vinieron.
       01  WS-TABLA-PERIODOS.
           05 WS-PERIODO-RECIBIDO PIC 9(06) OCCURS 12 TIMES.
       01  WS-CANT-PERIODOS      PIC 9(02) VALUE ZERO.
       01  WS-IDX-PERIODO        PIC 9(02).
       01  WS-PERIODO-HALLADO    PIC X(01).

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna.
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

       01  WS-CANT-LEIDOS        PIC 9(06) VALUE ZERO.
       01  WS-CANT-GRABADOS      PIC 9(06) VALUE ZERO.
       01  WS-CANT-RECHAZADOS    PIC 9(06) VALUE ZERO.
       01  WS-CANT-BORRADOS      PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- CARGA DEL PADRÓN SIRCREB ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 100-CARGAR-INTAKE.
           IF WS-CANT-PERIODOS > ZERO
               PERFORM 200-DEPURAR-SALIDAS
           END-IF.
           DISPLAY '---- RENGLONES LEÍDOS: ' WS-CANT-LEIDOS.
           DISPLAY '---- CONTRIBUYENTES GRABADOS: ' WS-CANT-GRABADOS.
           DISPLAY '---- RENGLONES RECHAZADOS: ' WS-CANT-RECHAZADOS.
           DISPLAY '---- SALIDOS DEL PADRÓN: ' WS-CANT-BORRADOS.
           MOVE WS-CANT-LEIDOS TO CB-PROCESADOS.
           MOVE WS-CANT-GRABADOS TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-CARGAR-INTAKE SECTION.
               OPEN INPUT ARCHIVO-INTAKE.
               IF WS-FILE-STATUS-INT = '35'
                   DISPLAY '--> SIN PADRÓN SIRCREB NUEVO HOY'
               ELSE
               IF WS-FILE-STATUS-INT NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DEL PADRÓN'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN I-O ARCHIVO-PADRON
                   IF WS-FILE-STATUS = '35'
                       OPEN OUTPUT ARCHIVO-PADRON
                       CLOSE ARCHIVO-PADRON
                       OPEN I-O ARCHIVO-PADRON
                   END-IF
                   IF WS-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR AL ABRIR EL PADRÓN SIRCREB'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM UNTIL FIN-ARCHIVO
                           READ ARCHIVO-INTAKE
                               AT END
                                   SET FIN-ARCHIVO TO TRUE
                               NOT AT END
                                   ADD 1 TO WS-CANT-LEIDOS
                                   PERFORM 110-APLICAR-RENGLON
                           END-READ
                       END-PERFORM
                       CLOSE ARCHIVO-PADRON
                   END-IF
                   CLOSE ARCHIVO-INTAKE
               END-IF
               END-IF.

      *    Un renglón sin mes o sin CUIT válido no se carga: no hay
      *    forma de asignarlo a un contribuyente.
           110-APLICAR-RENGLON SECTION.
               IF IN-PERIODO NOT NUMERIC OR IN-PERIODO = ZERO
                  OR IN-CUIT NOT NUMERIC OR IN-CUIT = ZERO
                  OR IN-PORCENTAJE NOT NUMERIC
                   ADD 1 TO WS-CANT-RECHAZADOS
                   DISPLAY '--> RENGLÓN INVÁLIDO: ' LINEA-INTAKE
               ELSE
                   PERFORM 120-ANOTAR-PERIODO
                   PERFORM 115-ARMAR-CLAVE
                   MOVE 'S' TO WS-ENTRADA-EXISTE
                   READ ARCHIVO-PADRON
                       KEY IS PS-CLAVE OF REGISTRO-PADRON
                       INVALID KEY
                           MOVE 'N' TO WS-ENTRADA-EXISTE
                           PERFORM 115-ARMAR-CLAVE
                   END-READ
                   COMPUTE PS-ALICUOTA OF REGISTRO-PADRON =
                       IN-PORCENTAJE / 100
                   MOVE WS-FECHA-HOY
                       TO PS-FECHA-CARGA OF REGISTRO-PADRON
                   IF WS-ENTRADA-EXISTE = 'S'
                       REWRITE REGISTRO-PADRON
                   ELSE
                       WRITE REGISTRO-PADRON
                   END-IF
                   IF WS-FILE-STATUS = '00'
                       ADD 1 TO WS-CANT-GRABADOS
                   END-IF
               END-IF.

      *    La clave lleva el DNI contenido en el CUIT adelante.
           115-ARMAR-CLAVE SECTION.
               MOVE IN-CUIT TO PS-CUIT OF REGISTRO-PADRON.
               MOVE IN-PERIODO TO PS-PERIODO OF REGISTRO-PADRON.
               MOVE PS-CUIT-DNI OF REGISTRO-PADRON
                   TO PS-DNI OF REGISTRO-PADRON.
               MOVE PS-CUIT-PREFIJO OF REGISTRO-PADRON
                   TO PS-PREFIJO OF REGISTRO-PADRON.
               MOVE PS-CUIT-VERIFICADOR OF REGISTRO-PADRON
                   TO PS-VERIFICADOR OF REGISTRO-PADRON.

           120-ANOTAR-PERIODO SECTION.
               MOVE 'N' TO WS-PERIODO-HALLADO.
               PERFORM VARYING WS-IDX-PERIODO FROM 1 BY 1
                   UNTIL WS-IDX-PERIODO > WS-CANT-PERIODOS
                   IF WS-PERIODO-RECIBIDO (WS-IDX-PERIODO)
                      = IN-PERIODO
                       MOVE 'S' TO WS-PERIODO-HALLADO
                   END-IF
               END-PERFORM.
               IF WS-PERIODO-HALLADO = 'N' AND WS-CANT-PERIODOS < 12
                   ADD 1 TO WS-CANT-PERIODOS
                   MOVE IN-PERIODO
                       TO WS-PERIODO-RECIBIDO (WS-CANT-PERIODOS)
               END-IF.

      *    Cada carga trae el padrón completo del mes: lo que de un
      *    mes recibido no vino hoy es un contribuyente que salió
      *    del padrón.
           200-DEPURAR-SALIDAS SECTION.
               OPEN I-O ARCHIVO-PADRON.
               IF WS-FILE-STATUS = '00'
                   PERFORM UNTIL FIN-PADRON
                       READ ARCHIVO-PADRON NEXT RECORD
                           AT END
                               SET FIN-PADRON TO TRUE
                           NOT AT END
                               PERFORM 210-DEPURAR-ENTRADA
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-PADRON
               END-IF.

           210-DEPURAR-ENTRADA SECTION.
               MOVE 'N' TO WS-PERIODO-HALLADO.
               PERFORM VARYING WS-IDX-PERIODO FROM 1 BY 1
                   UNTIL WS-IDX-PERIODO > WS-CANT-PERIODOS
                   IF WS-PERIODO-RECIBIDO (WS-IDX-PERIODO)
                       = PS-PERIODO OF REGISTRO-PADRON
                       MOVE 'S' TO WS-PERIODO-HALLADO
                   END-IF
               END-PERFORM.
               IF WS-PERIODO-HALLADO = 'S'
                  AND PS-FECHA-CARGA OF REGISTRO-PADRON
                      < WS-FECHA-HOY
                   DELETE ARCHIVO-PADRON RECORD
                   IF WS-FILE-STATUS = '00'
                       ADD 1 TO WS-CANT-BORRADOS
                   END-IF
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
