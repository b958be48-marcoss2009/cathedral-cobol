       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBERAR-RESERVAS-EFECTIVO.
       AUTHOR. MARCOS MUÑOZ.

      * Batch diario de reservas de efectivo: libera sin preguntar
      * nada las reservas vigentes cuyo día pactado ya pasó sin
      * que el cliente viniera a retirar (los fondos dejan de
      * contarse como retenidos y la bóveda deja de esperar esa
      * salida). Corre desatendido desde el parámetro RESERVAS y
      * como paso de la cadena nocturna, así que no tiene diálogo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-RESERVAS-EFE
               ASSIGN TO 'reservas_efectivo.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RE-NUMERO OF REGISTRO-RESERVA
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-RESERVAS-EFE.
           01 REGISTRO-RESERVA.
               COPY "reservaefectivo.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).

       01  WS-CANT-REVISADAS     PIC 9(06) VALUE ZERO.
       01  WS-CANT-LIBERADAS     PIC 9(06) VALUE ZERO.

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna (área común entre
      *    programas).
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- RESERVAS DE EFECTIVO NO RETIRADAS ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 100-LIBERAR-VENCIDAS.
           DISPLAY '---- RESERVAS REVISADAS: ' WS-CANT-REVISADAS.
           DISPLAY '---- RESERVAS LIBERADAS: ' WS-CANT-LIBERADAS.
           MOVE WS-CANT-REVISADAS TO CB-PROCESADOS.
           MOVE WS-CANT-LIBERADAS TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-LIBERAR-VENCIDAS SECTION.
               OPEN I-O ARCHIVO-RESERVAS-EFE.
               IF WS-FILE-STATUS = '35'
      *            Nunca se reservó efectivo: no hay nada que
      *            liberar ni motivo para frenar la cadena nocturna.
                   DISPLAY '--> SIN RESERVAS DE EFECTIVO'
               ELSE
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE RESERVAS'
      *            El error fatal se publica para que la cadena
      *            nocturna se detenga.
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-RESERVAS-EFE NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF RESERVA-VIGENTE
                                  OF REGISTRO-RESERVA
                                   ADD 1 TO WS-CANT-REVISADAS
      *                        El día pactado todavía se puede
      *                        retirar; se libera al día siguiente.
                                   IF RE-FECHA-RETIRO
                                      OF REGISTRO-RESERVA
                                      < WS-FECHA-HOY
                                       MOVE 'L' TO RE-ESTADO
                                           OF REGISTRO-RESERVA
                                       MOVE WS-FECHA-HOY
                                           TO RE-FECHA-BAJA
                                           OF REGISTRO-RESERVA
                                       REWRITE REGISTRO-RESERVA
                                       ADD 1 TO WS-CANT-LIBERADAS
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-RESERVAS-EFE
               END-IF
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
