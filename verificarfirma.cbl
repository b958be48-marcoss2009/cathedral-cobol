       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICAR-FIRMA.
       AUTHOR. MARCOS MUÑOZ.

      * Paso de verificación de firma del cajero: muestra el
      * registro de firmas de la cuenta (espécimen escaneado,
      * carácter y vigencia) y pide al cajero que confirme si la
      * firma del cheque o del comprobante de retiro coincide. Si
      * no se sabe quién firmó (un cheque), lista primero las
      * firmas vigentes de la cuenta para que el cajero indique
      * cuál corresponde. Una firma sin registro vigente sólo pasa
      * con la credencial de un supervisor. Cada verificación queda
      * en verificaciones_firma.dat con el cajero que la hizo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-FIRMAS ASSIGN TO 'registro_firmas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-CLAVE OF REGISTRO-FIRMA
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-VERIFICACIONES
               ASSIGN TO 'verificaciones_firma.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-VER.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-FIRMAS.
           01 REGISTRO-FIRMA.
               COPY "firma.cpy".

       FD  ARCHIVO-VERIFICACIONES.
           01 REGISTRO-VERIFICACION.
               COPY "verificacionfirma.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-VER    PIC XX VALUE '00'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-FIRMAS-ABIERTO     PIC X(01) VALUE 'N'.
           88 FIRMAS-ABIERTO     VALUE 'S'.

       01  WS-DNI-FIRMA          PIC 9(08).
       01  WS-CANT-FIRMAS        PIC 9(03) VALUE ZERO.
       01  WS-RESULTADO-VER      PIC X(01).
       01  WS-RESPUESTA          PIC X(01).
       01  WS-AUTORIZANTE        PIC X(08).

      *    Para armar VF-FECHA-HORA en formato AAAAMMDDHHMMSS.
       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-HORA-AHORA         PIC 9(08).
       01  WS-FECHA-ACCION.
           05 WS-FA-FECHA        PIC 9(08).
           05 WS-FA-HORA         PIC 9(06).

       LINKAGE SECTION.
       01  LK-CUENTA             PIC 9(08).
      *    DNI de quien firma; cero = no se sabe (cheque) y se
      *    elige de la lista de firmas de la cuenta.
       01  LK-DNI                PIC 9(08).
       01  LK-ORIGEN             PIC X(12).
       01  LK-REFERENCIA         PIC 9(08).
       01  LK-OPERADOR           PIC X(08).
      *    'S' = firma verificada (o autorizada por supervisor),
      *    se puede pagar; 'N' = no se paga.
       01  LK-RESULTADO          PIC X(01).

       PROCEDURE DIVISION USING LK-CUENTA LK-DNI LK-ORIGEN
           LK-REFERENCIA LK-OPERADOR LK-RESULTADO.
       000-MAIN-LOGIC SECTION.
           MOVE 'N' TO LK-RESULTADO.
           MOVE SPACES TO WS-AUTORIZANTE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY '---- VERIFICACIÓN DE FIRMA, CUENTA '
               LK-CUENTA ' ----'.
           MOVE 'N' TO WS-FIRMAS-ABIERTO.
           OPEN INPUT ARCHIVO-FIRMAS.
           IF WS-FILE-STATUS = '00'
               SET FIRMAS-ABIERTO TO TRUE
           END-IF.
           MOVE LK-DNI TO WS-DNI-FIRMA.
           IF WS-DNI-FIRMA = ZERO
               PERFORM 100-ELEGIR-FIRMA
           END-IF.
           IF WS-DNI-FIRMA = ZERO
      *        El cajero no reconoce la firma entre las registradas.
               MOVE 'N' TO WS-RESULTADO-VER
               DISPLAY '--> LA FIRMA NO CORRESPONDE A NINGÚN '
                   'FIRMANTE REGISTRADO'
           ELSE
               PERFORM 200-COMPARAR-FIRMA
           END-IF.
           IF FIRMAS-ABIERTO
               CLOSE ARCHIVO-FIRMAS
           END-IF.
           PERFORM 300-REGISTRAR-VERIFICACION.
           MOVE WS-DNI-FIRMA TO LK-DNI.
           PERFORM 900-FINALIZAR-PROGRAMA.

      *    Lista las firmas vigentes de la cuenta y pide el DNI de
      *    la que corresponde a la del documento.
           100-ELEGIR-FIRMA SECTION.
               MOVE ZERO TO WS-CANT-FIRMAS.
               IF FIRMAS-ABIERTO
                   MOVE 'N' TO WS-EOF-FLAG
                   MOVE LK-CUENTA TO FR-CUENTA OF REGISTRO-FIRMA
                   MOVE ZERO TO FR-DNI OF REGISTRO-FIRMA
                   START ARCHIVO-FIRMAS
                       KEY IS >= FR-CLAVE OF REGISTRO-FIRMA
                       INVALID KEY
                           SET FIN-ARCHIVO TO TRUE
                   END-START
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-FIRMAS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF FR-CUENTA OF REGISTRO-FIRMA
                                  NOT = LK-CUENTA
                                   SET FIN-ARCHIVO TO TRUE
                               ELSE
                                   IF FIRMA-ACTIVA OF REGISTRO-FIRMA
                                       ADD 1 TO WS-CANT-FIRMAS
                                       PERFORM 110-MOSTRAR-FIRMA
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               IF WS-CANT-FIRMAS = ZERO
                   DISPLAY '--> LA CUENTA NO TIENE FIRMAS REGISTRADAS'
               END-IF.
               DISPLAY 'DNI de la firma que coincide con el '
                   'documento (0 = ninguna): ' WITH NO ADVANCING.
               ACCEPT WS-DNI-FIRMA.

           110-MOSTRAR-FIRMA SECTION.
               DISPLAY FR-DNI OF REGISTRO-FIRMA ' '
                   FR-NOMBRE OF REGISTRO-FIRMA ' ('
                   FR-CARACTER OF REGISTRO-FIRMA ') '
                   FR-IMAGEN OF REGISTRO-FIRMA.
               DISPLAY '    vigente desde '
                   FR-VIGENCIA-DESDE OF REGISTRO-FIRMA
                   ' hasta ' FR-VIGENCIA-HASTA OF REGISTRO-FIRMA.

      *    Busca el registro del firmante en la cuenta. Sin registro
      *    vigente no hay contra qué comparar: sólo un supervisor
      *    puede autorizar el pago.
           200-COMPARAR-FIRMA SECTION.
               MOVE 'S' TO WS-RESULTADO-VER.
               IF FIRMAS-ABIERTO
                   MOVE LK-CUENTA TO FR-CUENTA OF REGISTRO-FIRMA
                   MOVE WS-DNI-FIRMA TO FR-DNI OF REGISTRO-FIRMA
                   READ ARCHIVO-FIRMAS
                       KEY IS FR-CLAVE OF REGISTRO-FIRMA
                       INVALID KEY
                           MOVE 'S' TO WS-RESULTADO-VER
                       NOT INVALID KEY
                           IF FIRMA-DE-BAJA OF REGISTRO-FIRMA
                               MOVE 'S' TO WS-RESULTADO-VER
                           ELSE
                           IF FR-VIGENCIA-DESDE OF REGISTRO-FIRMA
                              > WS-FECHA-HOY
                              OR (FR-VIGENCIA-HASTA OF REGISTRO-FIRMA
                                  NOT = ZERO
                                  AND FR-VIGENCIA-HASTA
                                      OF REGISTRO-FIRMA
                                      < WS-FECHA-HOY)
                               MOVE 'V' TO WS-RESULTADO-VER
                           ELSE
                               MOVE 'C' TO WS-RESULTADO-VER
                           END-IF
                           END-IF
                   END-READ
               END-IF.
               EVALUATE WS-RESULTADO-VER
                   WHEN 'C'
                       PERFORM 110-MOSTRAR-FIRMA
                       DISPLAY '¿La firma del documento coincide '
                           'con el registro? (S/N): '
                           WITH NO ADVANCING
                       ACCEPT WS-RESPUESTA
                       IF WS-RESPUESTA = 'S' OR WS-RESPUESTA = 's'
                           MOVE 'S' TO LK-RESULTADO
                           DISPLAY '--> FIRMA CONFORME'
                       ELSE
                           MOVE 'N' TO WS-RESULTADO-VER
                           DISPLAY '--> FIRMA NO CONFORME'
                       END-IF
                   WHEN OTHER
                       IF WS-RESULTADO-VER = 'V'
                           DISPLAY '--> LA FIRMA REGISTRADA NO ESTÁ '
                               'VIGENTE'
                       ELSE
                           DISPLAY '--> EL DNI NO TIENE FIRMA '
                               'REGISTRADA EN LA CUENTA'
                       END-IF
                       DISPLAY '--> SÓLO SE PAGA CON AUTORIZACIÓN '
                           'DE UN SUPERVISOR'
                       CALL 'AUTORIZAR-SUPERVISOR' USING
                           WS-AUTORIZANTE
                       IF WS-AUTORIZANTE NOT = SPACES
                           MOVE 'S' TO LK-RESULTADO
                       END-IF
               END-EVALUATE.

           300-REGISTRAR-VERIFICACION SECTION.
               ACCEPT WS-HORA-AHORA FROM TIME.
               MOVE WS-FECHA-HOY TO WS-FA-FECHA.
      *        WS-HORA-AHORA viene como HHMMSSss, tomamos HHMMSS.
               DIVIDE WS-HORA-AHORA BY 100 GIVING WS-FA-HORA.
               MOVE WS-FECHA-ACCION TO VF-FECHA-HORA.
               MOVE LK-CUENTA TO VF-CUENTA.
               MOVE WS-DNI-FIRMA TO VF-DNI.
               MOVE LK-ORIGEN TO VF-ORIGEN.
               MOVE LK-REFERENCIA TO VF-REFERENCIA.
               MOVE WS-RESULTADO-VER TO VF-RESULTADO.
               MOVE LK-OPERADOR TO VF-OPERADOR.
               MOVE WS-AUTORIZANTE TO VF-AUTORIZANTE.

               OPEN EXTEND ARCHIVO-VERIFICACIONES.
               IF WS-FILE-STATUS-VER = '35'
                   OPEN OUTPUT ARCHIVO-VERIFICACIONES
               END-IF.
               IF WS-FILE-STATUS-VER NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL REGISTRO DE '
                       'VERIFICACIONES DE FIRMA'
               ELSE
                   WRITE REGISTRO-VERIFICACION
                   IF WS-FILE-STATUS-VER NOT = '00'
                       DISPLAY 'ERROR AL GRABAR LA VERIFICACIÓN'
                   END-IF
                   CLOSE ARCHIVO-VERIFICACIONES
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
