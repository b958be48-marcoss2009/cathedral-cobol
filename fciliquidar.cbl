       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDAR-RESCATES-FCI.
       AUTHOR. MARCOS MUÑOZ.

      * Batch diario de liquidación de rescates del fondo común de
      * inversión: acredita en la cuenta del cliente, a través de
      * MOVIMIENTO-CUENTA, cada rescate pendiente cuya fecha de
      * liquidación (día hábil siguiente al pedido) ya llegó, y lo
      * marca liquidado. Un rescate cuya cuenta no se pudo
      * acreditar queda pendiente y se reintenta en la corrida
      * siguiente.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-RESCATES-FCI
               ASSIGN TO 'fci_rescates.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-NUMERO OF REGISTRO-RESCATE
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-RESCATES-FCI.
           01 REGISTRO-RESCATE.
               COPY "fcirescate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).

       01  WS-OPERADOR           PIC X(08) VALUE 'BATCH'.
       01  WS-CANAL              PIC X(10) VALUE 'BATCH'.
       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.
       01  WS-CONCEPTO           PIC 9(03) VALUE 054.
       01  WS-CONVERSION.
           05 WS-CV-MONEDA-ORIGINAL PIC X(03) VALUE SPACES.
           05 WS-CV-MONTO-ORIGINAL  PIC S9(12)V99 VALUE ZERO.
           05 WS-CV-TASA-APLICADA   PIC 9(06)V9999 VALUE ZERO.

       01  WS-RESULTADO-MOVIMIENTO PIC X(01).
           88 MOVIMIENTO-OK        VALUE 'S'.

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna (área común entre
      *    programas).
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

      *    Titular del rescate, publicado como origen del crédito:
      *    los pesos son del propio titular y no sufren la
      *    retención de ingresos brutos.
       01  ORIGEN-CREDITO EXTERNAL.
           05 OC-DNI-ORIGEN      PIC 9(08).

       01  WS-CANT-VENCIDOS      PIC 9(06) VALUE ZERO.
       01  WS-CANT-LIQUIDADOS    PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- LIQUIDACIÓN DE RESCATES FCI ----'.
           CALL 'RESPALDAR-DATOS-BATCH'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 100-PROCESAR-RESCATES.
           DISPLAY '---- RESCATES A LIQUIDAR: ' WS-CANT-VENCIDOS.
           DISPLAY '---- RESCATES LIQUIDADOS: ' WS-CANT-LIQUIDADOS.
           MOVE WS-CANT-VENCIDOS TO CB-PROCESADOS.
           MOVE WS-CANT-LIQUIDADOS TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-PROCESAR-RESCATES SECTION.
               OPEN I-O ARCHIVO-RESCATES-FCI.
               IF WS-FILE-STATUS = '35'
                   DISPLAY '--> SIN RESCATES REGISTRADOS'
               ELSE
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL ABRIR LOS RESCATES DEL FONDO'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-RESCATES-FCI NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF RESCATE-PENDIENTE
                                      OF REGISTRO-RESCATE
                                  AND RF-FECHA-LIQUIDACION
                                      OF REGISTRO-RESCATE
                                      <= WS-FECHA-HOY
                                   ADD 1 TO WS-CANT-VENCIDOS
                                   PERFORM 110-LIQUIDAR-RESCATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-RESCATES-FCI
               END-IF
               END-IF.

      *    Acreditación sin pata de bóveda: los pesos vuelven del
      *    fondo a la cuenta sin que entre efectivo.
           110-LIQUIDAR-RESCATE SECTION.
               MOVE RF-DNI OF REGISTRO-RESCATE TO OC-DNI-ORIGEN.
               CALL 'MOVIMIENTO-CUENTA' USING
                   RF-CUENTA OF REGISTRO-RESCATE
                   RF-MONTO OF REGISTRO-RESCATE 'A'
                   WS-OPERADOR WS-CANAL WS-SIN-AUTORIZANTE
                   WS-CONCEPTO WS-CONVERSION
                   WS-RESULTADO-MOVIMIENTO.
               MOVE ZERO TO OC-DNI-ORIGEN.
               IF MOVIMIENTO-OK
                   MOVE 'L' TO RF-ESTADO OF REGISTRO-RESCATE
                   REWRITE REGISTRO-RESCATE
                   ADD 1 TO WS-CANT-LIQUIDADOS
               ELSE
                   DISPLAY '--> RESCATE ' RF-NUMERO OF REGISTRO-RESCATE
                       ': NO SE PUDO ACREDITAR LA CUENTA '
                       RF-CUENTA OF REGISTRO-RESCATE
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
