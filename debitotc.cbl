       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBITAR-RESUMENES-TARJETA.
       AUTHOR. MARCOS MUÑOZ.

      * Batch diario de vencimientos de resúmenes de tarjetas de
      * crédito: para cada cuenta tarjeta cuyo resumen venció y
      * todavía no se procesó, debita de la cuenta del cliente el
      * total o el mínimo según la instrucción de débito
      * automático, a través de MOVIMIENTO-CUENTA y con la misma
      * validación de fondos que el cobro de cuotas de préstamos.
      * Si los fondos no alcanzan para el total pero sí para el
      * mínimo, se debita el mínimo. Vencido el resumen sin cubrir
      * el pago mínimo, la cuenta tarjeta queda en mora (desde esa
      * fecha cuenta el atraso para la clasificación de deudores)
      * y bloqueada para compras hasta que se regularice; el
      * cliente recibe el aviso de mora.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CUENTAS-TARJETA
               ASSIGN TO 'cuentas_tarjeta.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-NUMERO OF REGISTRO-CUENTA-TARJETA
               FILE STATUS IS WS-FILE-STATUS-TC.

           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS-CTA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CUENTAS-TARJETA.
           01 REGISTRO-CUENTA-TARJETA.
               COPY "tarjetacredito.cpy".

       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-TC     PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTA    PIC XX VALUE '00'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).

      *    Validación de la cuenta de débito.
       01  WS-CUENTA-VALIDA      PIC X(01) VALUE 'N'.
           88 CUENTA-VALIDA      VALUE 'S'.
       01  WS-DESCUBIERTO-DISPONIBLE PIC S9(12)V99.
       01  WS-FONDOS-RETENIDOS   PIC S9(12)V99 VALUE ZERO.
       01  WS-DISPONIBLE         PIC S9(12)V99.

      *    Lo que falta pagar del resumen vencido: el total y el
      *    mínimo, netos de lo ya pagado desde el cierre.
       01  WS-PENDIENTE-TOTAL    PIC S9(12)V99.
       01  WS-PENDIENTE-MINIMO   PIC S9(12)V99.
       01  WS-MONTO-DEBITO       PIC S9(12)V99.

       01  WS-OPERADOR           PIC X(08) VALUE 'BATCH'.
       01  WS-CANAL              PIC X(10) VALUE 'BATCH'.
       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.
       01  WS-CONCEPTO           PIC 9(03) VALUE 050.
       01  WS-CONVERSION.
           05 WS-CV-MONEDA-ORIGINAL PIC X(03) VALUE SPACES.
           05 WS-CV-MONTO-ORIGINAL  PIC S9(12)V99 VALUE ZERO.
           05 WS-CV-TASA-APLICADA   PIC 9(06)V9999 VALUE ZERO.

       01  WS-RESULTADO-MOVIMIENTO PIC X(01).
           88 MOVIMIENTO-OK        VALUE 'S'.

      *    Aviso al cliente de resumen impago.
       01  WS-TIPO-EVENTO        PIC X(12) VALUE 'MORA-TC'.
       01  WS-DETALLE-EVENTO     PIC X(40).
       01  WS-MONTO-DISPLAY      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna (área común entre
      *    programas).
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

       01  WS-CANT-VENCIDOS      PIC 9(06) VALUE ZERO.
       01  WS-CANT-DEBITADOS     PIC 9(06) VALUE ZERO.
       01  WS-CANT-EN-MORA       PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- DÉBITO DE RESÚMENES DE TARJETAS ----'.
           CALL 'RESPALDAR-DATOS-BATCH'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 100-PROCESAR-CUENTAS.
           DISPLAY '---- RESÚMENES VENCIDOS: ' WS-CANT-VENCIDOS.
           DISPLAY '---- DÉBITOS APLICADOS: ' WS-CANT-DEBITADOS.
           DISPLAY '---- CUENTAS TARJETA EN MORA: ' WS-CANT-EN-MORA.
           MOVE WS-CANT-VENCIDOS TO CB-PROCESADOS.
           MOVE WS-CANT-DEBITADOS TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-PROCESAR-CUENTAS SECTION.
               OPEN I-O ARCHIVO-CUENTAS-TARJETA.
               IF WS-FILE-STATUS-TC = '35'
                   DISPLAY '--> SIN CUENTAS TARJETA REGISTRADAS'
               ELSE
               IF WS-FILE-STATUS-TC NOT = '00'
                   DISPLAY 'ERROR AL ABRIR LAS CUENTAS TARJETA'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-CUENTAS-TARJETA NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF NOT VENCIMIENTO-PROCESADO
                                      OF REGISTRO-CUENTA-TARJETA
                                  AND TC-FECHA-VENC-RESUMEN
                                      OF REGISTRO-CUENTA-TARJETA
                                      <= WS-FECHA-HOY
                                   ADD 1 TO WS-CANT-VENCIDOS
                                   PERFORM 110-PROCESAR-VENCIMIENTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CUENTAS-TARJETA
               END-IF
               END-IF.

           110-PROCESAR-VENCIMIENTO SECTION.
               COMPUTE WS-PENDIENTE-TOTAL =
                   TC-SALDO-RESUMEN OF REGISTRO-CUENTA-TARJETA
                   - TC-PAGOS-PERIODO OF REGISTRO-CUENTA-TARJETA.
               COMPUTE WS-PENDIENTE-MINIMO =
                   TC-PAGO-MINIMO OF REGISTRO-CUENTA-TARJETA
                   - TC-PAGOS-PERIODO OF REGISTRO-CUENTA-TARJETA.

               MOVE ZERO TO WS-MONTO-DEBITO.
               EVALUATE TRUE
                   WHEN DEBITA-TOTAL OF REGISTRO-CUENTA-TARJETA
                       MOVE WS-PENDIENTE-TOTAL TO WS-MONTO-DEBITO
                   WHEN DEBITA-MINIMO OF REGISTRO-CUENTA-TARJETA
                       MOVE WS-PENDIENTE-MINIMO TO WS-MONTO-DEBITO
               END-EVALUATE.

               IF WS-MONTO-DEBITO > ZERO
                   PERFORM 120-VALIDAR-CUENTA-DEBITO
                   IF CUENTA-VALIDA
                       IF WS-MONTO-DEBITO > WS-DISPONIBLE
                          AND WS-PENDIENTE-MINIMO <= WS-DISPONIBLE
                          AND WS-PENDIENTE-MINIMO > ZERO
                           MOVE WS-PENDIENTE-MINIMO TO WS-MONTO-DEBITO
                       END-IF
                       IF WS-MONTO-DEBITO <= WS-DISPONIBLE
                           PERFORM 130-DEBITAR
                       END-IF
                   END-IF
               END-IF.

               PERFORM 140-CONTROLAR-MORA.
               MOVE 'S' TO TC-VENC-PROCESADO OF REGISTRO-CUENTA-TARJETA.
               REWRITE REGISTRO-CUENTA-TARJETA.

      *    Misma validación que el cobro de cuotas: cuenta activa,
      *    saldo más descubierto menos fondos embargados.
           120-VALIDAR-CUENTA-DEBITO SECTION.
               MOVE 'N' TO WS-CUENTA-VALIDA.
               MOVE ZERO TO WS-DISPONIBLE.
               MOVE TC-CUENTA-DEBITO OF REGISTRO-CUENTA-TARJETA
                   TO CC-NUMERO-CUENTA OF RCC.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS-CTA = '00'
                   READ ARCHIVO-CUENTAS
                       KEY IS CC-NUMERO-CUENTA OF RCC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CUENTA-ACTIVA OF RCC
                               MOVE 'S' TO WS-CUENTA-VALIDA
                               IF CAJA-DE-AHORRO OF RCC
                                   MOVE ZERO
                                       TO WS-DESCUBIERTO-DISPONIBLE
                               ELSE
                                   MOVE CC-LIMITE-DESCUBIERTO OF RCC
                                       TO WS-DESCUBIERTO-DISPONIBLE
                               END-IF
                               COMPUTE WS-DISPONIBLE =
                                   CC-SALDO OF RCC
                                   + WS-DESCUBIERTO-DISPONIBLE
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
               END-IF.
               IF CUENTA-VALIDA
                   CALL 'CALCULAR-FONDOS-RETENIDOS' USING
                       TC-CUENTA-DEBITO OF REGISTRO-CUENTA-TARJETA
                       WS-FONDOS-RETENIDOS
                   SUBTRACT WS-FONDOS-RETENIDOS FROM WS-DISPONIBLE
               END-IF.

      *    El pago se debita como cargo sin pata de bóveda y
      *    cancela deuda de la cuenta tarjeta.
           130-DEBITAR SECTION.
               CALL 'MOVIMIENTO-CUENTA' USING
                   TC-CUENTA-DEBITO OF REGISTRO-CUENTA-TARJETA
                   WS-MONTO-DEBITO 'C' WS-OPERADOR WS-CANAL
                   WS-SIN-AUTORIZANTE WS-CONCEPTO
                   WS-CONVERSION WS-RESULTADO-MOVIMIENTO.
               IF MOVIMIENTO-OK
                   ADD WS-MONTO-DEBITO
                       TO TC-PAGOS-PERIODO OF REGISTRO-CUENTA-TARJETA
                   SUBTRACT WS-MONTO-DEBITO
                       FROM TC-SALDO-DEUDOR OF REGISTRO-CUENTA-TARJETA
                   ADD 1 TO WS-CANT-DEBITADOS
               END-IF.

      *    Vencido sin cubrir el mínimo: mora desde el primer
      *    vencimiento impago y bloqueo de compras. Cubierto, la
      *    cuenta vuelve a estar al día.
           140-CONTROLAR-MORA SECTION.
               IF TC-PAGOS-PERIODO OF REGISTRO-CUENTA-TARJETA
                  < TC-PAGO-MINIMO OF REGISTRO-CUENTA-TARJETA
                   ADD 1 TO WS-CANT-EN-MORA
                   IF TC-FECHA-IMPAGO OF REGISTRO-CUENTA-TARJETA
                      = ZERO
                       MOVE TC-FECHA-VENC-RESUMEN
                           OF REGISTRO-CUENTA-TARJETA
                           TO TC-FECHA-IMPAGO
                           OF REGISTRO-CUENTA-TARJETA
                   END-IF
                   IF CUENTA-TARJETA-ACTIVA OF REGISTRO-CUENTA-TARJETA
                       MOVE 'B' TO TC-ESTADO
                           OF REGISTRO-CUENTA-TARJETA
                   END-IF
                   PERFORM 150-AVISAR-MORA
               ELSE
                   MOVE ZERO
                       TO TC-FECHA-IMPAGO OF REGISTRO-CUENTA-TARJETA
                   IF CUENTA-TARJETA-BLOQUEADA
                      OF REGISTRO-CUENTA-TARJETA
                       MOVE 'A' TO TC-ESTADO
                           OF REGISTRO-CUENTA-TARJETA
                   END-IF
               END-IF.

           150-AVISAR-MORA SECTION.
               COMPUTE WS-MONTO-DISPLAY =
                   TC-PAGO-MINIMO OF REGISTRO-CUENTA-TARJETA
                   - TC-PAGOS-PERIODO OF REGISTRO-CUENTA-TARJETA.
               MOVE SPACES TO WS-DETALLE-EVENTO.
               STRING
                   "RESUMEN IMPAGO, MINIMO" DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   INTO WS-DETALLE-EVENTO
               END-STRING.
               CALL 'REGISTRAR-EVENTO' USING
                   WS-TIPO-EVENTO
                   TC-CUENTA-DEBITO OF REGISTRO-CUENTA-TARJETA
                   TC-DNI-TITULAR OF REGISTRO-CUENTA-TARJETA
                   WS-DETALLE-EVENTO.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
