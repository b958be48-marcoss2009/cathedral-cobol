      * cartera descontada y la liquidación al madurar cancela el
      * adelanto. Es un producto de crédito: respeta el umbral de
      * autorización de supervisor y la situación del deudor en la
      * clasificación mensual (situación 3 o peor no se descuenta),
      * y el nominal consume del margen crediticio del cliente.
      * Si el cheque vuelve impago, se debita el nominal de vuelta
      * y la contingencia queda avisada al cliente.

                           'NO REALIZADO'
                   END-IF
               END-IF.
      *        El nominal consume del margen crediticio del
      *        cliente; la firma ya pedida por el umbral sirve
      *        también para el exceso de margen.
               IF OPERACION-AUTORIZADA
                   CALL 'CONTROLAR-MARGEN-CREDITICIO' USING
                       CC-DNI-TITULAR OF RCC WS-CUENTA
                       CC-MONEDA OF RCC WS-MONTO-NOMINAL LK-OPERADOR
                       WS-AUTORIZANTE WS-OPERACION-AUTORIZADA
                   IF NOT OPERACION-AUTORIZADA
                       DISPLAY '--> DESCUENTO NO REALIZADO'
                   END-IF
               END-IF.

           150-ADELANTAR-Y-GRABAR SECTION.
               MOVE WS-CONCEPTO-ADELANTO TO WS-CONCEPTO.
