               RECORD KEY IS CTL-CLAVE OF REGISTRO-CONTROL
               FILE STATUS IS WS-FILE-STATUS-CTL.

      *    Maestro de cuentas, sólo para tomar el titular de la
      *    cuenta de origen: la acreditación es dinero propio del
      *    titular y no sufre la retención de ingresos brutos.
           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS-CTA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PLAZOS.
           01 REGISTRO-CONTROL.
               COPY "control.cpy".

       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS           PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CONTADOR  PIC XX VALUE '00'.
       01  WS-CONTROL-EXISTE        PIC X(01).
       01  WS-SUCURSAL-DEV-PF       PIC 9(03) VALUE 994.

      *    Titular de la cuenta de origen, publicado como origen
      *    del crédito para MOVIMIENTO-CUENTA.
       01  WS-FILE-STATUS-CTA       PIC XX VALUE '00'.
       01  ORIGEN-CREDITO EXTERNAL.
           05 OC-DNI-ORIGEN      PIC 9(08).

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

      *        El capital y el interés vuelven a la cuenta sin
      *        pata de bóveda: no entra efectivo por la ventanilla.
               IF WS-MONTO-ACREDITAR > ZERO
                   PERFORM 116-BUSCAR-TITULAR
                   CALL 'MOVIMIENTO-CUENTA' USING
                       PF-CUENTA-ORIGEN OF REGISTRO-PLAZO
                       WS-MONTO-ACREDITAR 'A' WS-OPERADOR WS-CANAL
                       WS-SIN-AUTORIZANTE WS-CONCEPTO WS-CONVERSION
                       WS-RESULTADO-MOVIMIENTO
                   MOVE ZERO TO OC-DNI-ORIGEN
               END-IF.

               IF NOT MOVIMIENTO-OK
                       ' NO SE PUDO ACREDITAR, SE REINTENTARÁ'
               ELSE
                   MOVE 'L' TO PF-ESTADO OF REGISTRO-PLAZO
                   MOVE WS-INTERES
                       TO PF-INTERES-PAGADO OF REGISTRO-PLAZO
                   MOVE WS-FECHA-HOY
                       TO PF-FECHA-LIQUIDACION OF REGISTRO-PLAZO
                   REWRITE REGISTRO-PLAZO
                   ADD 1 TO WS-CANT-LIQUIDADOS
      *            La liquidación consume el interés que el
      *    La renovación es un certificado nuevo por el mismo plazo
      *    y la misma tasa pactada, arrancando en el vencimiento
      *    del anterior.
      *    Titular de la cuenta de origen del certificado (cero si
      *    la cuenta no se encuentra: el crédito se trata como de
      *    un tercero).
           116-BUSCAR-TITULAR SECTION.
               MOVE ZERO TO OC-DNI-ORIGEN.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS-CTA = '00'
                   MOVE PF-CUENTA-ORIGEN OF REGISTRO-PLAZO
                       TO CC-NUMERO-CUENTA OF RCC
                   READ ARCHIVO-CUENTAS
                       KEY IS CC-NUMERO-CUENTA OF RCC
                       NOT INVALID KEY
                           MOVE CC-DNI-TITULAR OF RCC
                               TO OC-DNI-ORIGEN
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

           120-RENOVAR-CERTIFICADO SECTION.
               MOVE PF-FECHA-VENCIMIENTO OF REGISTRO-PLAZO
                   TO WS-FECHA-NUEVA.
                   MOVE WS-FECHA-NUEVA
                       TO PF-FECHA-VENCIMIENTO OF REGISTRO-PLAZO
                   MOVE 'V' TO PF-ESTADO OF REGISTRO-PLAZO
                   MOVE ZERO TO PF-INTERES-PAGADO OF REGISTRO-PLAZO
                   MOVE ZERO
                       TO PF-FECHA-LIQUIDACION OF REGISTRO-PLAZO
                   WRITE REGISTRO-PLAZO
                   IF WS-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR AL GRABAR LA RENOVACIÓN'
