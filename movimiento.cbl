       AUTHOR. MARCOS MUÑOZ.

      * Este programa va a escribir los movimientos de una cuenta
      * y actualizar saldos. En el mismo posteo retiene el impuesto
      * a los débitos y créditos y, sobre las acreditaciones a
      * titulares del padrón SIRCREB, la retención de ingresos
      * brutos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    diarios computan por esta fecha).
       01  WS-HORA-CORTE         PIC 9(04) VALUE ZERO.
       01  WS-HORA-MOV           PIC 9(04).
      *    Hora de corte propia de la sucursal de la cuenta, si el
      *    maestro de sucursales le carga una; si no, la general.
       01  WS-HORA-CORTE-CUENTA  PIC 9(04) VALUE ZERO.
       01  WS-SUCURSAL-DATOS.
           COPY "sucursal.cpy".
       01  WS-SUCURSAL-ENCONTRADA PIC X(01).
       01  WS-FECHA-VALOR        PIC 9(08).
       01  WS-UN-DIA             PIC 9(03) VALUE 001.

       01  BOVEDA-SESION EXTERNAL.
           05 BV-SUCURSAL-CAJERO PIC 9(03).

      *    Titular de la cuenta de origen de una transferencia,
      *    publicado por el llamador antes de postear la pata de
      *    crédito (cero en cualquier otro crédito): entre cuentas
      *    del mismo titular la acreditación no sufre la retención
      *    de ingresos brutos.
       01  ORIGEN-CREDITO EXTERNAL.
           05 OC-DNI-ORIGEN      PIC 9(08).

      *    Retención de ingresos brutos sobre acreditaciones
      *    (SIRCREB): alícuota del titular en el padrón del mes y
      *    su concepto propio; lo retenido se acumula en su propia
      *    cuenta de control (sucursal reservada 992), aparte del
      *    impuesto a los débitos y créditos, porque se deposita
      *    a otro fisco y cada liquidación cuadra contra la suya.
       01  WS-ALICUOTA-SIRCREB   PIC V9(04) VALUE ZERO.
       01  WS-CUIT-SIRCREB       PIC 9(11).
       01  WS-PERIODO-SIRCREB    PIC 9(06).
       01  WS-CONCEPTO-SIRCREB   PIC 9(03) VALUE 067.
       01  WS-SUCURSAL-SIRCREB   PIC 9(03) VALUE 992.

      *    Cobro automático de comisiones impagas cuando entra un
      *    crédito: la más vieja primero, sólo con saldo positivo
      *    (nunca empujan la cuenta al descubierto).
       01  WS-IMPUESTO           PIC S9(12)V99 VALUE ZERO.
       01  WS-SUCURSAL-IMPUESTOS PIC 9(03) VALUE 999.
       01  WS-CONCEPTO-IMPUESTO  PIC 9(03) VALUE 029.
      *    Cuenta de control donde se acumula la retención en curso
      *    (impuestos o SIRCREB).
       01  WS-SUCURSAL-RETENCION PIC 9(03) VALUE 999.

      *    Validación del dígito verificador de LK-CUENTA antes de
      *    tocar cuentas.dat.
                               OR LK-OPERACION = 'A')
                           PERFORM 145-RETENER-IMPUESTO
                       END-IF
      *                Retención de ingresos brutos sobre los
      *                créditos a titulares del padrón SIRCREB,
      *                salvo los que vienen de otra cuenta del mismo
      *                titular.
                       IF LK-RESULTADO = 'S'
                          AND (LK-OPERACION = 'D'
                               OR LK-OPERACION = 'A')
                          AND (OC-DNI-ORIGEN = ZERO
                               OR OC-DNI-ORIGEN
                                  NOT = CC-DNI-TITULAR OF RCC)
                           PERFORM 147-RETENER-SIRCREB
                       END-IF
      *                Con el crédito adentro, las comisiones
      *                impagas devengadas se cobran solas.
                       IF LK-RESULTADO = 'S'
      *        es.
               MOVE WS-FM-FECHA TO WS-FECHA-VALOR.
               DIVIDE WS-FM-HORA BY 100 GIVING WS-HORA-MOV.
               MOVE WS-HORA-CORTE TO WS-HORA-CORTE-CUENTA.
               CALL 'OBTENER-SUCURSAL' USING CC-SUCURSAL OF RCC
                   WS-SUCURSAL-DATOS WS-SUCURSAL-ENCONTRADA.
               IF WS-SUCURSAL-ENCONTRADA = 'S'
                  AND SU-HORA-CORTE OF WS-SUCURSAL-DATOS NUMERIC
                  AND SU-HORA-CORTE OF WS-SUCURSAL-DATOS > ZERO
                   MOVE SU-HORA-CORTE OF WS-SUCURSAL-DATOS
                       TO WS-HORA-CORTE-CUENTA
               END-IF.
               IF WS-HORA-CORTE-CUENTA > ZERO
                  AND WS-HORA-MOV >= WS-HORA-CORTE-CUENTA
                   CALL 'SUMAR-DIAS-FECHA' USING
                       WS-FECHA-VALOR WS-UN-DIA
               END-IF.
                           CC-SUCURSAL OF RCC
                           CC-MONEDA OF RCC
                           WS-CONCEPTO-IMPUESTO 'C' WS-IMPUESTO
                       MOVE WS-SUCURSAL-IMPUESTOS
                           TO WS-SUCURSAL-RETENCION
                       PERFORM 146-ACUMULAR-IMPUESTO-CONTROL
                   END-IF
               END-IF.

      *    Retención de ingresos brutos sobre la acreditación,
      *    con la alícuota del padrón del mes de la fecha de
      *    proceso: se debita como su propio movimiento, igual que
      *    el impuesto a los débitos y créditos, y se acumula en la
      *    cuenta de control SIRCREB hasta la presentación mensual.
           147-RETENER-SIRCREB SECTION.
               MOVE WS-FM-FECHA (1:6) TO WS-PERIODO-SIRCREB.
               CALL 'OBTENER-ALICUOTA-SIRCREB' USING
                   CC-DNI-TITULAR OF RCC WS-PERIODO-SIRCREB
                   WS-ALICUOTA-SIRCREB WS-CUIT-SIRCREB.
               MOVE ZERO TO WS-IMPUESTO.
               IF WS-ALICUOTA-SIRCREB > ZERO
                   COMPUTE WS-IMPUESTO ROUNDED =
                       LK-MONTO * WS-ALICUOTA-SIRCREB
               END-IF.
               IF WS-IMPUESTO > ZERO
                   SUBTRACT WS-IMPUESTO FROM CC-SALDO OF RCC
                   REWRITE RCC
                   IF WS-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR AL RETENER INGRESOS BRUTOS'
                   ELSE
                       MOVE WS-IMPUESTO
                           TO MONTO OF REGISTRO-MOVIMIENTO
                       MOVE 'D' TO TIPO-MOVIMIENTO
                           OF REGISTRO-MOVIMIENTO
                       MOVE WS-CONCEPTO-SIRCREB
                           TO CONCEPTO OF REGISTRO-MOVIMIENTO
                       MOVE SPACES TO MONEDA-ORIGINAL
                           OF REGISTRO-MOVIMIENTO
                       MOVE ZERO TO MONTO-ORIGINAL
                           OF REGISTRO-MOVIMIENTO
                       MOVE ZERO TO TASA-APLICADA
                           OF REGISTRO-MOVIMIENTO
                       OPEN EXTEND ARCHIVO-MOVIMIENTOS
                       IF WS-FILE-STATUS-MOV = '00'
                           WRITE REGISTRO-MOVIMIENTO
                           CLOSE ARCHIVO-MOVIMIENTOS
                           PERFORM 139-ANOTAR-EN-DIARIO
                       END-IF
                       CALL 'CONTABILIZAR-MOVIMIENTO' USING
                           WS-FM-FECHA
                           CC-SUCURSAL OF RCC
                           CC-MONEDA OF RCC
                           WS-CONCEPTO-SIRCREB 'C' WS-IMPUESTO
                       MOVE WS-SUCURSAL-SIRCREB
                           TO WS-SUCURSAL-RETENCION
                       PERFORM 146-ACUMULAR-IMPUESTO-CONTROL
                   END-IF
               END-IF.
                   END-IF
               END-IF.

      *    Acumula lo retenido en la cuenta de control de la
      *    retención en curso (sucursal reservada 999 impuestos o
      *    992 SIRCREB, moneda de la cuenta), contra la que se
      *    cuadra la liquidación periódica al fisco.
           146-ACUMULAR-IMPUESTO-CONTROL SECTION.
               OPEN I-O ARCHIVO-CONTROL.
               IF WS-FILE-STATUS-CTL = '35'
               IF WS-FILE-STATUS-CTL NOT = '00'
                   DISPLAY 'ERROR AL ABRIR LA CUENTA DE CONTROL'
               ELSE
                   MOVE WS-SUCURSAL-RETENCION
                       TO CTL-SUCURSAL OF REGISTRO-CONTROL
                   MOVE CC-MONEDA OF RCC
                       TO CTL-MONEDA OF REGISTRO-CONTROL
                       KEY IS CTL-CLAVE OF REGISTRO-CONTROL
                       INVALID KEY
                           MOVE 'N' TO WS-CONTROL-EXISTE
                           MOVE WS-SUCURSAL-RETENCION
                               TO CTL-SUCURSAL OF REGISTRO-CONTROL
                           MOVE CC-MONEDA OF RCC
                               TO CTL-MONEDA OF REGISTRO-CONTROL
