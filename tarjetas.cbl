      * operaciones de cajero cuya tarjeta no exista, esté
      * bloqueada, vencida o de baja — hasta ahora una tarjeta
      * robada seguía operando porque no había dónde bloquearla.
      * Las tarjetas de crédito se emiten por el mismo camino pero
      * abren además su cuenta tarjeta (cuentas_tarjeta.dat) con
      * límite de compra, día de cierre del resumen y la
      * instrucción de débito automático del pago; desde acá se
      * consulta esa cuenta, se modifican el límite y el débito y
      * se registra el pago manual del resumen. No se emiten
      * tarjetas a titulares restringidos por documentación
      * vencida en su legajo. El límite de compra de una tarjeta
      * nueva, y todo aumento del límite, consumen del margen
      * crediticio del titular (CONTROLAR-MARGEN-CREDITICIO).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS-CTA.

      *    Cuentas tarjeta de las tarjetas de crédito, con su
      *    propio contador de numeración.
           SELECT ARCHIVO-CUENTAS-TARJETA
               ASSIGN TO 'cuentas_tarjeta.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-NUMERO OF REGISTRO-CUENTA-TARJETA
               FILE STATUS IS WS-FILE-STATUS-TC.

           SELECT ARCHIVO-CONTADOR-TC
               ASSIGN TO 'contador-cuentas-tarjeta.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CTC.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-TARJETAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-CUENTAS-TARJETA.
           01 REGISTRO-CUENTA-TARJETA.
               COPY "tarjetacredito.cpy".

       FD  ARCHIVO-CONTADOR-TC.
           01 REGISTRO-CONTADOR-TC.
               05 CONTADOR-CUENTA-TARJETA PIC 9(06).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS           PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CONTADOR  PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTA       PIC XX VALUE '00'.
       01  WS-FILE-STATUS-TC        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTC       PIC XX VALUE '00'.

       01  OPCION                   PIC 9.
       01  WS-NUMERO-TARJETA        PIC 9(16).
           88 TARJETA-OK            VALUE 'S'.
       01  WS-MOTIVO                PIC X(01).

      *    Tipo de plástico a emitir: D débito, C crédito.
       01  WS-TIPO-TARJETA          PIC X(01).
           88 EMITE-CREDITO         VALUE 'C'.

      *    Datos de la cuenta del cliente leída en la validación,
      *    que la cuenta tarjeta hereda.
       01  WS-DNI-CUENTA            PIC 9(08).
       01  WS-SUCURSAL-CUENTA       PIC 9(03).
       01  WS-MONEDA-CUENTA         PIC X(03).

      *    Cuenta tarjeta de crédito: número asignado y las
      *    condiciones pactadas en la emisión.
       01  WS-NUMERO-CUENTA-TC      PIC 9(06).
       01  WS-LIMITE-TC             PIC 9(12)V99.
       01  WS-DIA-CIERRE-TC         PIC 9(02).
       01  WS-DEBITO-AUTOMATICO     PIC X(01).
       01  WS-CUENTA-TC-OK          PIC X(01) VALUE 'N'.
           88 CUENTA-TC-OK          VALUE 'S'.
       01  WS-MONTO-DISPLAY         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

      *    Pago del resumen por ventanilla, debitado de la cuenta
      *    vinculada con la misma validación de fondos que un
      *    retiro (saldo más descubierto, leídos en la validación
      *    de la cuenta, menos fondos embargados).
       01  WS-MONTO-PAGO            PIC S9(12)V99.
       01  WS-DESCUBIERTO-DISPONIBLE PIC S9(12)V99.
       01  WS-FONDOS-RETENIDOS      PIC S9(12)V99 VALUE ZERO.
       01  WS-DISPONIBLE            PIC S9(12)V99.
       01  WS-CANAL                 PIC X(10) VALUE 'SUCURSAL'.
       01  WS-CONCEPTO-PAGO         PIC 9(03) VALUE 050.
       01  WS-CONVERSION.
           05 WS-CV-MONEDA-ORIGINAL PIC X(03) VALUE SPACES.
           05 WS-CV-MONTO-ORIGINAL  PIC S9(12)V99 VALUE ZERO.
           05 WS-CV-TASA-APLICADA   PIC 9(06)V9999 VALUE ZERO.
       01  WS-RESULTADO-MOVIMIENTO  PIC X(01).
           88 MOVIMIENTO-OK         VALUE 'S'.

       01  WS-FECHA-HOY             PIC 9(08).
      *    El plástico se emite con cuatro años de vigencia.
       01  WS-ANIOS-VIGENCIA        PIC 9(02) VALUE 04.
       01  WS-MOTIVO-AUDITORIA      PIC X(40).
       01  WS-SIN-AUTORIZANTE       PIC X(08) VALUE SPACES.

      *    Titular restringido por documentación vencida.
       01  WS-DOC-RESTRINGIDO       PIC X(01) VALUE 'N'.

      *    Control del margen crediticio del titular al emitir o
      *    al aumentar el límite de compra (siempre en pesos).
       01  WS-AUMENTO-LIMITE        PIC S9(12)V99.
       01  WS-MONEDA-PESOS          PIC X(03) VALUE 'ARS'.
       01  WS-AUTORIZANTE           PIC X(08) VALUE SPACES.
       01  WS-DENTRO-DEL-MARGEN     PIC X(01) VALUE 'S'.
           88 DENTRO-DEL-MARGEN     VALUE 'S'.

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión.
       01  LK-OPERADOR              PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- MANTENIMIENTO DE TARJETAS ----'.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY '1. Emitir tarjeta'.
           DISPLAY '2. Activar tarjeta'.
           DISPLAY '4. Renovar tarjeta vencida'.
           DISPLAY '5. Dar de baja'.
           DISPLAY '6. Consultar tarjeta'.
           DISPLAY '7. Consultar cuenta de tarjeta de crédito'.
           DISPLAY '8. Modificar límite o débito automático'.
           DISPLAY '9. Pagar resumen desde la cuenta'.
           DISPLAY 'Elija una opción (0 = salir): '
               WITH NO ADVANCING.
           ACCEPT OPCION.
               WHEN 4 PERFORM 400-RENOVAR
               WHEN 5 PERFORM 500-DAR-DE-BAJA
               WHEN 6 PERFORM 600-CONSULTAR
               WHEN 7 PERFORM 700-CONSULTAR-CUENTA-TC
               WHEN 8 PERFORM 800-MODIFICAR-CUENTA-TC
               WHEN 9 PERFORM 850-PAGAR-RESUMEN
               WHEN 0 CONTINUE
               WHEN OTHER DISPLAY '--> OPCIÓN INVÁLIDA'
           END-EVALUATE.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-EMITIR SECTION.
               DISPLAY 'Tipo de tarjeta (D débito / C crédito): '
                   WITH NO ADVANCING.
               ACCEPT WS-TIPO-TARJETA.
               PERFORM UNTIL WS-TIPO-TARJETA = 'D'
                   OR WS-TIPO-TARJETA = 'C'
                   DISPLAY '--> TIPO INVÁLIDO (D/C)'
                   DISPLAY 'Tipo (D/C): ' WITH NO ADVANCING
                   ACCEPT WS-TIPO-TARJETA
               END-PERFORM.
               DISPLAY 'Cuenta a la que debita: ' WITH NO ADVANCING.
               ACCEPT WS-CUENTA.
               PERFORM 110-VALIDAR-CUENTA.
               IF CUENTA-OK
                   CALL 'VERIFICAR-DOCUMENTACION' USING
                       WS-DNI-CUENTA WS-DOC-RESTRINGIDO
                   IF WS-DOC-RESTRINGIDO = 'S'
                       DISPLAY '--> DOCUMENTACIÓN DEL TITULAR '
                           'VENCIDA: NO SE OTORGAN PRODUCTOS NUEVOS'
                       MOVE 'N' TO WS-CUENTA-OK
                   END-IF
               END-IF.
               MOVE ZERO TO WS-NUMERO-CUENTA-TC.
               IF CUENTA-OK AND EMITE-CREDITO
                   IF WS-MONEDA-CUENTA NOT = 'ARS'
                       DISPLAY '--> EL RESUMEN SE DEBITA DE UNA '
                           'CUENTA EN PESOS'
                       MOVE 'N' TO WS-CUENTA-OK
                   ELSE
                       PERFORM 130-ABRIR-CUENTA-TARJETA
                       IF WS-NUMERO-CUENTA-TC = ZERO
                           MOVE 'N' TO WS-CUENTA-OK
                       END-IF
                   END-IF
               END-IF.
               IF NOT CUENTA-OK
                   DISPLAY '--> TARJETA NO EMITIDA'
               ELSE
                   PERFORM 120-ASIGNAR-NUMERO
                   OPEN I-O ARCHIVO-TARJETAS
                       MOVE 'E' TO TJ-ESTADO OF REGISTRO-TARJETA
                       MOVE SPACE
                           TO TJ-MOTIVO-BLOQUEO OF REGISTRO-TARJETA
                       MOVE WS-TIPO-TARJETA
                           TO TJ-TIPO OF REGISTRO-TARJETA
                       MOVE WS-NUMERO-CUENTA-TC
                           TO TJ-CUENTA-TARJETA OF REGISTRO-TARJETA
                       WRITE REGISTRO-TARJETA
                       IF WS-FILE-STATUS NOT = '00'
                           DISPLAY 'ERROR AL GRABAR LA TARJETA'
                       NOT INVALID KEY
                           IF CUENTA-ACTIVA OF RCC
                               MOVE 'S' TO WS-CUENTA-OK
                               MOVE CC-DNI-TITULAR OF RCC
                                   TO WS-DNI-CUENTA
                               MOVE CC-SUCURSAL OF RCC
                                   TO WS-SUCURSAL-CUENTA
                               MOVE CC-MONEDA OF RCC
                                   TO WS-MONEDA-CUENTA
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
               IF NOT CUENTA-OK
                   DISPLAY '--> CUENTA INEXISTENTE O NO ACTIVA'
               END-IF.

           120-ASIGNAR-NUMERO SECTION.
               OPEN I-O ARCHIVO-CONTADOR.
               MOVE CONTADOR-TARJETA TO WS-NA-SECUENCIA.
               REWRITE REGISTRO-CONTADOR.
               CLOSE ARCHIVO-CONTADOR.
      *        Los plásticos de crédito llevan su propio prefijo,
      *        con la misma secuencia.
               IF EMITE-CREDITO
                   MOVE 451766 TO WS-NA-PREFIJO
               ELSE
                   MOVE 589590 TO WS-NA-PREFIJO
               END-IF.

      *    Abre la cuenta tarjeta del plástico de crédito con las
      *    condiciones que pacta el cliente: límite de compra, día
      *    de cierre del resumen y débito automático del pago.
      *    Deja en WS-NUMERO-CUENTA-TC el número asignado, o cero
      *    si no se pudo abrir.
           130-ABRIR-CUENTA-TARJETA SECTION.
               DISPLAY 'Límite de compra: ' WITH NO ADVANCING.
               ACCEPT WS-LIMITE-TC.
               PERFORM UNTIL WS-LIMITE-TC > ZERO
                   DISPLAY '--> EL LÍMITE DEBE SER MAYOR A CERO'
                   DISPLAY 'Límite de compra: ' WITH NO ADVANCING
                   ACCEPT WS-LIMITE-TC
               END-PERFORM.
               DISPLAY 'Día de cierre del resumen (1-28): '
                   WITH NO ADVANCING.
               ACCEPT WS-DIA-CIERRE-TC.
               PERFORM UNTIL WS-DIA-CIERRE-TC >= 1
                   AND WS-DIA-CIERRE-TC <= 28
                   DISPLAY '--> DÍA INVÁLIDO (1-28)'
                   DISPLAY 'Día de cierre: ' WITH NO ADVANCING
                   ACCEPT WS-DIA-CIERRE-TC
               END-PERFORM.
               PERFORM 140-PEDIR-DEBITO-AUTOMATICO.
      *        El límite de compra consume del margen crediticio del
      *        titular.
               MOVE WS-LIMITE-TC TO WS-AUMENTO-LIMITE.
               MOVE SPACES TO WS-AUTORIZANTE.
               CALL 'CONTROLAR-MARGEN-CREDITICIO' USING
                   WS-DNI-CUENTA WS-CUENTA WS-MONEDA-PESOS
                   WS-AUMENTO-LIMITE LK-OPERADOR WS-AUTORIZANTE
                   WS-DENTRO-DEL-MARGEN.
               IF DENTRO-DEL-MARGEN
                   PERFORM 135-GRABAR-CUENTA-TARJETA
               ELSE
                   MOVE ZERO TO WS-NUMERO-CUENTA-TC
               END-IF.

           135-GRABAR-CUENTA-TARJETA SECTION.
               OPEN I-O ARCHIVO-CONTADOR-TC.
               IF WS-FILE-STATUS-CTC = '35'
                   OPEN OUTPUT ARCHIVO-CONTADOR-TC
                   MOVE ZERO TO CONTADOR-CUENTA-TARJETA
                   WRITE REGISTRO-CONTADOR-TC
                   CLOSE ARCHIVO-CONTADOR-TC
                   OPEN I-O ARCHIVO-CONTADOR-TC
               END-IF.
               READ ARCHIVO-CONTADOR-TC INTO REGISTRO-CONTADOR-TC
               END-READ.
               ADD 1 TO CONTADOR-CUENTA-TARJETA.
               MOVE CONTADOR-CUENTA-TARJETA TO WS-NUMERO-CUENTA-TC.
               REWRITE REGISTRO-CONTADOR-TC.
               CLOSE ARCHIVO-CONTADOR-TC.

               OPEN I-O ARCHIVO-CUENTAS-TARJETA.
               IF WS-FILE-STATUS-TC = '35'
                   OPEN OUTPUT ARCHIVO-CUENTAS-TARJETA
                   CLOSE ARCHIVO-CUENTAS-TARJETA
                   OPEN I-O ARCHIVO-CUENTAS-TARJETA
               END-IF.
               IF WS-FILE-STATUS-TC NOT = '00'
                   DISPLAY 'ERROR AL ABRIR LAS CUENTAS TARJETA'
                   MOVE ZERO TO WS-NUMERO-CUENTA-TC
               ELSE
                   INITIALIZE REGISTRO-CUENTA-TARJETA
                   MOVE WS-NUMERO-CUENTA-TC
                       TO TC-NUMERO OF REGISTRO-CUENTA-TARJETA
                   MOVE WS-DNI-CUENTA
                       TO TC-DNI-TITULAR OF REGISTRO-CUENTA-TARJETA
                   MOVE WS-CUENTA
                       TO TC-CUENTA-DEBITO OF REGISTRO-CUENTA-TARJETA
                   MOVE WS-SUCURSAL-CUENTA
                       TO TC-SUCURSAL OF REGISTRO-CUENTA-TARJETA
                   MOVE WS-LIMITE-TC
                       TO TC-LIMITE OF REGISTRO-CUENTA-TARJETA
                   MOVE WS-DIA-CIERRE-TC
                       TO TC-DIA-CIERRE OF REGISTRO-CUENTA-TARJETA
      *            Sin resumen emitido todavía, no hay vencimiento
      *            que procesar.
                   MOVE 'S' TO TC-VENC-PROCESADO
                       OF REGISTRO-CUENTA-TARJETA
                   MOVE WS-DEBITO-AUTOMATICO
                       TO TC-DEBITO-AUTOMATICO
                       OF REGISTRO-CUENTA-TARJETA
                   MOVE 'A' TO TC-ESTADO OF REGISTRO-CUENTA-TARJETA
                   WRITE REGISTRO-CUENTA-TARJETA
                   IF WS-FILE-STATUS-TC NOT = '00'
                       DISPLAY 'ERROR AL GRABAR LA CUENTA TARJETA'
                       MOVE ZERO TO WS-NUMERO-CUENTA-TC
                   ELSE
                       DISPLAY '---> CUENTA TARJETA ABIERTA: '
                           WS-NUMERO-CUENTA-TC
                   END-IF
                   CLOSE ARCHIVO-CUENTAS-TARJETA
               END-IF.

           140-PEDIR-DEBITO-AUTOMATICO SECTION.
               DISPLAY 'Débito automático del resumen (T total / '
                   'M mínimo / N sin débito): ' WITH NO ADVANCING.
               ACCEPT WS-DEBITO-AUTOMATICO.
               PERFORM UNTIL WS-DEBITO-AUTOMATICO = 'T'
                   OR WS-DEBITO-AUTOMATICO = 'M'
                   OR WS-DEBITO-AUTOMATICO = 'N'
                   DISPLAY '--> OPCIÓN INVÁLIDA (T/M/N)'
                   DISPLAY 'Débito automático (T/M/N): '
                       WITH NO ADVANCING
                   ACCEPT WS-DEBITO-AUTOMATICO
               END-PERFORM.

      *    Localiza la tarjeta pedida y la deja leída en el
      *    registro, con el archivo abierto en I-O para que el
                       TJ-FECHA-VENCIMIENTO OF REGISTRO-TARJETA
                   DISPLAY '--> ESTADO:  '
                       TJ-ESTADO OF REGISTRO-TARJETA
                   IF TARJETA-CREDITO OF REGISTRO-TARJETA
                       DISPLAY '--> CRÉDITO, CUENTA TARJETA: '
                           TJ-CUENTA-TARJETA OF REGISTRO-TARJETA
                   END-IF
                   IF TARJETA-BLOQUEADA OF REGISTRO-TARJETA
                       DISPLAY '--> MOTIVO DE BLOQUEO: '
                           TJ-MOTIVO-BLOQUEO OF REGISTRO-TARJETA
                   CLOSE ARCHIVO-TARJETAS
               END-IF.

      *    Localiza la cuenta tarjeta pedida y la deja leída, con
      *    el archivo abierto en I-O para que el llamador la
      *    reescriba.
           750-BUSCAR-CUENTA-TC SECTION.
               MOVE 'N' TO WS-CUENTA-TC-OK.
               DISPLAY 'Número de cuenta tarjeta: ' WITH NO ADVANCING.
               ACCEPT WS-NUMERO-CUENTA-TC.
               OPEN I-O ARCHIVO-CUENTAS-TARJETA.
               IF WS-FILE-STATUS-TC NOT = '00'
                   DISPLAY '--> SIN CUENTAS TARJETA REGISTRADAS'
               ELSE
                   MOVE WS-NUMERO-CUENTA-TC
                       TO TC-NUMERO OF REGISTRO-CUENTA-TARJETA
                   READ ARCHIVO-CUENTAS-TARJETA
                       KEY IS TC-NUMERO OF REGISTRO-CUENTA-TARJETA
                       INVALID KEY
                           DISPLAY '--> CUENTA TARJETA NO ENCONTRADA'
                           CLOSE ARCHIVO-CUENTAS-TARJETA
                       NOT INVALID KEY
                           MOVE 'S' TO WS-CUENTA-TC-OK
                   END-READ
               END-IF.

           700-CONSULTAR-CUENTA-TC SECTION.
               PERFORM 750-BUSCAR-CUENTA-TC.
               IF CUENTA-TC-OK
                   DISPLAY '--> DNI TITULAR:      '
                       TC-DNI-TITULAR OF REGISTRO-CUENTA-TARJETA
                   DISPLAY '--> CUENTA DE DÉBITO: '
                       TC-CUENTA-DEBITO OF REGISTRO-CUENTA-TARJETA
                   MOVE TC-LIMITE OF REGISTRO-CUENTA-TARJETA
                       TO WS-MONTO-DISPLAY
                   DISPLAY '--> LÍMITE:           ' WS-MONTO-DISPLAY
                   MOVE TC-SALDO-DEUDOR OF REGISTRO-CUENTA-TARJETA
                       TO WS-MONTO-DISPLAY
                   DISPLAY '--> DEUDA TOTAL:      ' WS-MONTO-DISPLAY
                   MOVE TC-CUOTAS-A-VENCER OF REGISTRO-CUENTA-TARJETA
                       TO WS-MONTO-DISPLAY
                   DISPLAY '--> CUOTAS A VENCER:  ' WS-MONTO-DISPLAY
                   COMPUTE WS-MONTO-DISPLAY =
                       TC-LIMITE OF REGISTRO-CUENTA-TARJETA
                       - TC-SALDO-DEUDOR OF REGISTRO-CUENTA-TARJETA
                   DISPLAY '--> DISPONIBLE:       ' WS-MONTO-DISPLAY
                   DISPLAY '--> DÍA DE CIERRE:    '
                       TC-DIA-CIERRE OF REGISTRO-CUENTA-TARJETA
                   DISPLAY '--> ÚLTIMO CIERRE:    '
                       TC-FECHA-CIERRE OF REGISTRO-CUENTA-TARJETA
                   DISPLAY '--> VENCIMIENTO:      '
                       TC-FECHA-VENC-RESUMEN
                       OF REGISTRO-CUENTA-TARJETA
                   MOVE TC-SALDO-RESUMEN OF REGISTRO-CUENTA-TARJETA
                       TO WS-MONTO-DISPLAY
                   DISPLAY '--> SALDO RESUMEN:    ' WS-MONTO-DISPLAY
                   MOVE TC-PAGO-MINIMO OF REGISTRO-CUENTA-TARJETA
                       TO WS-MONTO-DISPLAY
                   DISPLAY '--> PAGO MÍNIMO:      ' WS-MONTO-DISPLAY
                   MOVE TC-PAGOS-PERIODO OF REGISTRO-CUENTA-TARJETA
                       TO WS-MONTO-DISPLAY
                   DISPLAY '--> PAGADO:           ' WS-MONTO-DISPLAY
                   DISPLAY '--> DÉBITO AUTOMÁTICO: '
                       TC-DEBITO-AUTOMATICO
                       OF REGISTRO-CUENTA-TARJETA
                   IF TC-FECHA-IMPAGO OF REGISTRO-CUENTA-TARJETA
                      NOT = ZERO
                       DISPLAY '--> EN MORA DESDE:    '
                           TC-FECHA-IMPAGO
                           OF REGISTRO-CUENTA-TARJETA
                   END-IF
                   DISPLAY '--> ESTADO:           '
                       TC-ESTADO OF REGISTRO-CUENTA-TARJETA
                   CLOSE ARCHIVO-CUENTAS-TARJETA
               END-IF.

      *    El límite nuevo no puede quedar por debajo de la deuda
      *    ya tomada; el cambio queda en la auditoría.
           800-MODIFICAR-CUENTA-TC SECTION.
               PERFORM 750-BUSCAR-CUENTA-TC.
               IF CUENTA-TC-OK
                   DISPLAY 'Nuevo límite (0 = sin cambio): '
                       WITH NO ADVANCING
                   ACCEPT WS-LIMITE-TC
                   IF WS-LIMITE-TC NOT = ZERO
                       IF WS-LIMITE-TC
                          < TC-SALDO-DEUDOR OF REGISTRO-CUENTA-TARJETA
                           DISPLAY '--> EL LÍMITE NO PUEDE QUEDAR '
                               'POR DEBAJO DE LA DEUDA'
                       ELSE
                           PERFORM 810-CONTROLAR-AUMENTO
                           IF DENTRO-DEL-MARGEN
                               MOVE WS-LIMITE-TC TO TC-LIMITE
                                   OF REGISTRO-CUENTA-TARJETA
                           ELSE
                               DISPLAY '--> LÍMITE SIN CAMBIOS'
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 140-PEDIR-DEBITO-AUTOMATICO
                   MOVE WS-DEBITO-AUTOMATICO TO TC-DEBITO-AUTOMATICO
                       OF REGISTRO-CUENTA-TARJETA
                   REWRITE REGISTRO-CUENTA-TARJETA
                   CLOSE ARCHIVO-CUENTAS-TARJETA
                   DISPLAY '---> CUENTA TARJETA ACTUALIZADA'
                   MOVE 'MODIF-TC' TO WS-ACCION-AUDITORIA
                   MOVE SPACES TO WS-MOTIVO-AUDITORIA
                   MOVE TC-LIMITE OF REGISTRO-CUENTA-TARJETA
                       TO WS-MONTO-DISPLAY
                   STRING
                       'TC ' DELIMITED BY SIZE
                       WS-NUMERO-CUENTA-TC DELIMITED BY SIZE
                       ' LIM ' DELIMITED BY SIZE
                       WS-MONTO-DISPLAY DELIMITED BY SIZE
                       ' DEB ' DELIMITED BY SIZE
                       WS-DEBITO-AUTOMATICO DELIMITED BY SIZE
                       INTO WS-MOTIVO-AUDITORIA
                   END-STRING
                   CALL 'REGISTRAR-AUDITORIA' USING
                       WS-ACCION-AUDITORIA
                       TC-CUENTA-DEBITO OF REGISTRO-CUENTA-TARJETA
                       LK-OPERADOR WS-SIN-AUTORIZANTE
                       WS-MOTIVO-AUDITORIA
               END-IF.

      *    Un aumento del límite consume del margen crediticio del
      *    titular. El cálculo de la exposición recorre las cuentas
      *    tarjeta, así que se cierra el archivo durante el control
      *    y se vuelve a leer la cuenta para seguir.
           810-CONTROLAR-AUMENTO SECTION.
               MOVE 'S' TO WS-DENTRO-DEL-MARGEN.
               COMPUTE WS-AUMENTO-LIMITE = WS-LIMITE-TC
                   - TC-LIMITE OF REGISTRO-CUENTA-TARJETA.
               IF WS-AUMENTO-LIMITE > ZERO
                   MOVE TC-DNI-TITULAR OF REGISTRO-CUENTA-TARJETA
                       TO WS-DNI-CUENTA
                   MOVE TC-CUENTA-DEBITO OF REGISTRO-CUENTA-TARJETA
                       TO WS-CUENTA
                   CLOSE ARCHIVO-CUENTAS-TARJETA
                   MOVE SPACES TO WS-AUTORIZANTE
                   CALL 'CONTROLAR-MARGEN-CREDITICIO' USING
                       WS-DNI-CUENTA WS-CUENTA WS-MONEDA-PESOS
                       WS-AUMENTO-LIMITE LK-OPERADOR WS-AUTORIZANTE
                       WS-DENTRO-DEL-MARGEN
                   OPEN I-O ARCHIVO-CUENTAS-TARJETA
                   MOVE WS-NUMERO-CUENTA-TC
                       TO TC-NUMERO OF REGISTRO-CUENTA-TARJETA
                   READ ARCHIVO-CUENTAS-TARJETA
                       KEY IS TC-NUMERO OF REGISTRO-CUENTA-TARJETA
                   END-READ
               END-IF.

      *    Pago manual (clientes sin débito automático o pagos
      *    anticipados): se debita de la cuenta vinculada y baja la
      *    deuda. Si el resumen ya venció y el pago completa el
      *    mínimo, la cuenta tarjeta sale de mora.
           850-PAGAR-RESUMEN SECTION.
               PERFORM 750-BUSCAR-CUENTA-TC.
               IF CUENTA-TC-OK
                   MOVE TC-SALDO-DEUDOR OF REGISTRO-CUENTA-TARJETA
                       TO WS-MONTO-DISPLAY
                   DISPLAY '--> DEUDA TOTAL: ' WS-MONTO-DISPLAY
                   COMPUTE WS-MONTO-DISPLAY =
                       TC-SALDO-RESUMEN OF REGISTRO-CUENTA-TARJETA
                       - TC-PAGOS-PERIODO OF REGISTRO-CUENTA-TARJETA
                   DISPLAY '--> PENDIENTE DEL RESUMEN: '
                       WS-MONTO-DISPLAY
                   DISPLAY 'Monto a pagar: ' WITH NO ADVANCING
                   ACCEPT WS-MONTO-PAGO
                   IF WS-MONTO-PAGO NOT > ZERO
                      OR WS-MONTO-PAGO
                         > TC-SALDO-DEUDOR OF REGISTRO-CUENTA-TARJETA
                       DISPLAY '--> MONTO INVÁLIDO'
                   ELSE
                       PERFORM 860-VALIDAR-FONDOS-PAGO
                       IF CUENTA-OK
                           PERFORM 870-APLICAR-PAGO
                       END-IF
                   END-IF
                   CLOSE ARCHIVO-CUENTAS-TARJETA
               END-IF.

           860-VALIDAR-FONDOS-PAGO SECTION.
               MOVE TC-CUENTA-DEBITO OF REGISTRO-CUENTA-TARJETA
                   TO WS-CUENTA.
               PERFORM 110-VALIDAR-CUENTA.
               IF CUENTA-OK
                   CALL 'CALCULAR-FONDOS-RETENIDOS' USING
                       WS-CUENTA WS-FONDOS-RETENIDOS
                   SUBTRACT WS-FONDOS-RETENIDOS FROM WS-DISPONIBLE
                   IF WS-MONTO-PAGO > WS-DISPONIBLE
                       DISPLAY '--> SALDO INSUFICIENTE'
                       MOVE 'N' TO WS-CUENTA-OK
                   END-IF
               END-IF.

           870-APLICAR-PAGO SECTION.
               CALL 'MOVIMIENTO-CUENTA' USING
                   WS-CUENTA WS-MONTO-PAGO 'C' LK-OPERADOR WS-CANAL
                   WS-SIN-AUTORIZANTE WS-CONCEPTO-PAGO
                   WS-CONVERSION WS-RESULTADO-MOVIMIENTO.
               IF MOVIMIENTO-OK
                   ADD WS-MONTO-PAGO
                       TO TC-PAGOS-PERIODO OF REGISTRO-CUENTA-TARJETA
                   SUBTRACT WS-MONTO-PAGO
                       FROM TC-SALDO-DEUDOR OF REGISTRO-CUENTA-TARJETA
                   IF VENCIMIENTO-PROCESADO OF REGISTRO-CUENTA-TARJETA
                      AND TC-FECHA-IMPAGO OF REGISTRO-CUENTA-TARJETA
                          NOT = ZERO
                      AND TC-PAGOS-PERIODO OF REGISTRO-CUENTA-TARJETA
                          >= TC-PAGO-MINIMO OF REGISTRO-CUENTA-TARJETA
                       MOVE ZERO TO TC-FECHA-IMPAGO
                           OF REGISTRO-CUENTA-TARJETA
                       IF CUENTA-TARJETA-BLOQUEADA
                          OF REGISTRO-CUENTA-TARJETA
                           MOVE 'A' TO TC-ESTADO
                               OF REGISTRO-CUENTA-TARJETA
                       END-IF
                       DISPLAY '---> CUENTA TARJETA REGULARIZADA'
                   END-IF
                   REWRITE REGISTRO-CUENTA-TARJETA
                   DISPLAY '---> PAGO APLICADO'
               ELSE
                   DISPLAY '--> NO SE PUDO DEBITAR LA CUENTA'
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
