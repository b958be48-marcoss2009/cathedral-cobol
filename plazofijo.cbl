      * concepto en el historial) y queda el certificado grabado en
      * plazofijo.dat con la tasa pactada al momento, el plazo en
      * días y la instrucción de renovación. El batch
      * VENCIMIENTOS-PLAZO-FIJO lo liquida o renueva al vencer. Si
      * la provincia de la sucursal grava el certificado, el
      * impuesto de sellos (CALCULAR-SELLOS) se retiene de la
      * cuenta con su propio concepto al constituirlo.
      * No se constituyen plazos fijos a titulares restringidos
      * por documentación vencida en su legajo.
      * El oficial puede pactar una tasa preferencial, mayor que la
      * de pizarra, para un cliente que la negoció: pide la
      * justificación y la autorización de un supervisor
      * (AUTORIZAR-SUPERVISOR) y, si el spread supera
      * PA-SPREAD-MAX-PREFERENCIAL, además la de un administrador
      * distinto. Los autorizantes y la justificación quedan en el
      * certificado y en el diario de auditoría, para el reporte
      * mensual REPORTE-TASAS-PREFERENCIALES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PARAM.

           SELECT ARCHIVO-OPERADORES ASSIGN TO 'operadores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO OF REGISTRO-OPERADOR
               FILE STATUS IS WS-FILE-STATUS-OPER.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PLAZOS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       FD  ARCHIVO-OPERADORES.
           01 REGISTRO-OPERADOR.
               COPY "operador.cpy".

       WORKING-STORAGE SECTION.
       01  CUENTA-CORRIENTE.
           COPY "cuenta.cpy".
       01  WS-FILE-STATUS           PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CONTADOR  PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM     PIC XX VALUE '00'.
       01  WS-FILE-STATUS-OPER      PIC XX VALUE '00'.

       01  WS-CAPITAL            PIC S9(12)V99.
       01  WS-PLAZO-DIAS         PIC 9(03).
      *    y pactada en el certificado.
       01  WS-TASA-PLAZO-FIJO    PIC V9(04) VALUE 0.3000.

      *    Tasa preferencial: la tasa que se pacta (la de pizarra si
      *    no se negoció otra), el spread sobre la pizarra, el tope
      *    de spread sin administrador, quiénes la autorizaron y
      *    por qué.
       01  WS-TASA-PACTADA       PIC V9(04).
       01  WS-SPREAD             PIC V9(04).
       01  WS-SPREAD-MAXIMO      PIC V9(04) VALUE 0.0200.
       01  WS-PREFERENCIAL       PIC X(01) VALUE 'N'.
       01  WS-TASA-APROBADA      PIC X(01) VALUE 'S'.
           88 TASA-APROBADA      VALUE 'S'.
       01  WS-AUTORIZANTE-TASA   PIC X(08) VALUE SPACES.
       01  WS-AUTORIZANTE-ESCALA PIC X(08) VALUE SPACES.
       01  WS-JUSTIFICACION      PIC X(60) VALUE SPACES.
       01  WS-ES-ADMINISTRADOR   PIC X(01) VALUE 'N'.
       01  WS-ACCION-AUDITORIA   PIC X(12) VALUE 'TASA-PREF'.
       01  WS-MOTIVO-AUDITORIA   PIC X(40).
       01  WS-TASA-DISPLAY       PIC 9.9999.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-FECHA-VENCIMIENTO  PIC 9(08).
      *    Ajuste por día hábil del vencimiento: fecha sin ajustar
       01  WS-RESULTADO-MOVIMIENTO PIC X(01).
           88 MOVIMIENTO-OK        VALUE 'S'.

      *    Impuesto de sellos del certificado, según la provincia
      *    de la sucursal de la cuenta.
       01  WS-INSTRUMENTO-SELLOS PIC X(01) VALUE 'F'.
       01  WS-PROVINCIA-SELLOS   PIC X(01).
       01  WS-SELLOS             PIC S9(12)V99 VALUE ZERO.
       01  WS-CONCEPTO-SELLOS    PIC 9(03) VALUE 066.

      *    Titular restringido por documentación vencida.
       01  WS-DOC-RESTRINGIDO    PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión.
       01  LK-OPERADOR           PIC X(08).
           IF CC-NUMERO-CUENTA OF CUENTA-CORRIENTE = ZERO
               DISPLAY '--> OPERACIÓN CANCELADA'
           ELSE
               CALL 'VERIFICAR-DOCUMENTACION' USING
                   CC-DNI-TITULAR OF CUENTA-CORRIENTE
                   WS-DOC-RESTRINGIDO
               IF NOT CUENTA-ACTIVA OF CUENTA-CORRIENTE
                   DISPLAY '--> LA CUENTA NO ESTÁ ACTIVA'
               ELSE
               IF WS-DOC-RESTRINGIDO = 'S'
                   DISPLAY '--> DOCUMENTACIÓN DEL TITULAR VENCIDA: '
                       'NO SE OTORGAN PRODUCTOS NUEVOS'
               ELSE
                   PERFORM 100-CAPTURAR-Y-CONSTITUIR
               END-IF
               END-IF
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

                       MOVE PA-TASA-PLAZO-FIJO
                           TO WS-TASA-PLAZO-FIJO
                   END-IF
                   IF PA-SPREAD-MAX-PREFERENCIAL NUMERIC
                      AND PA-SPREAD-MAX-PREFERENCIAL NOT = ZERO
                       MOVE PA-SPREAD-MAX-PREFERENCIAL
                           TO WS-SPREAD-MAXIMO
                   END-IF
                   CLOSE ARCHIVO-PARAMETROS
               END-IF.

           100-CAPTURAR-Y-CONSTITUIR SECTION.
               MOVE 'S' TO WS-TASA-APROBADA.
               MOVE 'N' TO WS-PREFERENCIAL.
               DISPLAY 'Capital a colocar: $' WITH NO ADVANCING.
               ACCEPT WS-CAPITAL.
               CALL 'CALCULAR-FONDOS-RETENIDOS' USING
                   ACCEPT WS-RENOVACION
               END-PERFORM.

               MOVE WS-TASA-PLAZO-FIJO TO WS-TASA-PACTADA.
               MOVE WS-TASA-PLAZO-FIJO TO WS-TASA-DISPLAY.
               DISPLAY 'Tasa de pizarra: ' WS-TASA-DISPLAY.
               DISPLAY '¿Tasa preferencial negociada? (S/N): '
                   WITH NO ADVANCING.
               ACCEPT WS-PREFERENCIAL.
               IF WS-PREFERENCIAL = 's'
                   MOVE 'S' TO WS-PREFERENCIAL
               END-IF.
               IF WS-PREFERENCIAL = 'S'
                   PERFORM 130-AUTORIZAR-TASA-PREFERENCIAL
               END-IF.
               IF NOT TASA-APROBADA
                   DISPLAY '--> TASA PREFERENCIAL NO AUTORIZADA: '
                       'PLAZO FIJO NO CONSTITUIDO'
                   PERFORM 900-FINALIZAR-PROGRAMA
               END-IF.

               MOVE WS-TASA-PACTADA TO WS-TASA-DISPLAY.
               DISPLAY 'Tasa nominal anual pactada: '
                   WS-TASA-DISPLAY.

      *        Los sellos salen de la cuenta además del capital:
      *        el disponible tiene que alcanzar para los dos.
               CALL 'CALCULAR-SELLOS' USING
                   CC-SUCURSAL OF CUENTA-CORRIENTE
                   WS-INSTRUMENTO-SELLOS WS-CAPITAL
                   WS-PROVINCIA-SELLOS WS-SELLOS.
               IF WS-SELLOS > ZERO
                   DISPLAY 'Impuesto de sellos (provincia '
                       WS-PROVINCIA-SELLOS '): ' WS-SELLOS
               END-IF.
               IF WS-CAPITAL + WS-SELLOS >
                  CC-SALDO OF CUENTA-CORRIENTE - WS-FONDOS-RETENIDOS
                   DISPLAY '--> EL DISPONIBLE NO ALCANZA PARA EL '
                       'CAPITAL MÁS LOS SELLOS: PLAZO FIJO NO '
                       'CONSTITUIDO'
               ELSE
                   PERFORM 105-DEBITAR-Y-GRABAR
               END-IF.

           105-DEBITAR-Y-GRABAR SECTION.
      *        Primero el débito del capital: si no se puede postear
      *        no hay certificado. Es un cargo sin pata de bóveda:
      *        el capital pasa de la cuenta al certificado sin que
                       'PLAZO FIJO NO CONSTITUIDO'
               ELSE
                   PERFORM 110-GRABAR-CERTIFICADO
                   IF WS-SELLOS > ZERO
                       CALL 'MOVIMIENTO-CUENTA' USING
                           CC-NUMERO-CUENTA OF CUENTA-CORRIENTE
                           WS-SELLOS 'C' LK-OPERADOR WS-CANAL
                           WS-SIN-AUTORIZANTE WS-CONCEPTO-SELLOS
                           WS-CONVERSION WS-RESULTADO-MOVIMIENTO
                       IF NOT MOVIMIENTO-OK
                           DISPLAY '--> NO SE PUDO RETENER EL '
                               'IMPUESTO DE SELLOS'
                       END-IF
                   END-IF
               END-IF.

           110-GRABAR-CERTIFICADO SECTION.
                       TO PF-CUENTA-ORIGEN OF REGISTRO-PLAZO
                   MOVE WS-CAPITAL
                       TO PF-CAPITAL OF REGISTRO-PLAZO
                   MOVE WS-TASA-PACTADA
                       TO PF-TASA OF REGISTRO-PLAZO
                   PERFORM 115-DATOS-TASA-PREFERENCIAL
                   MOVE WS-FECHA-HOY
                       TO PF-FECHA-INICIO OF REGISTRO-PLAZO
                   MOVE WS-PLAZO-DIAS
                   MOVE WS-RENOVACION
                       TO PF-RENOVACION OF REGISTRO-PLAZO
                   MOVE 'V' TO PF-ESTADO OF REGISTRO-PLAZO
                   MOVE ZERO TO PF-INTERES-PAGADO OF REGISTRO-PLAZO
                   MOVE ZERO
                       TO PF-FECHA-LIQUIDACION OF REGISTRO-PLAZO

                   WRITE REGISTRO-PLAZO
                   IF WS-FILE-STATUS NOT = '00'
                           'NÚMERO: ' PF-NUMERO OF REGISTRO-PLAZO
                       DISPLAY '---> VENCE EL: '
                           PF-FECHA-VENCIMIENTO OF REGISTRO-PLAZO
                       IF WS-PREFERENCIAL = 'S'
                           MOVE WS-JUSTIFICACION
                               TO WS-MOTIVO-AUDITORIA
                           CALL 'REGISTRAR-AUDITORIA' USING
                               WS-ACCION-AUDITORIA
                               CC-NUMERO-CUENTA OF CUENTA-CORRIENTE
                               LK-OPERADOR WS-AUTORIZANTE-TASA
                               WS-MOTIVO-AUDITORIA
                       END-IF
                   END-IF
                   CLOSE ARCHIVO-PLAZOS
               END-IF.

      *    Con tasa de pizarra los datos de la preferencial quedan
      *    en blanco; el operador y la sucursal se graban siempre.
           115-DATOS-TASA-PREFERENCIAL SECTION.
               MOVE LK-OPERADOR TO PF-OPERADOR-ALTA OF REGISTRO-PLAZO.
               MOVE CC-SUCURSAL OF CUENTA-CORRIENTE
                   TO PF-SUCURSAL-ALTA OF REGISTRO-PLAZO.
               IF WS-PREFERENCIAL = 'S'
                   MOVE WS-TASA-PLAZO-FIJO
                       TO PF-TASA-PIZARRA OF REGISTRO-PLAZO
                   MOVE WS-AUTORIZANTE-TASA
                       TO PF-AUTORIZANTE-TASA OF REGISTRO-PLAZO
                   MOVE WS-AUTORIZANTE-ESCALA
                       TO PF-AUTORIZANTE-ESCALA OF REGISTRO-PLAZO
                   MOVE WS-JUSTIFICACION
                       TO PF-JUSTIFICACION-TASA OF REGISTRO-PLAZO
                   MOVE WS-FECHA-HOY
                       TO PF-FECHA-TASA-PREF OF REGISTRO-PLAZO
               ELSE
                   MOVE ZERO TO PF-TASA-PIZARRA OF REGISTRO-PLAZO
                   MOVE SPACES
                       TO PF-AUTORIZANTE-TASA OF REGISTRO-PLAZO
                   MOVE SPACES
                       TO PF-AUTORIZANTE-ESCALA OF REGISTRO-PLAZO
                   MOVE SPACES
                       TO PF-JUSTIFICACION-TASA OF REGISTRO-PLAZO
                   MOVE ZERO TO PF-FECHA-TASA-PREF OF REGISTRO-PLAZO
               END-IF.

           120-ASIGNAR-NUMERO SECTION.
               OPEN I-O ARCHIVO-CONTADOR.
               IF WS-FILE-STATUS-CONTADOR = '35'
               REWRITE REGISTRO-CONTADOR.
               CLOSE ARCHIVO-CONTADOR.

      *    La tasa pedida tiene que superar la de pizarra y venir
      *    justificada. La autoriza un supervisor; si el spread
      *    pasa el tope, además un administrador que no sea el
      *    mismo supervisor.
           130-AUTORIZAR-TASA-PREFERENCIAL SECTION.
               MOVE 'N' TO WS-TASA-APROBADA.
               MOVE ZERO TO WS-TASA-PACTADA.
               PERFORM UNTIL WS-TASA-PACTADA > WS-TASA-PLAZO-FIJO
                   DISPLAY 'Tasa preferencial pedida (ej. 0.3500): '
                       WITH NO ADVANCING
                   ACCEPT WS-TASA-PACTADA
                   IF WS-TASA-PACTADA NOT > WS-TASA-PLAZO-FIJO
                       DISPLAY '--> LA TASA PREFERENCIAL TIENE QUE '
                           'SUPERAR LA DE PIZARRA'
                   END-IF
               END-PERFORM.
               MOVE SPACES TO WS-JUSTIFICACION.
               PERFORM UNTIL WS-JUSTIFICACION NOT = SPACES
                   DISPLAY 'Justificación de la tasa: '
                       WITH NO ADVANCING
                   ACCEPT WS-JUSTIFICACION
               END-PERFORM.
               COMPUTE WS-SPREAD =
                   WS-TASA-PACTADA - WS-TASA-PLAZO-FIJO.

               MOVE SPACES TO WS-AUTORIZANTE-TASA.
               MOVE SPACES TO WS-AUTORIZANTE-ESCALA.
               CALL 'AUTORIZAR-SUPERVISOR' USING WS-AUTORIZANTE-TASA.
               IF WS-AUTORIZANTE-TASA = SPACES
                   CONTINUE
               ELSE
               IF WS-SPREAD NOT > WS-SPREAD-MAXIMO
                   MOVE 'S' TO WS-TASA-APROBADA
               ELSE
                   MOVE WS-SPREAD-MAXIMO TO WS-TASA-DISPLAY
                   DISPLAY '--> EL SPREAD SUPERA EL TOPE DE '
                       WS-TASA-DISPLAY
                       ': AUTORIZA ADEMÁS UN ADMINISTRADOR'
                   CALL 'AUTORIZAR-SUPERVISOR' USING
                       WS-AUTORIZANTE-ESCALA
                   PERFORM 135-VERIFICAR-ADMINISTRADOR
                   IF WS-AUTORIZANTE-ESCALA = SPACES
                       CONTINUE
                   ELSE
                   IF WS-AUTORIZANTE-ESCALA = WS-AUTORIZANTE-TASA
                       DISPLAY '--> LA SEGUNDA AUTORIZACIÓN TIENE QUE '
                           'SER DE OTRA PERSONA'
                   ELSE
                   IF WS-ES-ADMINISTRADOR NOT = 'S'
                       DISPLAY '--> LA SEGUNDA AUTORIZACIÓN TIENE QUE '
                           'SER DE UN ADMINISTRADOR'
                   ELSE
                       MOVE 'S' TO WS-TASA-APROBADA
                   END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF.

           135-VERIFICAR-ADMINISTRADOR SECTION.
               MOVE 'N' TO WS-ES-ADMINISTRADOR.
               IF WS-AUTORIZANTE-ESCALA NOT = SPACES
                   OPEN INPUT ARCHIVO-OPERADORES
                   IF WS-FILE-STATUS-OPER = '00'
                       MOVE WS-AUTORIZANTE-ESCALA
                           TO OP-CODIGO OF REGISTRO-OPERADOR
                       READ ARCHIVO-OPERADORES
                           KEY IS OP-CODIGO OF REGISTRO-OPERADOR
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF ROL-ADMINISTRADOR
                                  OF REGISTRO-OPERADOR
                                   MOVE 'S' TO WS-ES-ADMINISTRADOR
                               END-IF
                       END-READ
                       CLOSE ARCHIVO-OPERADORES
                   END-IF
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
