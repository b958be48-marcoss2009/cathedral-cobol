       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSF-EXTERIOR-ENTRANTES.
       AUTHOR. MARCOS MUÑOZ.

      * Batch de entrada del exterior: carga los pagos que avisa el
      * corresponsal (swift_entrada.txt, un renglón de formato fijo
      * por pago) en transferencias_exterior.dat y aplica los
      * pendientes. Antes de acreditar, el ordenante se controla
      * contra las listas de sanciones (CONTROLAR-LISTAS): si
      * figura, el pago queda retenido con su alerta para
      * cumplimiento. El beneficiario se identifica por el CBU
      * (validado con CALCULAR-CBU) o el número de cuenta del
      * mensaje; una cuenta en pesos recibe el contravalor a la
      * cotización compradora del día (OBTENER-COTIZACION) y una en
      * la moneda del pago lo recibe tal cual. Cuando los gastos no
      * son del ordenante se cobra la comisión del tarifario
      * ('TE'). Un pago sin beneficiario identificado, o cuyo
      * crédito falla, se acredita en pesos en la cuenta puente y
      * queda como partida de pendientes.dat (origen SWIFT-ENT)
      * para que GESTIONAR-PENDIENTES le asigne la cuenta. El total
      * recibido queda como partida de la cuenta en el
      * corresponsal, con REGISTRAR-PARTIDA-LIQUIDACION, para
      * conciliarlo contra su extracto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-ENTRADA
               ASSIGN TO 'swift_entrada.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-ENT.

           SELECT ARCHIVO-TRANSF-EXTERIOR
               ASSIGN TO 'transferencias_exterior.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-NUMERO OF REGISTRO-TRANSF-EXTERIOR
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-CONTADOR
               ASSIGN TO 'contador-transf-exterior.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CONTADOR.

           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS-CTA.

      *    Parámetros, de donde sale la cuenta puente.
           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PARAM.

       DATA DIVISION.
       FILE SECTION.
      *    Referencia del corresponsal, fecha valor, moneda e
      *    importe, banco, cuenta, nombre y país del ordenante,
      *    concepto cambiario, gastos, y cuenta (CBU de 13 dígitos
      *    o número de cuenta de 8) y nombre del beneficiario.
       FD  ARCHIVO-ENTRADA.
           01  LINEA-ENTRADA.
               05  EX-REFERENCIA        PIC X(16).
               05  EX-FECHA-VALOR       PIC 9(08).
               05  EX-MONEDA            PIC X(03).
               05  EX-IMPORTE           PIC 9(12)V99.
               05  EX-BIC-ORDENANTE     PIC X(11).
               05  EX-CUENTA-ORDENANTE  PIC X(34).
               05  EX-NOMBRE-ORDENANTE  PIC X(30).
               05  EX-PAIS              PIC X(02).
               05  EX-CONCEPTO          PIC X(04).
               05  EX-GASTOS            PIC X(03).
               05  EX-CUENTA-BENEF      PIC X(34).
               05  EX-CBU-BENEF REDEFINES EX-CUENTA-BENEF.
                   10  EX-CBU-SUCURSAL  PIC 9(03).
                   10  EX-CBU-CUENTA    PIC 9(08).
                   10  EX-CBU-DV        PIC 9(02).
                   10  FILLER           PIC X(21).
               05  EX-NOMBRE-BENEF      PIC X(30).

       FD  ARCHIVO-TRANSF-EXTERIOR.
           01 REGISTRO-TRANSF-EXTERIOR.
               COPY "transfexterior.cpy".

       FD  ARCHIVO-CONTADOR.
           01 REGISTRO-CONTADOR.
               05 CONTADOR-TRANSF-EXTERIOR PIC 9(08).

       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-ENT    PIC XX VALUE '00'.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CONTADOR PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM  PIC XX VALUE '00'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-EOF-ENT            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-ENT    VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-CUENTA-PUENTE      PIC 9(08) VALUE ZERO.

      *    Beneficiario identificado en el mensaje.
       01  WS-CUENTA-BENEF       PIC 9(08).
       01  WS-DNI-BENEF          PIC 9(08).
       01  WS-SUCURSAL-BENEF     PIC 9(03).
       01  WS-CBU-CALCULADO      PIC X(13).
       01  WS-MONEDA-BENEF       PIC X(03).
       01  WS-TIPO-CUENTA-BENEF  PIC X(01).

      *    Control de listas del ordenante. La alerta va a nombre
      *    del titular de la cuenta que recibe, si se identificó.
       01  WS-DOCUMENTO-EXTERIOR PIC 9(11) VALUE ZERO.
       01  WS-ORIGEN-LISTAS      PIC X(12) VALUE 'TRANSF EXT'.
       01  WS-FECHA-LISTAS       PIC 9(08) VALUE ZERO.
       01  WS-RESULTADO-LISTAS   PIC X(01) VALUE 'N'.
           88 EN-LISTAS          VALUE 'S'.

      *    Conversión: cotización compradora del día (el banco le
      *    compra la divisa al cliente).
       01  WS-LADO-COMPRA        PIC X(01) VALUE 'C'.
       01  WS-TASA-DIA           PIC 9(06)V9999 VALUE ZERO.
       01  WS-CREDITO-OK         PIC X(01).
           88 CREDITO-OK         VALUE 'S'.

       01  WS-OPERADOR           PIC X(08) VALUE 'EXT-ENT'.
       01  WS-CANAL              PIC X(10) VALUE 'BATCH'.
       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.
       01  WS-CONCEPTO           PIC 9(03) VALUE 074.
       01  WS-CONVERSION.
           05 WS-CV-MONEDA-ORIGINAL PIC X(03) VALUE SPACES.
           05 WS-CV-MONTO-ORIGINAL  PIC S9(12)V99 VALUE ZERO.
           05 WS-CV-TASA-APLICADA   PIC 9(06)V9999 VALUE ZERO.
       01  WS-RESULTADO-MOVIMIENTO PIC X(01).
           88 MOVIMIENTO-OK        VALUE 'S'.

      *    Comisión del tarifario por la transferencia recibida.
       01  WS-OPERACION-TARIFA   PIC X(02) VALUE 'TE'.
       01  WS-COMISION-COBRADA   PIC S9(12)V99 VALUE ZERO.

      *    Partida de pendientes para el pago sin beneficiario.
       01  WS-CUENTA-SIN-ORIGEN  PIC 9(08) VALUE ZERO.
       01  WS-CUENTA-SIN-DESTINO PIC 9(08) VALUE ZERO.
       01  WS-ORIGEN-PENDIENTE   PIC X(10) VALUE 'SWIFT-ENT'.
       01  WS-ESTADO-PENDIENTE   PIC X(01) VALUE 'P'.
       01  WS-NUMERO-PENDIENTE   PIC 9(06) VALUE ZERO.

       01  WS-CANT-CARGADAS      PIC 9(06) VALUE ZERO.
       01  WS-CANT-APLICADAS     PIC 9(06) VALUE ZERO.
       01  WS-CANT-RETENIDAS     PIC 9(06) VALUE ZERO.
       01  WS-CANT-A-PENDIENTES  PIC 9(06) VALUE ZERO.

      *    Partida de la corrida en la cuenta del corresponsal.
       01  WS-TOTAL-LIQUIDADO    PIC S9(12)V99 VALUE ZERO.
       01  WS-LADO-PARTIDA       PIC X(01) VALUE 'P'.
       01  WS-ORIGEN-PARTIDA     PIC X(10) VALUE 'SWIFT-ENT'.
       01  WS-MONEDA-PARTIDA     PIC X(03) VALUE 'USD'.
       01  WS-REFERENCIA-PARTIDA PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- ENTRADA DEL EXTERIOR ----'.
           CALL 'RESPALDAR-DATOS-BATCH'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 050-LEER-PARAMETROS.
           PERFORM 100-CARGAR-ENTRADA.
           PERFORM 200-APLICAR-PENDIENTES.
           DISPLAY '---- PAGOS RECIBIDOS: ' WS-CANT-CARGADAS.
           DISPLAY '---- PAGOS ACREDITADOS: ' WS-CANT-APLICADAS.
           DISPLAY '---- PAGOS RETENIDOS POR LISTAS: '
               WS-CANT-RETENIDAS.
           DISPLAY '---- PAGOS A PARTIDAS PENDIENTES: '
               WS-CANT-A-PENDIENTES.
           STRING WS-ORIGEN-PARTIDA DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               INTO WS-REFERENCIA-PARTIDA
           END-STRING.
           CALL 'REGISTRAR-PARTIDA-LIQUIDACION' USING
               WS-LADO-PARTIDA WS-FECHA-HOY WS-ORIGEN-PARTIDA
               WS-MONEDA-PARTIDA WS-REFERENCIA-PARTIDA
               WS-TOTAL-LIQUIDADO.
           PERFORM 900-FINALIZAR-PROGRAMA.

           050-LEER-PARAMETROS SECTION.
               OPEN INPUT ARCHIVO-PARAMETROS.
               IF WS-FILE-STATUS-PARAM = '00'
                   READ ARCHIVO-PARAMETROS
                   END-READ
                   MOVE PA-CUENTA-PUENTE TO WS-CUENTA-PUENTE
                   CLOSE ARCHIVO-PARAMETROS
               END-IF.

      *    Cada renglón del corresponsal entra como pago pendiente
      *    de aplicación; lo recibido ya está en la cuenta del
      *    corresponsal, sea cual sea el destino final del pago.
           100-CARGAR-ENTRADA SECTION.
               OPEN INPUT ARCHIVO-ENTRADA.
               IF WS-FILE-STATUS-ENT NOT = '00'
                   DISPLAY '--> SIN ARCHIVO DEL CORRESPONSAL'
               ELSE
                   OPEN I-O ARCHIVO-TRANSF-EXTERIOR
                   IF WS-FILE-STATUS = '35'
                       OPEN OUTPUT ARCHIVO-TRANSF-EXTERIOR
                       CLOSE ARCHIVO-TRANSF-EXTERIOR
                       OPEN I-O ARCHIVO-TRANSF-EXTERIOR
                   END-IF
                   IF WS-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR AL ABRIR LAS TRANSFERENCIAS '
                           'CON EL EXTERIOR'
                   ELSE
                       PERFORM UNTIL FIN-ARCHIVO-ENT
                           READ ARCHIVO-ENTRADA
                               AT END
                                   SET FIN-ARCHIVO-ENT TO TRUE
                               NOT AT END
                                   PERFORM 110-CARGAR-PAGO
                           END-READ
                       END-PERFORM
                       CLOSE ARCHIVO-TRANSF-EXTERIOR
                   END-IF
                   CLOSE ARCHIVO-ENTRADA
               END-IF.

           110-CARGAR-PAGO SECTION.
               INITIALIZE REGISTRO-TRANSF-EXTERIOR.
               PERFORM 130-ASIGNAR-NUMERO.
               MOVE 'E' TO TE-SENTIDO.
               PERFORM 120-IDENTIFICAR-BENEFICIARIO.
               MOVE WS-CUENTA-BENEF TO TE-CUENTA.
               MOVE WS-DNI-BENEF TO TE-DNI.
               MOVE EX-BIC-ORDENANTE TO TE-BIC.
               MOVE EX-CUENTA-ORDENANTE TO TE-CUENTA-EXTERIOR.
               MOVE EX-NOMBRE-ORDENANTE TO TE-NOMBRE-EXTERIOR.
               MOVE EX-PAIS TO TE-PAIS.
               MOVE EX-CONCEPTO TO TE-CONCEPTO-CAMBIO.
               MOVE EX-MONEDA TO TE-MONEDA.
               MOVE EX-IMPORTE TO TE-IMPORTE-ME.
               MOVE EX-IMPORTE TO TE-IMPORTE-ENVIADO.
               MOVE EX-GASTOS TO TE-GASTOS.
               MOVE EX-REFERENCIA TO TE-REFERENCIA.
               MOVE 'P' TO TE-ESTADO.
               MOVE 'N' TO TE-CONTROL-LISTAS.
               MOVE EX-FECHA-VALOR TO TE-FECHA-ORDEN.
               MOVE ZERO TO TE-FECHA-LIBERACION.
               MOVE WS-OPERADOR TO TE-OPERADOR.
               WRITE REGISTRO-TRANSF-EXTERIOR.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL GRABAR EL PAGO ' EX-REFERENCIA
               ELSE
                   ADD 1 TO WS-CANT-CARGADAS
                   ADD EX-IMPORTE TO WS-TOTAL-LIQUIDADO
               END-IF.

      *    CBU de 13 dígitos (tiene que coincidir con el
      *    recalculado para la cuenta embebida) o número de cuenta
      *    de 8; en los dos casos, cuenta existente y no cerrada.
      *    Si no, el beneficiario queda sin identificar (cero).
           120-IDENTIFICAR-BENEFICIARIO SECTION.
               MOVE ZERO TO WS-CUENTA-BENEF.
               MOVE ZERO TO WS-DNI-BENEF.
               EVALUATE TRUE
                   WHEN EX-CUENTA-BENEF (1:13) IS NUMERIC
                       MOVE EX-CBU-CUENTA TO WS-CUENTA-BENEF
                   WHEN EX-CUENTA-BENEF (1:8) IS NUMERIC
                    AND EX-CUENTA-BENEF (9:26) = SPACES
                       MOVE EX-CUENTA-BENEF (1:8) TO WS-CUENTA-BENEF
               END-EVALUATE.
               IF WS-CUENTA-BENEF NOT = ZERO
                   OPEN INPUT ARCHIVO-CUENTAS
                   IF WS-FILE-STATUS-CTA NOT = '00'
                       MOVE ZERO TO WS-CUENTA-BENEF
                   ELSE
                       MOVE WS-CUENTA-BENEF
                           TO CC-NUMERO-CUENTA OF RCC
                       READ ARCHIVO-CUENTAS
                           KEY IS CC-NUMERO-CUENTA OF RCC
                           INVALID KEY
                               MOVE ZERO TO WS-CUENTA-BENEF
                           NOT INVALID KEY
                               IF CUENTA-CERRADA OF RCC
                                  OR MONEDA-UVA OF RCC
                                   MOVE ZERO TO WS-CUENTA-BENEF
                               END-IF
                               MOVE CC-DNI-TITULAR OF RCC
                                   TO WS-DNI-BENEF
                               MOVE CC-SUCURSAL OF RCC
                                   TO WS-SUCURSAL-BENEF
                       END-READ
                       CLOSE ARCHIVO-CUENTAS
                   END-IF
               END-IF.
               IF WS-CUENTA-BENEF NOT = ZERO
                  AND EX-CUENTA-BENEF (1:13) IS NUMERIC
                   CALL 'CALCULAR-CBU' USING
                       WS-SUCURSAL-BENEF WS-CUENTA-BENEF
                       WS-CBU-CALCULADO
                   IF WS-CBU-CALCULADO NOT = EX-CUENTA-BENEF (1:13)
                       MOVE ZERO TO WS-CUENTA-BENEF
                   END-IF
               END-IF.
               IF WS-CUENTA-BENEF = ZERO
                   MOVE ZERO TO WS-DNI-BENEF
               END-IF.

           130-ASIGNAR-NUMERO SECTION.
               OPEN I-O ARCHIVO-CONTADOR.
               IF WS-FILE-STATUS-CONTADOR = '35'
                   OPEN OUTPUT ARCHIVO-CONTADOR
                   MOVE ZERO TO CONTADOR-TRANSF-EXTERIOR
                   WRITE REGISTRO-CONTADOR
                   CLOSE ARCHIVO-CONTADOR
                   OPEN I-O ARCHIVO-CONTADOR
               END-IF.
               READ ARCHIVO-CONTADOR INTO REGISTRO-CONTADOR
               END-READ.
               ADD 1 TO CONTADOR-TRANSF-EXTERIOR.
               MOVE CONTADOR-TRANSF-EXTERIOR TO TE-NUMERO.
               REWRITE REGISTRO-CONTADOR.
               CLOSE ARCHIVO-CONTADOR.

      *    Aplica los pagos pendientes: los recién cargados y los
      *    que cumplimiento liberó después de una retención.
           200-APLICAR-PENDIENTES SECTION.
               OPEN I-O ARCHIVO-TRANSF-EXTERIOR.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY '--> SIN PAGOS DEL EXTERIOR'
               ELSE
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-TRANSF-EXTERIOR NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF TE-ENTRANTE AND TE-PENDIENTE
                                   PERFORM 210-APLICAR-PAGO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-TRANSF-EXTERIOR
               END-IF.

           210-APLICAR-PAGO SECTION.
               MOVE 'N' TO WS-RESULTADO-LISTAS.
               IF NOT LISTAS-LIBERADA
                   CALL 'CONTROLAR-LISTAS' USING
                       TE-NOMBRE-EXTERIOR WS-DOCUMENTO-EXTERIOR
                       TE-DNI TE-CUENTA
                       WS-ORIGEN-LISTAS WS-FECHA-LISTAS
                       WS-RESULTADO-LISTAS
                   IF NOT EN-LISTAS
                       MOVE 'S' TO TE-CONTROL-LISTAS
                   END-IF
               END-IF.

               IF EN-LISTAS
                   MOVE 'R' TO TE-ESTADO
                   ADD 1 TO WS-CANT-RETENIDAS
                   DISPLAY '--> PAGO ' TE-NUMERO
                       ' RETENIDO: EL ORDENANTE FIGURA EN LAS '
                       'LISTAS DE CONTROL'
               ELSE
                   MOVE 'N' TO WS-CREDITO-OK
                   IF TE-CUENTA NOT = ZERO
                       PERFORM 220-ACREDITAR-BENEFICIARIO
                   END-IF
                   IF CREDITO-OK
                       MOVE 'A' TO TE-ESTADO
                       MOVE WS-FECHA-HOY TO TE-FECHA-LIBERACION
                       ADD 1 TO WS-CANT-APLICADAS
                   ELSE
                       PERFORM 230-ENVIAR-A-PENDIENTES
                   END-IF
               END-IF.
               REWRITE REGISTRO-TRANSF-EXTERIOR.

      *    Contravalor a la compradora del día si la cuenta es en
      *    pesos, o el importe tal cual si es en la moneda del pago.
           220-ACREDITAR-BENEFICIARIO SECTION.
               MOVE SPACES TO WS-MONEDA-BENEF.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS-CTA = '00'
                   MOVE TE-CUENTA TO CC-NUMERO-CUENTA OF RCC
                   READ ARCHIVO-CUENTAS
                       KEY IS CC-NUMERO-CUENTA OF RCC
                       NOT INVALID KEY
                           MOVE CC-MONEDA OF RCC TO WS-MONEDA-BENEF
                           MOVE WS-TIPO-CUENTA-BENEF
                               TO WS-TIPO-CUENTA-BENEF
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

               IF WS-MONEDA-BENEF = 'ARS'
                  OR WS-MONEDA-BENEF = TE-MONEDA
                   CALL 'OBTENER-COTIZACION' USING
                       WS-FECHA-HOY TE-MONEDA WS-LADO-COMPRA
                       WS-TASA-DIA
                   COMPUTE TE-IMPORTE-ARS ROUNDED =
                       TE-IMPORTE-ME * WS-TASA-DIA
                   IF WS-MONEDA-BENEF = TE-MONEDA
                       MOVE ZERO TO TE-TASA
                       MOVE TE-IMPORTE-ME TO TE-IMPORTE-CUENTA
                       MOVE SPACES TO WS-CV-MONEDA-ORIGINAL
                       MOVE ZERO TO WS-CV-MONTO-ORIGINAL
                       MOVE ZERO TO WS-CV-TASA-APLICADA
                   ELSE
                       MOVE WS-TASA-DIA TO TE-TASA
                       MOVE TE-IMPORTE-ARS TO TE-IMPORTE-CUENTA
                       MOVE TE-MONEDA TO WS-CV-MONEDA-ORIGINAL
                       MOVE TE-IMPORTE-ME TO WS-CV-MONTO-ORIGINAL
                       MOVE TE-TASA TO WS-CV-TASA-APLICADA
                   END-IF
                   CALL 'MOVIMIENTO-CUENTA' USING
                       TE-CUENTA TE-IMPORTE-CUENTA 'A'
                       WS-OPERADOR WS-CANAL WS-SIN-AUTORIZANTE
                       WS-CONCEPTO WS-CONVERSION
                       WS-RESULTADO-MOVIMIENTO
                   IF MOVIMIENTO-OK
                       MOVE 'S' TO WS-CREDITO-OK
                       IF NOT GASTOS-ORDENANTE
                           CALL 'COBRAR-COMISION' USING
                               WS-OPERACION-TARIFA TE-CUENTA
                               WS-TIPO-CUENTA-BENEF
                               TE-IMPORTE-CUENTA
                               WS-OPERADOR WS-CANAL
                               WS-COMISION-COBRADA
                       END-IF
                   END-IF
               END-IF.

      *    Sin beneficiario identificado (o con el crédito
      *    rechazado), el contravalor en pesos se estaciona en la
      *    cuenta puente con su partida pendiente, sin cuenta de
      *    origen ni de destino: GESTIONAR-PENDIENTES le asigna la
      *    cuenta cuando se aclara el beneficiario.
           230-ENVIAR-A-PENDIENTES SECTION.
               IF WS-CUENTA-PUENTE = ZERO
                   DISPLAY '--> PAGO ' TE-NUMERO
                       ' SIN BENEFICIARIO Y SIN CUENTA PUENTE '
                       'CONFIGURADA: QUEDA PENDIENTE'
               ELSE
                   CALL 'OBTENER-COTIZACION' USING
                       WS-FECHA-HOY TE-MONEDA WS-LADO-COMPRA
                       WS-TASA-DIA
                   MOVE WS-TASA-DIA TO TE-TASA
                   COMPUTE TE-IMPORTE-ARS ROUNDED =
                       TE-IMPORTE-ME * WS-TASA-DIA
                   MOVE TE-IMPORTE-ARS TO TE-IMPORTE-CUENTA
                   MOVE TE-MONEDA TO WS-CV-MONEDA-ORIGINAL
                   MOVE TE-IMPORTE-ME TO WS-CV-MONTO-ORIGINAL
                   MOVE TE-TASA TO WS-CV-TASA-APLICADA
                   CALL 'MOVIMIENTO-CUENTA' USING
                       WS-CUENTA-PUENTE TE-IMPORTE-CUENTA 'A'
                       WS-OPERADOR WS-CANAL WS-SIN-AUTORIZANTE
                       WS-CONCEPTO WS-CONVERSION
                       WS-RESULTADO-MOVIMIENTO
                   IF NOT MOVIMIENTO-OK
                       DISPLAY '--> PAGO ' TE-NUMERO
                           ' NO SE PUDO ACREDITAR EN LA CUENTA '
                           'PUENTE: QUEDA PENDIENTE'
                   ELSE
                       MOVE ZERO TO WS-NUMERO-PENDIENTE
                       CALL 'REGISTRAR-PENDIENTE' USING
                           WS-CUENTA-SIN-ORIGEN WS-CUENTA-SIN-DESTINO
                           TE-IMPORTE-CUENTA WS-ORIGEN-PENDIENTE
                           WS-OPERADOR WS-ESTADO-PENDIENTE
                           WS-NUMERO-PENDIENTE
                       MOVE WS-NUMERO-PENDIENTE
                           TO TE-NUMERO-PENDIENTE
                       MOVE 'H' TO TE-ESTADO
                       MOVE WS-FECHA-HOY TO TE-FECHA-LIBERACION
                       ADD 1 TO WS-CANT-A-PENDIENTES
                       DISPLAY '--> PAGO ' TE-NUMERO
                           ' SIN BENEFICIARIO IDENTIFICADO: '
                           'PARTIDA PENDIENTE ' WS-NUMERO-PENDIENTE
                   END-IF
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
