       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSF-EXTERIOR-SALIENTES.
       AUTHOR. MARCOS MUÑOZ.

      * Batch de salida al exterior: toma las órdenes pendientes de
      * transferencias_exterior.dat y, antes de liberar cada una,
      * controla al beneficiario contra las listas de sanciones
      * (CONTROLAR-LISTAS): si figura, la orden queda retenida con
      * su alerta para cumplimiento, sin debitar nada. Las que
      * pasan se convierten a la cotización vendedora del día
      * (OBTENER-COTIZACION) cuando la cuenta es en pesos, se
      * validan contra el disponible y se debitan; los gastos del
      * corresponsal (OUR) van como débito propio y la comisión
      * del tarifario ('TX') la cobra COBRAR-COMISION, salvo que
      * los gastos sean del beneficiario (BEN), en cuyo caso se
      * descuentan del importe enviado. Cada orden despachada va
      * al archivo del día para el corresponsal
      * (swift_salida_<AAAAMMDD>.txt) y el total despachado queda
      * como partida de la cuenta en el corresponsal, con
      * REGISTRAR-PARTIDA-LIQUIDACION, para conciliarlo contra su
      * extracto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-TRANSF-EXTERIOR
               ASSIGN TO 'transferencias_exterior.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-NUMERO OF REGISTRO-TRANSF-EXTERIOR
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS-CTA.

           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PARAM.

           SELECT ARCHIVO-MENSAJES
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-MENSAJES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-MSG.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-TRANSF-EXTERIOR.
           01 REGISTRO-TRANSF-EXTERIOR.
               COPY "transfexterior.cpy".

       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

      *    Un renglón de formato fijo por orden: tipo ('ORD' orden,
      *    'DEV' devolución de una entrada rechazada), referencia,
      *    fecha valor, moneda, importe, banco, cuenta, nombre y
      *    país del beneficiario, concepto cambiario, gastos, y
      *    nombre y CBU del ordenante.
       FD  ARCHIVO-MENSAJES.
           01  LINEA-MENSAJE.
               05  SW-TIPO            PIC X(03).
               05  SW-REFERENCIA      PIC X(16).
               05  SW-FECHA-VALOR     PIC 9(08).
               05  SW-MONEDA          PIC X(03).
               05  SW-IMPORTE         PIC 9(12)V99.
               05  SW-BIC             PIC X(11).
               05  SW-CUENTA          PIC X(34).
               05  SW-NOMBRE          PIC X(30).
               05  SW-PAIS            PIC X(02).
               05  SW-CONCEPTO        PIC X(04).
               05  SW-GASTOS          PIC X(03).
               05  SW-ORDENANTE       PIC X(30).
               05  SW-CBU-ORDENANTE   PIC X(13).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM  PIC XX VALUE '00'.
       01  WS-FILE-STATUS-MSG    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-MENSAJES PIC X(100).

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-ORDEN-VALIDA       PIC X(01).
           88 ORDEN-VALIDA       VALUE 'S'.
       01  WS-MOTIVO-RECHAZO     PIC X(30).

      *    Control de listas del beneficiario. La alerta va a
      *    nombre del titular de la cuenta que ordena.
       01  WS-DOCUMENTO-EXTERIOR PIC 9(11) VALUE ZERO.
       01  WS-ORIGEN-LISTAS      PIC X(12) VALUE 'TRANSF EXT'.
       01  WS-FECHA-LISTAS       PIC 9(08) VALUE ZERO.
       01  WS-RESULTADO-LISTAS   PIC X(01) VALUE 'N'.
           88 EN-LISTAS          VALUE 'S'.

      *    Conversión: cotización vendedora del día (el banco le
      *    vende la divisa al cliente).
       01  WS-LADO-VENTA         PIC X(01) VALUE 'V'.
       01  WS-TASA-DIA           PIC 9(06)V9999 VALUE ZERO.
       01  WS-GASTOS-ME          PIC 9(05)V99 VALUE 35.
       01  WS-GASTOS-CUENTA      PIC S9(12)V99 VALUE ZERO.
       01  WS-DESCUBIERTO-DISPONIBLE PIC S9(12)V99.
       01  WS-FONDOS-RETENIDOS   PIC S9(12)V99 VALUE ZERO.
       01  WS-CBU-ORDENANTE      PIC X(13).

       01  WS-OPERADOR           PIC X(08) VALUE 'EXT-SAL'.
       01  WS-CANAL              PIC X(10) VALUE 'BATCH'.
       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.
       01  WS-CONCEPTO           PIC 9(03) VALUE 073.
       01  WS-CONCEPTO-GASTOS    PIC 9(03) VALUE 075.
       01  WS-CONVERSION.
           05 WS-CV-MONEDA-ORIGINAL PIC X(03) VALUE SPACES.
           05 WS-CV-MONTO-ORIGINAL  PIC S9(12)V99 VALUE ZERO.
           05 WS-CV-TASA-APLICADA   PIC 9(06)V9999 VALUE ZERO.
       01  WS-RESULTADO-MOVIMIENTO PIC X(01).
           88 MOVIMIENTO-OK        VALUE 'S'.

      *    Comisión del tarifario por la transferencia.
       01  WS-OPERACION-TARIFA   PIC X(02) VALUE 'TX'.
       01  WS-COMISION-COBRADA   PIC S9(12)V99 VALUE ZERO.

       01  WS-CANT-DESPACHADAS   PIC 9(06) VALUE ZERO.
       01  WS-CANT-RETENIDAS     PIC 9(06) VALUE ZERO.
       01  WS-CANT-RECHAZADAS    PIC 9(06) VALUE ZERO.

      *    Partida de la corrida en la cuenta del corresponsal.
       01  WS-TOTAL-LIQUIDADO    PIC S9(12)V99 VALUE ZERO.
       01  WS-LADO-PARTIDA       PIC X(01) VALUE 'P'.
       01  WS-ORIGEN-PARTIDA     PIC X(10) VALUE 'SWIFT-SAL'.
       01  WS-MONEDA-PARTIDA     PIC X(03) VALUE 'USD'.
       01  WS-REFERENCIA-PARTIDA PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- SALIDA AL EXTERIOR ----'.
           CALL 'RESPALDAR-DATOS-BATCH'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 050-LEER-PARAMETROS.
           STRING
               "swift_salida_" DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-MENSAJES
           END-STRING.
           PERFORM 100-PROCESAR-ORDENES.
           DISPLAY '---- ORDENES DESPACHADAS: ' WS-CANT-DESPACHADAS.
           DISPLAY '---- ORDENES RETENIDAS POR LISTAS: '
               WS-CANT-RETENIDAS.
           DISPLAY '---- ORDENES RECHAZADAS: ' WS-CANT-RECHAZADAS.
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
                   IF PA-GASTOS-EXTERIOR-ME NUMERIC
                      AND PA-GASTOS-EXTERIOR-ME NOT = ZERO
                       MOVE PA-GASTOS-EXTERIOR-ME TO WS-GASTOS-ME
                   END-IF
                   CLOSE ARCHIVO-PARAMETROS
               END-IF.

           100-PROCESAR-ORDENES SECTION.
               OPEN I-O ARCHIVO-TRANSF-EXTERIOR.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY '--> SIN ÓRDENES AL EXTERIOR'
               ELSE
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-TRANSF-EXTERIOR NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF TE-SALIENTE AND TE-PENDIENTE
                                   PERFORM 110-PROCESAR-ORDEN
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-TRANSF-EXTERIOR
               END-IF.

           110-PROCESAR-ORDEN SECTION.
               PERFORM 120-CONTROLAR-LISTAS.
               IF EN-LISTAS
                   MOVE 'R' TO TE-ESTADO
                   ADD 1 TO WS-CANT-RETENIDAS
                   DISPLAY '--> ORDEN ' TE-NUMERO
                       ' RETENIDA: EL BENEFICIARIO FIGURA EN LAS '
                       'LISTAS DE CONTROL'
               ELSE
                   PERFORM 130-VALIDAR-CUENTA-Y-FONDOS
                   IF ORDEN-VALIDA
                       PERFORM 140-DEBITAR-ORDEN
                   END-IF
                   IF ORDEN-VALIDA
                       PERFORM 150-ESCRIBIR-MENSAJE
                       MOVE 'L' TO TE-ESTADO
                       MOVE WS-FECHA-HOY TO TE-FECHA-LIBERACION
                       SUBTRACT TE-IMPORTE-ENVIADO
                           FROM WS-TOTAL-LIQUIDADO
                       ADD 1 TO WS-CANT-DESPACHADAS
                   ELSE
                       MOVE 'X' TO TE-ESTADO
                       ADD 1 TO WS-CANT-RECHAZADAS
                       DISPLAY '--> ORDEN ' TE-NUMERO
                           ' RECHAZADA: ' WS-MOTIVO-RECHAZO
                   END-IF
               END-IF.
               REWRITE REGISTRO-TRANSF-EXTERIOR.

      *    Una orden que cumplimiento ya liberó después de una
      *    retención no se vuelve a retener por la misma
      *    coincidencia.
           120-CONTROLAR-LISTAS SECTION.
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

      *    La cuenta tiene que estar activa y cubrir el débito más
      *    los gastos del corresponsal si los paga el ordenante. Se
      *    fijan aquí la cotización, el importe en la moneda de la
      *    cuenta, el contravalor en pesos y el importe enviado.
           130-VALIDAR-CUENTA-Y-FONDOS SECTION.
               MOVE 'N' TO WS-ORDEN-VALIDA.
               MOVE 'CUENTA INEXISTENTE O INACTIVA'
                   TO WS-MOTIVO-RECHAZO.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS-CTA = '00'
                   MOVE TE-CUENTA TO CC-NUMERO-CUENTA OF RCC
                   READ ARCHIVO-CUENTAS
                       KEY IS CC-NUMERO-CUENTA OF RCC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CUENTA-ACTIVA OF RCC
                              AND NOT MONEDA-UVA OF RCC
                               MOVE 'S' TO WS-ORDEN-VALIDA
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

               IF ORDEN-VALIDA
                   CALL 'OBTENER-COTIZACION' USING
                       WS-FECHA-HOY TE-MONEDA WS-LADO-VENTA
                       WS-TASA-DIA
                   COMPUTE TE-IMPORTE-ARS ROUNDED =
                       TE-IMPORTE-ME * WS-TASA-DIA
                   MOVE TE-IMPORTE-ME TO TE-IMPORTE-ENVIADO
                   MOVE ZERO TO WS-GASTOS-CUENTA
                   IF CC-MONEDA OF RCC = TE-MONEDA
                       MOVE ZERO TO TE-TASA
                       MOVE TE-IMPORTE-ME TO TE-IMPORTE-CUENTA
                       IF GASTOS-ORDENANTE
                           MOVE WS-GASTOS-ME TO WS-GASTOS-CUENTA
                       END-IF
                   ELSE
                       MOVE WS-TASA-DIA TO TE-TASA
                       MOVE TE-IMPORTE-ARS TO TE-IMPORTE-CUENTA
                       IF GASTOS-ORDENANTE
                           COMPUTE WS-GASTOS-CUENTA ROUNDED =
                               WS-GASTOS-ME * WS-TASA-DIA
                       END-IF
                   END-IF
                   IF GASTOS-BENEFICIARIO
                       IF TE-IMPORTE-ME > WS-GASTOS-ME
                           SUBTRACT WS-GASTOS-ME
                               FROM TE-IMPORTE-ENVIADO
                       ELSE
                           MOVE 'N' TO WS-ORDEN-VALIDA
                           MOVE 'NO CUBRE GASTOS CORRESPONSAL'
                               TO WS-MOTIVO-RECHAZO
                       END-IF
                   END-IF
               END-IF.

               IF ORDEN-VALIDA
                   IF CAJA-DE-AHORRO OF RCC
                       MOVE ZERO TO WS-DESCUBIERTO-DISPONIBLE
                   ELSE
                       MOVE CC-LIMITE-DESCUBIERTO OF RCC
                           TO WS-DESCUBIERTO-DISPONIBLE
                   END-IF
                   CALL 'CALCULAR-FONDOS-RETENIDOS' USING
                       TE-CUENTA WS-FONDOS-RETENIDOS
                   IF TE-IMPORTE-CUENTA + WS-GASTOS-CUENTA
                      > CC-SALDO OF RCC
                      + WS-DESCUBIERTO-DISPONIBLE
                      - WS-FONDOS-RETENIDOS
                       MOVE 'N' TO WS-ORDEN-VALIDA
                       MOVE 'FONDOS INSUFICIENTES'
                           TO WS-MOTIVO-RECHAZO
                   END-IF
               END-IF.

      *    Débito de la orden con su conversión, los gastos del
      *    corresponsal si son del ordenante y la comisión del
      *    tarifario salvo que todo lo pague el beneficiario.
           140-DEBITAR-ORDEN SECTION.
               IF TE-TASA = ZERO
                   MOVE SPACES TO WS-CV-MONEDA-ORIGINAL
                   MOVE ZERO TO WS-CV-MONTO-ORIGINAL
                   MOVE ZERO TO WS-CV-TASA-APLICADA
               ELSE
                   MOVE TE-MONEDA TO WS-CV-MONEDA-ORIGINAL
                   MOVE TE-IMPORTE-ME TO WS-CV-MONTO-ORIGINAL
                   MOVE TE-TASA TO WS-CV-TASA-APLICADA
               END-IF.
               CALL 'MOVIMIENTO-CUENTA' USING
                   TE-CUENTA TE-IMPORTE-CUENTA 'C'
                   WS-OPERADOR WS-CANAL WS-SIN-AUTORIZANTE
                   WS-CONCEPTO WS-CONVERSION
                   WS-RESULTADO-MOVIMIENTO.
               IF NOT MOVIMIENTO-OK
                   MOVE 'N' TO WS-ORDEN-VALIDA
                   MOVE 'RECHAZADA POR EL SISTEMA'
                       TO WS-MOTIVO-RECHAZO
               ELSE
                   IF WS-GASTOS-CUENTA > ZERO
                       IF TE-TASA NOT = ZERO
                           MOVE WS-GASTOS-ME TO WS-CV-MONTO-ORIGINAL
                       END-IF
                       CALL 'MOVIMIENTO-CUENTA' USING
                           TE-CUENTA WS-GASTOS-CUENTA 'C'
                           WS-OPERADOR WS-CANAL WS-SIN-AUTORIZANTE
                           WS-CONCEPTO-GASTOS WS-CONVERSION
                           WS-RESULTADO-MOVIMIENTO
                   END-IF
                   IF NOT GASTOS-BENEFICIARIO
                       CALL 'COBRAR-COMISION' USING
                           WS-OPERACION-TARIFA TE-CUENTA
                           CC-TIPO-CUENTA OF RCC TE-IMPORTE-CUENTA
                           WS-OPERADOR WS-CANAL
                           WS-COMISION-COBRADA
                   END-IF
               END-IF.

           150-ESCRIBIR-MENSAJE SECTION.
               CALL 'CALCULAR-CBU' USING
                   CC-SUCURSAL OF RCC TE-CUENTA WS-CBU-ORDENANTE.
               MOVE SPACES TO LINEA-MENSAJE.
               MOVE 'ORD' TO SW-TIPO.
               MOVE TE-REFERENCIA TO SW-REFERENCIA.
               MOVE WS-FECHA-HOY TO SW-FECHA-VALOR.
               MOVE TE-MONEDA TO SW-MONEDA.
               MOVE TE-IMPORTE-ENVIADO TO SW-IMPORTE.
               MOVE TE-BIC TO SW-BIC.
               MOVE TE-CUENTA-EXTERIOR TO SW-CUENTA.
               MOVE TE-NOMBRE-EXTERIOR TO SW-NOMBRE.
               MOVE TE-PAIS TO SW-PAIS.
               MOVE TE-CONCEPTO-CAMBIO TO SW-CONCEPTO.
               MOVE TE-GASTOS TO SW-GASTOS.
               MOVE CC-NOMBRE-CLIENTE OF RCC TO SW-ORDENANTE.
               MOVE WS-CBU-ORDENANTE TO SW-CBU-ORDENANTE.

               OPEN EXTEND ARCHIVO-MENSAJES.
               IF WS-FILE-STATUS-MSG = '35'
                   OPEN OUTPUT ARCHIVO-MENSAJES
               END-IF.
               IF WS-FILE-STATUS-MSG NOT = '00'
                   DISPLAY 'ERROR AL GRABAR EL MENSAJE AL '
                       'CORRESPONSAL'
               ELSE
                   WRITE LINEA-MENSAJE
                   CLOSE ARCHIVO-MENSAJES
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
