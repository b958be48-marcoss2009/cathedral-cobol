       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDENAR-TRANSFERENCIA-EXTERIOR.
       AUTHOR. MARCOS MUÑOZ.

      * Carga una orden de transferencia al exterior: cuenta de
      * origen en Cathedral, banco del beneficiario (BIC), su
      * cuenta o IBAN y su nombre, el código de concepto que exige
      * la normativa cambiaria, la moneda, el importe y quién paga
      * los gastos (OUR/SHA/BEN). La orden queda pendiente en
      * transferencias_exterior.dat; el batch
      * TRANSF-EXTERIOR-SALIENTES la controla contra las listas de
      * sanciones, la convierte a la cotización del día
      * (OBTENER-COTIZACION) si la cuenta es en pesos, la debita y
      * la despacha al corresponsal. Al cargarla se le muestra al
      * cliente el contravalor estimado a la cotización de hoy. El
      * corresponsal del banco liquida sólo dólares, así que las
      * órdenes son en USD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

      *    Parámetros, por los gastos del corresponsal.
           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-TRANSF-EXTERIOR.
           01 REGISTRO-TRANSF-EXTERIOR.
               COPY "transfexterior.cpy".

       FD  ARCHIVO-CONTADOR.
           01 REGISTRO-CONTADOR.
               05 CONTADOR-TRANSF-EXTERIOR PIC 9(08).

       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  CUENTA-CORRIENTE.
           COPY "cuenta.cpy".

       01  WS-FILE-STATUS           PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CONTADOR  PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM     PIC XX VALUE '00'.

      *    Datos de la orden tal como los carga el operador.
       01  WS-BIC                PIC X(11).
       01  WS-CUENTA-EXTERIOR    PIC X(34).
       01  WS-BENEFICIARIO       PIC X(30).
       01  WS-PAIS               PIC X(02).
       01  WS-CONCEPTO-CAMBIO    PIC X(04).
       01  WS-MONEDA             PIC X(03).
       01  WS-IMPORTE-ME         PIC 9(12)V99.
       01  WS-GASTOS             PIC X(03).
           88 WS-GASTOS-VALIDOS  VALUE 'OUR' 'SHA' 'BEN'.

       01  WS-DATO-OK            PIC X(01) VALUE 'N'.
           88 DATO-OK            VALUE 'S'.
       01  WS-ORDEN-OK           PIC X(01) VALUE 'N'.
           88 ORDEN-OK           VALUE 'S'.
       01  WS-CANT-BLANCOS       PIC 9(02).
       01  WS-CONFIRMA           PIC X(01).

      *    Contravalor estimado a la cotización vendedora de hoy;
      *    el definitivo lo fija el batch al despachar.
       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-LADO-VENTA         PIC X(01) VALUE 'V'.
       01  WS-TASA-ESTIMADA      PIC 9(06)V9999 VALUE ZERO.
       01  WS-IMPORTE-ESTIMADO   PIC S9(12)V99 VALUE ZERO.
       01  WS-GASTOS-ME          PIC 9(05)V99 VALUE 35.
       01  WS-MONTO-DISPLAY      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TASA-DISPLAY       PIC ZZZ,ZZ9.9999.

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión.
       01  LK-OPERADOR           PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- TRANSFERENCIA AL EXTERIOR ----'.
           CALL 'BUSCAR-CUENTA' USING CUENTA-CORRIENTE.

           IF CC-NUMERO-CUENTA OF CUENTA-CORRIENTE = ZERO
               DISPLAY '--> OPERACIÓN CANCELADA'
           ELSE
               IF NOT CUENTA-ACTIVA OF CUENTA-CORRIENTE
                   DISPLAY '--> LA CUENTA NO ESTÁ ACTIVA'
               ELSE
                   IF MONEDA-UVA OF CUENTA-CORRIENTE
                       DISPLAY '--> UNA CUENTA EN UVA NO PUEDE '
                           'ORDENAR TRANSFERENCIAS AL EXTERIOR'
                   ELSE
                       PERFORM 050-LEER-PARAMETROS
                       PERFORM 100-CAPTURAR-ORDEN
                   END-IF
               END-IF
           END-IF.
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

           100-CAPTURAR-ORDEN SECTION.
               MOVE 'S' TO WS-ORDEN-OK.
               PERFORM 110-CAPTURAR-BENEFICIARIO.
               IF ORDEN-OK
                   PERFORM 120-CAPTURAR-IMPORTE
               END-IF.
               IF ORDEN-OK
                   PERFORM 130-MOSTRAR-Y-CONFIRMAR
               END-IF.
               IF ORDEN-OK
                   PERFORM 140-GRABAR-ORDEN
               ELSE
                   DISPLAY '--> OPERACIÓN CANCELADA'
               END-IF.

      *    Banco, cuenta y nombre del beneficiario. El BIC lleva
      *    el país del banco en las posiciones 5 y 6, que se
      *    propone como país de destino.
           110-CAPTURAR-BENEFICIARIO SECTION.
               MOVE 'N' TO WS-DATO-OK.
               PERFORM UNTIL DATO-OK OR NOT ORDEN-OK
                   DISPLAY 'BIC del banco beneficiario (8 u 11, '
                       'ENTER = cancelar): ' WITH NO ADVANCING
                   MOVE SPACES TO WS-BIC
                   ACCEPT WS-BIC
                   IF WS-BIC = SPACES
                       MOVE 'N' TO WS-ORDEN-OK
                   ELSE
      *                Ocho posiciones sin blancos y la sucursal
      *                (9 a 11) completa o vacía.
                       MOVE ZERO TO WS-CANT-BLANCOS
                       INSPECT WS-BIC TALLYING WS-CANT-BLANCOS
                           FOR ALL SPACE
                       IF (WS-CANT-BLANCOS = ZERO
                           OR (WS-CANT-BLANCOS = 3
                               AND WS-BIC (9:3) = SPACES))
                          AND WS-BIC (5:2) IS ALPHABETIC
                           MOVE 'S' TO WS-DATO-OK
                       ELSE
                           DISPLAY '--> BIC INVÁLIDO'
                       END-IF
                   END-IF
               END-PERFORM.

               IF ORDEN-OK
                   MOVE SPACES TO WS-CUENTA-EXTERIOR
                   PERFORM UNTIL WS-CUENTA-EXTERIOR NOT = SPACES
                       DISPLAY 'IBAN o cuenta del beneficiario: '
                           WITH NO ADVANCING
                       ACCEPT WS-CUENTA-EXTERIOR
                   END-PERFORM
                   MOVE SPACES TO WS-BENEFICIARIO
                   PERFORM UNTIL WS-BENEFICIARIO NOT = SPACES
                       DISPLAY 'Nombre del beneficiario: '
                           WITH NO ADVANCING
                       ACCEPT WS-BENEFICIARIO
                   END-PERFORM
                   MOVE SPACES TO WS-PAIS
                   DISPLAY 'País del beneficiario (ENTER = '
                       WS-BIC (5:2) '): ' WITH NO ADVANCING
                   ACCEPT WS-PAIS
                   IF WS-PAIS = SPACES
                       MOVE WS-BIC (5:2) TO WS-PAIS
                   END-IF
               END-IF.

      *    Concepto cambiario (una letra y dos dígitos, p. ej. B05
      *    o I07), moneda, importe y opción de gastos.
           120-CAPTURAR-IMPORTE SECTION.
               MOVE 'N' TO WS-DATO-OK.
               PERFORM UNTIL DATO-OK
                   DISPLAY 'Código de concepto cambiario: '
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-CONCEPTO-CAMBIO
                   ACCEPT WS-CONCEPTO-CAMBIO
                   IF WS-CONCEPTO-CAMBIO (1:1) IS ALPHABETIC
                      AND WS-CONCEPTO-CAMBIO (1:1) NOT = SPACE
                      AND WS-CONCEPTO-CAMBIO (2:2) IS NUMERIC
                       MOVE 'S' TO WS-DATO-OK
                   ELSE
                       DISPLAY '--> CONCEPTO INVÁLIDO'
                   END-IF
               END-PERFORM.

               DISPLAY 'Moneda (ENTER = USD): ' WITH NO ADVANCING.
               MOVE SPACES TO WS-MONEDA.
               ACCEPT WS-MONEDA.
               IF WS-MONEDA = SPACES
                   MOVE 'USD' TO WS-MONEDA
               END-IF.
               IF WS-MONEDA NOT = 'USD'
                   DISPLAY '--> EL CORRESPONSAL LIQUIDA SÓLO '
                       'DÓLARES'
                   MOVE 'N' TO WS-ORDEN-OK
               END-IF.

               IF ORDEN-OK
                   DISPLAY 'Importe en ' WS-MONEDA ': '
                       WITH NO ADVANCING
                   ACCEPT WS-IMPORTE-ME
                   PERFORM UNTIL WS-IMPORTE-ME >= 1
                       DISPLAY '--> IMPORTE INVÁLIDO'
                       DISPLAY 'Importe en ' WS-MONEDA ': '
                           WITH NO ADVANCING
                       ACCEPT WS-IMPORTE-ME
                   END-PERFORM
                   MOVE SPACES TO WS-GASTOS
                   PERFORM UNTIL WS-GASTOS-VALIDOS
                       DISPLAY 'Gastos OUR/SHA/BEN (ENTER = SHA): '
                           WITH NO ADVANCING
                       ACCEPT WS-GASTOS
                       IF WS-GASTOS = SPACES
                           MOVE 'SHA' TO WS-GASTOS
                       END-IF
                   END-PERFORM
                   IF WS-GASTOS = 'BEN'
                      AND WS-IMPORTE-ME NOT > WS-GASTOS-ME
                       DISPLAY '--> EL IMPORTE NO CUBRE LOS GASTOS '
                           'DEL CORRESPONSAL'
                       MOVE 'N' TO WS-ORDEN-OK
                   END-IF
               END-IF.

           130-MOSTRAR-Y-CONFIRMAR SECTION.
               CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
               IF CC-MONEDA OF CUENTA-CORRIENTE = WS-MONEDA
                   MOVE WS-IMPORTE-ME TO WS-IMPORTE-ESTIMADO
               ELSE
                   CALL 'OBTENER-COTIZACION' USING
                       WS-FECHA-HOY WS-MONEDA WS-LADO-VENTA
                       WS-TASA-ESTIMADA
                   COMPUTE WS-IMPORTE-ESTIMADO ROUNDED =
                       WS-IMPORTE-ME * WS-TASA-ESTIMADA
                   MOVE WS-TASA-ESTIMADA TO WS-TASA-DISPLAY
                   DISPLAY '--> COTIZACIÓN DE HOY: ' WS-TASA-DISPLAY
               END-IF.
               MOVE WS-IMPORTE-ESTIMADO TO WS-MONTO-DISPLAY.
               DISPLAY '--> DÉBITO ESTIMADO EN '
                   CC-MONEDA OF CUENTA-CORRIENTE ': '
                   WS-MONTO-DISPLAY.
               MOVE WS-GASTOS-ME TO WS-MONTO-DISPLAY.
               EVALUATE WS-GASTOS
                   WHEN 'OUR'
                       DISPLAY '--> MÁS GASTOS DEL CORRESPONSAL ('
                           WS-MONEDA '): ' WS-MONTO-DISPLAY
                   WHEN 'BEN'
                       DISPLAY '--> EL BENEFICIARIO RECIBE EL '
                           'IMPORTE MENOS ' WS-MONTO-DISPLAY
                           ' DE GASTOS'
               END-EVALUATE.
               DISPLAY '¿El cliente confirma la orden? (S/N): '
                   WITH NO ADVANCING.
               ACCEPT WS-CONFIRMA.
               IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
                   MOVE 'N' TO WS-ORDEN-OK
               END-IF.

           140-GRABAR-ORDEN SECTION.
               OPEN I-O ARCHIVO-TRANSF-EXTERIOR.
               IF WS-FILE-STATUS = '35'
                   OPEN OUTPUT ARCHIVO-TRANSF-EXTERIOR
                   CLOSE ARCHIVO-TRANSF-EXTERIOR
                   OPEN I-O ARCHIVO-TRANSF-EXTERIOR
               END-IF.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL ABRIR LAS TRANSFERENCIAS AL '
                       'EXTERIOR'
               ELSE
                   INITIALIZE REGISTRO-TRANSF-EXTERIOR
                   PERFORM 150-ASIGNAR-NUMERO
                   MOVE 'S' TO TE-SENTIDO
                   MOVE CC-NUMERO-CUENTA OF CUENTA-CORRIENTE
                       TO TE-CUENTA
                   MOVE CC-DNI-TITULAR OF CUENTA-CORRIENTE
                       TO TE-DNI
                   MOVE WS-BIC TO TE-BIC
                   MOVE WS-CUENTA-EXTERIOR TO TE-CUENTA-EXTERIOR
                   MOVE WS-BENEFICIARIO TO TE-NOMBRE-EXTERIOR
                   MOVE WS-PAIS TO TE-PAIS
                   MOVE WS-CONCEPTO-CAMBIO TO TE-CONCEPTO-CAMBIO
                   MOVE WS-MONEDA TO TE-MONEDA
                   MOVE WS-IMPORTE-ME TO TE-IMPORTE-ME
                   MOVE WS-GASTOS TO TE-GASTOS
                   MOVE SPACES TO TE-REFERENCIA
                   STRING
                       'CATH' DELIMITED BY SIZE
                       TE-NUMERO DELIMITED BY SIZE
                       INTO TE-REFERENCIA
                   END-STRING
                   MOVE 'P' TO TE-ESTADO
                   MOVE 'N' TO TE-CONTROL-LISTAS
                   MOVE WS-FECHA-HOY TO TE-FECHA-ORDEN
                   MOVE ZERO TO TE-FECHA-LIBERACION
                   MOVE LK-OPERADOR TO TE-OPERADOR
                   MOVE SPACES TO TE-AUTORIZANTE
                   WRITE REGISTRO-TRANSF-EXTERIOR
                   IF WS-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR AL GRABAR LA ORDEN'
                   ELSE
                       DISPLAY '---> ORDEN REGISTRADA, NÚMERO: '
                           TE-NUMERO ' REFERENCIA ' TE-REFERENCIA
                       DISPLAY '---> EL DÉBITO Y EL DESPACHO LOS '
                           'REALIZA EL PROCESO DE SALIDA AL '
                           'EXTERIOR, PREVIO CONTROL DE LISTAS'
                   END-IF
                   CLOSE ARCHIVO-TRANSF-EXTERIOR
               END-IF.

           150-ASIGNAR-NUMERO SECTION.
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

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
