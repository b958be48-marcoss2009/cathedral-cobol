       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAJA-CONTINGENCIA.
       AUTHOR. MARCOS MUÑOZ.

      * Caja en contingencia: cuando cuentas.dat o el historial de
      * cuentas/ están tomados por un batch que se extendió o no
      * están por una restauración, la sucursal sigue atendiendo
      * depósitos y retiros chicos en lugar de rechazar clientes.
      * La habilita un supervisor. Sin el maestro no hay nombre,
      * PIN ni estado de la cuenta: el cliente se identifica con el
      * documento a la vista, el saldo se controla contra el último
      * cierre de saldos_diarios.dat (más y menos lo ya operado en
      * contingencia) y los retiros no pasan del tope por cliente
      * PA-TOPE-RETIRO-CONTINGENCIA. Sólo cuentas en pesos. Cada
      * operación queda en el diario de contingencia
      * (contingencia_caja.dat) con su comprobante provisorio en
      * comprobantes_contingencia.dat, y se suma al cajón del día
      * para el arqueo. Los movimientos los postea después
      * REPROCESAR-CONTINGENCIA, con los archivos de vuelta.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CONTINGENCIA
               ASSIGN TO 'contingencia_caja.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-NUMERO OF REGISTRO-CONTINGENCIA
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-CONTADOR
               ASSIGN TO 'contador-contingencia.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CONTADOR.

           SELECT ARCHIVO-SALDOS-DIARIOS
               ASSIGN TO 'saldos_diarios.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-CLAVE OF REGISTRO-SALDO-DIARIO
               FILE STATUS IS WS-FILE-STATUS-SDI.

      *    Comprobantes provisorios, aparte de comprobantes.dat: su
      *    numeración es la del diario de contingencia.
           SELECT ARCHIVO-COMPROBANTES
               ASSIGN TO 'comprobantes_contingencia.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-COMP.

           SELECT ARCHIVO-CAJAS ASSIGN TO 'cajas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-CLAVE OF REGISTRO-CAJA
               FILE STATUS IS WS-FILE-STATUS-CAJAS.

           SELECT ARCHIVO-OPERADORES ASSIGN TO 'operadores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO OF REGISTRO-OPERADOR
               FILE STATUS IS WS-FILE-STATUS-OPE.

           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CONTINGENCIA.
           01 REGISTRO-CONTINGENCIA.
               COPY "contingencia.cpy".

       FD  ARCHIVO-CONTADOR.
           01 REGISTRO-CONTADOR.
               05 CONTADOR-CONTINGENCIA PIC 9(06).

       FD  ARCHIVO-SALDOS-DIARIOS.
           01 REGISTRO-SALDO-DIARIO.
               COPY "saldodiario.cpy".

       FD  ARCHIVO-COMPROBANTES
           RECORD CONTAINS 160 CHARACTERS.
           01  LINEA-COMPROBANTE      PIC X(160).

       FD  ARCHIVO-CAJAS.
           01 REGISTRO-CAJA.
               COPY "arqueo.cpy".

       FD  ARCHIVO-OPERADORES.
           01 REGISTRO-OPERADOR.
               COPY "operador.cpy".

       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CONTADOR PIC XX VALUE '00'.
       01  WS-FILE-STATUS-SDI     PIC XX VALUE '00'.
       01  WS-FILE-STATUS-COMP    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CAJAS   PIC XX VALUE '00'.
       01  WS-FILE-STATUS-OPE     PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM   PIC XX VALUE '00'.

       01  WS-EOF-FLAG            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'Y'.
       01  WS-EOF-SDI             PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-SDI     VALUE 'Y'.

      *    Tope de retiros por cliente mientras dura la
      *    contingencia.
       01  WS-TOPE-RETIRO         PIC S9(12)V99 VALUE 20000.00.

      *    Supervisor que habilitó la caja en contingencia.
       01  WS-AUTORIZANTE         PIC X(08) VALUE SPACES.
       01  WS-OPERADOR            PIC X(08).
       01  WS-SUCURSAL-CAJERO     PIC 9(03) VALUE ZERO.

       01  WS-CONTINUAR-SESION    PIC X(01) VALUE 'S'.
           88 CONTINUAR-SESION    VALUE 'S'.

      *    Cliente en la ventanilla.
       01  WS-CUENTA              PIC 9(08).
       01  WS-DNI                 PIC 9(08).
       01  WS-DIGITO-INGRESADO    PIC 9(01).
       01  WS-DIGITO-ESPERADO     PIC 9(01).
       01  WS-OPCION              PIC 9.
       01  WS-MONTO               PIC S9(12)V99.

      *    Último cierre de la cuenta y lo ya operado en
      *    contingencia sobre ella.
       01  WS-SALDO-HALLADO       PIC X(01) VALUE 'N'.
           88 SALDO-HALLADO       VALUE 'S'.
       01  WS-SALDO-CIERRE        PIC S9(12)V99.
       01  WS-FECHA-CIERRE        PIC 9(08).
       01  WS-DEPOSITOS-PEND      PIC S9(12)V99.
       01  WS-RETIROS-PEND        PIC S9(12)V99.
       01  WS-DISPONIBLE          PIC S9(12)V99.
       01  WS-MONTO-DISPLAY       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-OPERACION-OK        PIC X(01) VALUE 'N'.
           88 OPERACION-OK        VALUE 'S'.

      *    Momento de la operación y del comprobante.
       01  WS-FECHA-HOY           PIC 9(08).
       01  WS-HORA-AHORA          PIC 9(08).
       01  WS-FECHA-MOVIMIENTO.
           05 WS-FM-FECHA         PIC 9(08).
           05 WS-FM-HORA          PIC 9(06).
       01  WS-FECHA-COMPROBANTE   PIC X(19).
       01  WS-TIPO-OPERACION-COMP PIC X(12).

      *    Efectivo que cruzó el cajón en la contingencia, para el
      *    arqueo del día.
       01  WS-TOTAL-DEPOSITOS-SESION PIC S9(12)V99 VALUE ZERO.
       01  WS-TOTAL-RETIROS-SESION   PIC S9(12)V99 VALUE ZERO.
       01  WS-CANT-OPERACIONES    PIC 9(04) VALUE ZERO.

       01  WS-ACCION-AUDITORIA    PIC X(12) VALUE 'CONTINGENCIA'.
       01  WS-CUENTA-AUDITORIA    PIC 9(08) VALUE ZERO.
       01  WS-MOTIVO-AUDITORIA    PIC X(40)
               VALUE 'CAJA HABILITADA EN CONTINGENCIA'.

      *    Modo de la sesión publicado por INICIAR-SESION: en
      *    entrenamiento cada comprobante lleva el sello de práctica.
       01  MODO-SESION EXTERNAL.
           05 MS-ENTRENAMIENTO    PIC X(01).
               88 SESION-ENTRENAMIENTO VALUE 'S'.
       01  WS-SELLO-ENTRENAMIENTO PIC X(160) VALUE
           '*** ENTRENAMIENTO - COMPROBANTE SIN VALOR ***'.

       LINKAGE SECTION.
      *    Cajero de la sesión, que firma las operaciones.
       01  LK-OPERADOR            PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- CAJA EN CONTINGENCIA ----'.
           MOVE LK-OPERADOR TO WS-OPERADOR.
           PERFORM 050-LEER-PARAMETROS.
           CALL 'AUTORIZAR-SUPERVISOR' USING WS-AUTORIZANTE.
           IF WS-AUTORIZANTE = SPACES
               DISPLAY '--> CONTINGENCIA NO AUTORIZADA'
           ELSE
               CALL 'REGISTRAR-AUDITORIA' USING
                   WS-ACCION-AUDITORIA WS-CUENTA-AUDITORIA
                   WS-OPERADOR WS-AUTORIZANTE WS-MOTIVO-AUDITORIA
               PERFORM 055-LEER-SUCURSAL-CAJERO
               DISPLAY '*** COMPROBANTES PROVISORIOS - SÓLO '
                   'DEPÓSITOS Y RETIROS EN PESOS ***'
               MOVE WS-TOPE-RETIRO TO WS-MONTO-DISPLAY
               DISPLAY '--> TOPE DE RETIRO POR CLIENTE: '
                   WS-MONTO-DISPLAY
               MOVE 'S' TO WS-CONTINUAR-SESION
               PERFORM UNTIL NOT CONTINUAR-SESION
                   PERFORM 100-ATENDER-CLIENTE
                   PERFORM 102-PREGUNTAR-OTRA-OPERACION
               END-PERFORM
               PERFORM 910-RESUMEN-SESION
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           050-LEER-PARAMETROS SECTION.
               OPEN INPUT ARCHIVO-PARAMETROS.
               IF WS-FILE-STATUS-PARAM = '00'
                   READ ARCHIVO-PARAMETROS
                   END-READ
                   IF PA-TOPE-RETIRO-CONTINGENCIA NUMERIC
                      AND PA-TOPE-RETIRO-CONTINGENCIA > ZERO
                       MOVE PA-TOPE-RETIRO-CONTINGENCIA
                           TO WS-TOPE-RETIRO
                   END-IF
                   CLOSE ARCHIVO-PARAMETROS
               END-IF.

      *    Sucursal del cajero, que queda en el diario para que el
      *    reproceso mueva la bóveda del mostrador que atendió.
           055-LEER-SUCURSAL-CAJERO SECTION.
               MOVE ZERO TO WS-SUCURSAL-CAJERO.
               OPEN INPUT ARCHIVO-OPERADORES.
               IF WS-FILE-STATUS-OPE = '00'
                   MOVE WS-OPERADOR
                       TO OP-CODIGO OF REGISTRO-OPERADOR
                   READ ARCHIVO-OPERADORES
                       KEY IS OP-CODIGO OF REGISTRO-OPERADOR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF OP-SUCURSAL OF REGISTRO-OPERADOR
                              NUMERIC
                               MOVE OP-SUCURSAL
                                   OF REGISTRO-OPERADOR
                                   TO WS-SUCURSAL-CAJERO
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-OPERADORES
               END-IF.

           100-ATENDER-CLIENTE SECTION.
               DISPLAY 'Número de cuenta (0 = ninguna): '
                   WITH NO ADVANCING.
               ACCEPT WS-CUENTA.
               IF WS-CUENTA = ZERO
                   DISPLAY '--> OPERACIÓN CANCELADA'
               ELSE
                   MOVE WS-CUENTA (8:1) TO WS-DIGITO-INGRESADO
                   CALL 'CALCULAR-DIGITO-VERIFICADOR' USING
                       WS-CUENTA WS-DIGITO-ESPERADO
                   IF WS-DIGITO-INGRESADO NOT = WS-DIGITO-ESPERADO
                       DISPLAY '--> NÚMERO DE CUENTA INVÁLIDO '
                           '(DÍGITO VERIFICADOR)'
                   ELSE
                       PERFORM 110-LEER-SALDO-CIERRE
                       IF NOT SALDO-HALLADO
                           DISPLAY '--> LA CUENTA NO TIENE SALDO DE '
                               'CIERRE: NO SE OPERA EN CONTINGENCIA'
                       ELSE
                           PERFORM 120-SUMAR-PENDIENTES
                           PERFORM 130-OPERAR
                       END-IF
                   END-IF
               END-IF.

           102-PREGUNTAR-OTRA-OPERACION SECTION.
               DISPLAY '¿Otra operación? (S/N): ' WITH NO ADVANCING.
               ACCEPT WS-CONTINUAR-SESION.
               PERFORM UNTIL WS-CONTINUAR-SESION = 'S'
                   OR WS-CONTINUAR-SESION = 'N'
                   DISPLAY '--> RESPUESTA INVÁLIDA'
                   DISPLAY '¿Otra operación? (S/N): '
                       WITH NO ADVANCING
                   ACCEPT WS-CONTINUAR-SESION
               END-PERFORM.

      *    Último cierre diario de la cuenta: el que dejó el cierre
      *    de la noche anterior (o el último que se llegó a correr).
           110-LEER-SALDO-CIERRE SECTION.
               MOVE 'N' TO WS-SALDO-HALLADO.
               MOVE ZERO TO WS-SALDO-CIERRE.
               MOVE ZERO TO WS-FECHA-CIERRE.
               MOVE 'N' TO WS-EOF-SDI.
               OPEN INPUT ARCHIVO-SALDOS-DIARIOS.
               IF WS-FILE-STATUS-SDI NOT = '00'
                   SET FIN-ARCHIVO-SDI TO TRUE
               ELSE
                   MOVE WS-CUENTA
                       TO SD-CUENTA OF REGISTRO-SALDO-DIARIO
                   MOVE ZERO TO SD-FECHA OF REGISTRO-SALDO-DIARIO
                   START ARCHIVO-SALDOS-DIARIOS
                       KEY IS GREATER THAN
                       SD-CLAVE OF REGISTRO-SALDO-DIARIO
                       INVALID KEY
                           SET FIN-ARCHIVO-SDI TO TRUE
                   END-START
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-SDI
                   READ ARCHIVO-SALDOS-DIARIOS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-SDI TO TRUE
                       NOT AT END
                           IF SD-CUENTA OF REGISTRO-SALDO-DIARIO
                              NOT = WS-CUENTA
                               SET FIN-ARCHIVO-SDI TO TRUE
                           ELSE
                               MOVE SD-SALDO-CIERRE
                                   OF REGISTRO-SALDO-DIARIO
                                   TO WS-SALDO-CIERRE
                               MOVE SD-FECHA OF REGISTRO-SALDO-DIARIO
                                   TO WS-FECHA-CIERRE
                               SET SALDO-HALLADO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-SDI = '00'
                  OR WS-FILE-STATUS-SDI = '10'
                   CLOSE ARCHIVO-SALDOS-DIARIOS
               END-IF.

      *    Lo operado en contingencia y todavía sin postear sobre
      *    la cuenta corre el saldo de cierre y consume el tope.
           120-SUMAR-PENDIENTES SECTION.
               MOVE ZERO TO WS-DEPOSITOS-PEND.
               MOVE ZERO TO WS-RETIROS-PEND.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-CONTINGENCIA.
               IF WS-FILE-STATUS NOT = '00'
                   SET FIN-ARCHIVO TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CONTINGENCIA NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF CG-CUENTA OF REGISTRO-CONTINGENCIA
                              = WS-CUENTA
                              AND CONTINGENCIA-PENDIENTE
                                  OF REGISTRO-CONTINGENCIA
                               IF CONTINGENCIA-DEPOSITO
                                  OF REGISTRO-CONTINGENCIA
                                   ADD CG-MONTO
                                       OF REGISTRO-CONTINGENCIA
                                       TO WS-DEPOSITOS-PEND
                               ELSE
                                   ADD CG-MONTO
                                       OF REGISTRO-CONTINGENCIA
                                       TO WS-RETIROS-PEND
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10'
                   CLOSE ARCHIVO-CONTINGENCIA
               END-IF.
               COMPUTE WS-DISPONIBLE = WS-SALDO-CIERRE
                   + WS-DEPOSITOS-PEND - WS-RETIROS-PEND.

           130-OPERAR SECTION.
               MOVE WS-SALDO-CIERRE TO WS-MONTO-DISPLAY.
               DISPLAY '--> Saldo al cierre del ' WS-FECHA-CIERRE
                   ': ' WS-MONTO-DISPLAY.
               MOVE WS-DISPONIBLE TO WS-MONTO-DISPLAY.
               DISPLAY '--> Disponible provisorio:   '
                   WS-MONTO-DISPLAY.
               DISPLAY 'DNI de quien opera (documento a la vista): '
                   WITH NO ADVANCING.
               ACCEPT WS-DNI.
               DISPLAY '1. Depositar'.
               DISPLAY '2. Retirar'.
               DISPLAY '0. Cancelar'.
               DISPLAY 'Elija una opción: ' WITH NO ADVANCING.
               ACCEPT WS-OPCION.
               MOVE 'N' TO WS-OPERACION-OK.
               IF WS-OPCION = 1 OR WS-OPCION = 2
                   DISPLAY 'Monto en pesos: $' WITH NO ADVANCING
                   ACCEPT WS-MONTO
                   IF WS-MONTO NOT > ZERO
                       DISPLAY '--> MONTO INVÁLIDO'
                   ELSE
                   IF WS-DNI = ZERO
                       DISPLAY '--> FALTA EL DNI DE QUIEN OPERA'
                   ELSE
                   IF WS-OPCION = 2
                      AND WS-MONTO > WS-DISPONIBLE
                       DISPLAY '--> EL RETIRO SUPERA EL DISPONIBLE '
                           'PROVISORIO'
                   ELSE
                   IF WS-OPCION = 2
                      AND WS-RETIROS-PEND + WS-MONTO > WS-TOPE-RETIRO
                       DISPLAY '--> EL RETIRO SUPERA EL TOPE POR '
                           'CLIENTE DE LA CONTINGENCIA'
                   ELSE
                       PERFORM 140-GRABAR-EN-DIARIO
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               ELSE
                   DISPLAY '--> OPERACIÓN CANCELADA'
               END-IF.
               IF OPERACION-OK
                   ADD 1 TO WS-CANT-OPERACIONES
                   IF WS-OPCION = 1
                       ADD WS-MONTO TO WS-TOTAL-DEPOSITOS-SESION
                       MOVE 'DEPOSITO' TO WS-TIPO-OPERACION-COMP
                       ADD WS-MONTO TO WS-DISPONIBLE
                   ELSE
                       ADD WS-MONTO TO WS-TOTAL-RETIROS-SESION
                       MOVE 'RETIRO' TO WS-TIPO-OPERACION-COMP
                       SUBTRACT WS-MONTO FROM WS-DISPONIBLE
                   END-IF
                   DISPLAY '---> OPERACIÓN REGISTRADA EN '
                       'CONTINGENCIA, NÚMERO '
                       CG-NUMERO OF REGISTRO-CONTINGENCIA
                   PERFORM 300-EMITIR-COMPROBANTE-PROVISORIO
               END-IF.

      *    Número del diario tomado de su contador, igual que la
      *    cola de aprobaciones de CAJA.
           140-GRABAR-EN-DIARIO SECTION.
               OPEN I-O ARCHIVO-CONTINGENCIA.
               IF WS-FILE-STATUS = '35'
                   OPEN OUTPUT ARCHIVO-CONTINGENCIA
                   CLOSE ARCHIVO-CONTINGENCIA
                   OPEN I-O ARCHIVO-CONTINGENCIA
               END-IF.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL DIARIO DE CONTINGENCIA'
               ELSE
                   OPEN I-O ARCHIVO-CONTADOR
                   IF WS-FILE-STATUS-CONTADOR = '35'
                       OPEN OUTPUT ARCHIVO-CONTADOR
                       MOVE ZERO TO CONTADOR-CONTINGENCIA
                       WRITE REGISTRO-CONTADOR
                       CLOSE ARCHIVO-CONTADOR
                       OPEN I-O ARCHIVO-CONTADOR
                   END-IF
                   READ ARCHIVO-CONTADOR INTO REGISTRO-CONTADOR
                   END-READ
                   ADD 1 TO CONTADOR-CONTINGENCIA

                   INITIALIZE REGISTRO-CONTINGENCIA
                   MOVE CONTADOR-CONTINGENCIA
                       TO CG-NUMERO OF REGISTRO-CONTINGENCIA
                   ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
                   ACCEPT WS-HORA-AHORA FROM TIME
                   MOVE WS-FECHA-HOY TO WS-FM-FECHA
      *            WS-HORA-AHORA viene como HHMMSSss, tomamos HHMMSS.
                   DIVIDE WS-HORA-AHORA BY 100 GIVING WS-FM-HORA
                   MOVE WS-FECHA-MOVIMIENTO
                       TO CG-FECHA-HORA OF REGISTRO-CONTINGENCIA
                   MOVE WS-SUCURSAL-CAJERO
                       TO CG-SUCURSAL OF REGISTRO-CONTINGENCIA
                   MOVE WS-OPERADOR
                       TO CG-OPERADOR OF REGISTRO-CONTINGENCIA
                   MOVE WS-AUTORIZANTE
                       TO CG-AUTORIZANTE OF REGISTRO-CONTINGENCIA
                   MOVE WS-CUENTA TO CG-CUENTA OF REGISTRO-CONTINGENCIA
                   MOVE WS-DNI TO CG-DNI OF REGISTRO-CONTINGENCIA
                   IF WS-OPCION = 1
                       MOVE 'D' TO CG-TIPO OF REGISTRO-CONTINGENCIA
                   ELSE
                       MOVE 'R' TO CG-TIPO OF REGISTRO-CONTINGENCIA
                   END-IF
                   MOVE WS-MONTO TO CG-MONTO OF REGISTRO-CONTINGENCIA
                   MOVE WS-SALDO-CIERRE
                       TO CG-SALDO-CIERRE OF REGISTRO-CONTINGENCIA
                   MOVE WS-FECHA-CIERRE
                       TO CG-FECHA-CIERRE OF REGISTRO-CONTINGENCIA
                   MOVE 'P' TO CG-ESTADO OF REGISTRO-CONTINGENCIA

                   WRITE REGISTRO-CONTINGENCIA
                   IF WS-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR AL GRABAR EN EL DIARIO DE '
                           'CONTINGENCIA'
                   ELSE
                       REWRITE REGISTRO-CONTADOR
                       SET OPERACION-OK TO TRUE
                   END-IF
                   CLOSE ARCHIVO-CONTADOR
                   CLOSE ARCHIVO-CONTINGENCIA
               END-IF.

      *    El comprobante provisorio lleva el número del diario de
      *    contingencia; el definitivo no existe hasta el reproceso.
           300-EMITIR-COMPROBANTE-PROVISORIO SECTION.
               CALL 'FORMAT-FECHA' USING
                   WS-FECHA-COMPROBANTE WS-FECHA-MOVIMIENTO.
               MOVE SPACES TO LINEA-COMPROBANTE.
               STRING
                   "COMPROBANTE PROVISORIO C" DELIMITED BY SIZE
                   CG-NUMERO OF REGISTRO-CONTINGENCIA
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TIPO-OPERACION-COMP DELIMITED BY SIZE
                   " CTA:" DELIMITED BY SIZE
                   WS-CUENTA DELIMITED BY SIZE
                   " DNI:" DELIMITED BY SIZE
                   WS-DNI DELIMITED BY SIZE
                   " MONTO:" DELIMITED BY SIZE
                   WS-MONTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FECHA-COMPROBANTE DELIMITED BY SIZE
                   " CAJERO:" DELIMITED BY SIZE
                   WS-OPERADOR DELIMITED BY SIZE
                   INTO LINEA-COMPROBANTE
               END-STRING.

               OPEN EXTEND ARCHIVO-COMPROBANTES.
               IF WS-FILE-STATUS-COMP = '35'
                   OPEN OUTPUT ARCHIVO-COMPROBANTES
               END-IF.
               IF WS-FILE-STATUS-COMP NOT = '00'
                   DISPLAY 'ERROR AL GRABAR EL COMPROBANTE PROVISORIO'
               ELSE
                   WRITE LINEA-COMPROBANTE
                   MOVE SPACES TO LINEA-COMPROBANTE
                   STRING
                       "  OPERACION EN CONTINGENCIA - SUJETA A "
                           DELIMITED BY SIZE
                       "ACREDITACION/DEBITO EN CUENTA"
                           DELIMITED BY SIZE
                       INTO LINEA-COMPROBANTE
                   END-STRING
                   WRITE LINEA-COMPROBANTE
                   IF SESION-ENTRENAMIENTO
                       WRITE LINEA-COMPROBANTE
                           FROM WS-SELLO-ENTRENAMIENTO
                   END-IF
                   CLOSE ARCHIVO-COMPROBANTES
               END-IF.

           910-RESUMEN-SESION SECTION.
               DISPLAY '---- CIERRE DE CAJA EN CONTINGENCIA ----'.
               DISPLAY '---- OPERACIONES REGISTRADAS: '
                   WS-CANT-OPERACIONES.
               MOVE WS-TOTAL-DEPOSITOS-SESION TO WS-MONTO-DISPLAY.
               DISPLAY '---- TOTAL DEPOSITADO: ' WS-MONTO-DISPLAY.
               MOVE WS-TOTAL-RETIROS-SESION TO WS-MONTO-DISPLAY.
               DISPLAY '---- TOTAL RETIRADO:   ' WS-MONTO-DISPLAY.
               PERFORM 920-ACUMULAR-EN-CAJA-DEL-DIA.

      *    El efectivo cruzó el cajón aunque los movimientos se
      *    posteen después: entra hoy al arqueo del cajero.
           920-ACUMULAR-EN-CAJA-DEL-DIA SECTION.
               IF WS-CANT-OPERACIONES = ZERO
                   CONTINUE
               ELSE
                   ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
                   OPEN I-O ARCHIVO-CAJAS
                   IF WS-FILE-STATUS-CAJAS NOT = '00'
                       DISPLAY '--> SIN ARCHIVO DE CAJAS: DECLARE '
                           'ESTOS TOTALES EN EL ARQUEO'
                   ELSE
                       MOVE WS-OPERADOR
                           TO AR-OPERADOR OF REGISTRO-CAJA
                       MOVE WS-FECHA-HOY
                           TO AR-FECHA OF REGISTRO-CAJA
                       READ ARCHIVO-CAJAS
                           KEY IS AR-CLAVE OF REGISTRO-CAJA
                           INVALID KEY
                               DISPLAY '--> SIN CAJA DEL DÍA: DECLARE '
                                   'ESTOS TOTALES EN EL ARQUEO'
                           NOT INVALID KEY
                               ADD WS-TOTAL-DEPOSITOS-SESION
                                   TO AR-TOTAL-DEPOSITOS
                                   OF REGISTRO-CAJA
                               ADD WS-TOTAL-RETIROS-SESION
                                   TO AR-TOTAL-RETIROS
                                   OF REGISTRO-CAJA
                               REWRITE REGISTRO-CAJA
                               IF WS-FILE-STATUS-CAJAS NOT = '00'
                                   DISPLAY 'ERROR AL ACTUALIZAR LA '
                                       'CAJA DEL DÍA'
                               END-IF
                       END-READ
                       CLOSE ARCHIVO-CAJAS
                   END-IF
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
