      * débitos: cuenta existente, no cerrada, no retenida y con
      * fondos disponibles netos de embargos. La cuota que no se
      * puede cobrar queda pendiente y entra en la mora que
      * REPORTE-MORA-PRESTAMOS envejece. La cuota cobrada después
      * de su vencimiento arrastra el interés punitorio de los
      * días de atraso (CALCULAR-PUNITORIO-CUOTA), que se debita
      * junto con ella bajo su propio concepto. El préstamo que
      * queda con una cuota vencida impaga se marca en mora y deja
      * un evento MORA-PREST para que GENERAR-AVISOS le avise al
      * deudor y a sus garantes; la marca se levanta cuando vuelve
      * a estar al día. El préstamo hipotecario paga con cada
      * cuota la prima mensual del seguro de incendio, en un
      * débito aparte con su concepto, y al cancelarse queda su
      * hipoteca liberada con la carta de liberación
      * (LIBERAR-HIPOTECA). Toda cuota cobrada lleva además la
      * prima del seguro de vida saldo deudor sobre el capital
      * pendiente (PA-TASA-SEGURO-VIDA); las primas se acumulan
      * para rendirlas a la aseguradora (REGISTRAR-PRIMA-SEGURO).
      * El préstamo con un siniestro de vida abierto no se cobra.
      * El plan se reescribe con el mismo esquema de archivo
      * temporal más renombre que usa ARCHIVAR-MOVIMIENTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CTL-CLAVE OF REGISTRO-CONTROL
               FILE STATUS IS WS-FILE-STATUS-CTL.

      *    Hipoteca del préstamo hipotecario, por la prima del
      *    seguro de incendio que se cobra con la cuota.
           SELECT ARCHIVO-HIPOTECAS ASSIGN TO 'hipotecas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-PRESTAMO OF REGISTRO-HIPOTECA
               FILE STATUS IS WS-FILE-STATUS-HIP.

           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PRESTAMOS.
           01 REGISTRO-CONTROL.
               COPY "control.cpy".

       FD  ARCHIVO-HIPOTECAS.
           01 REGISTRO-HIPOTECA.
               COPY "hipoteca.cpy".

       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-TEMP   PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PLAZO  PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTL    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-HIP    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM  PIC XX VALUE '00'.
       01  WS-CONTROL-EXISTE     PIC X(01).
       01  WS-SUCURSAL-DEV-PR    PIC 9(03) VALUE 993.
       01  NOMBRE-ARCHIVO-CUOTAS PIC X(100).
       01  WS-MONTO-CUOTA        PIC S9(12)V99.
       01  WS-CUOTAS-IMPAGAS     PIC 9(03) VALUE ZERO.

      *    Punitorio de la cuota cobrada con atraso.
       01  WS-DIAS-ATRASO        PIC 9(05).
       01  WS-PUNITORIO          PIC S9(12)V99.
       01  WS-CONCEPTO-PUNITORIO PIC 9(03) VALUE 060.

      *    Seguro de incendio del préstamo hipotecario en curso
      *    (cero = préstamo personal o hipoteca ya liberada).
       01  WS-SEGURO-MENSUAL     PIC S9(12)V99 VALUE ZERO.
       01  WS-VALOR-TASACION     PIC S9(12)V99 VALUE ZERO.
       01  WS-CONCEPTO-SEGURO    PIC 9(03) VALUE 061.
       01  WS-RAMO-INCENDIO      PIC X(01) VALUE 'I'.

      *    Seguro de vida saldo deudor: alícuota mensual, capital
      *    pendiente del préstamo en curso (baja con cada cuota
      *    cobrada) y prima de la cuota.
       01  WS-TASA-SEGURO-VIDA   PIC V9(06) VALUE 0.000500.
       01  WS-SALDO-CAPITAL      PIC S9(12)V99 VALUE ZERO.
       01  WS-PRIMA-VIDA         PIC S9(12)V99 VALUE ZERO.
       01  WS-CONCEPTO-VIDA      PIC 9(03) VALUE 062.
       01  WS-RAMO-VIDA          PIC X(01) VALUE 'V'.

      *    Entrada en mora: cuotas vencidas que quedaron impagas
      *    en el préstamo en curso y el evento que la avisa.
       01  WS-VENCIDAS-IMPAGAS   PIC 9(03) VALUE ZERO.
       01  WS-DNI-TITULAR        PIC 9(08) VALUE ZERO.
       01  WS-TIPO-EVENTO        PIC X(12) VALUE 'MORA-PREST'.
       01  WS-DETALLE-EVENTO     PIC X(40).

       01  WS-OPERADOR           PIC X(08) VALUE 'BATCH'.
       01  WS-CANAL              PIC X(10) VALUE 'BATCH'.
       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.
       01  WS-CANT-PRESTAMOS     PIC 9(06) VALUE ZERO.
       01  WS-CANT-CUOTAS-COBRADAS PIC 9(06) VALUE ZERO.
       01  WS-CANT-CUOTAS-IMPAGAS PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-PUNITORIOS   PIC S9(12)V99 VALUE ZERO.
       01  WS-TOTAL-SEGUROS      PIC S9(12)V99 VALUE ZERO.
       01  WS-TOTAL-PRIMAS-VIDA  PIC S9(12)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- COBRO DE CUOTAS DE PRÉSTAMOS ----'.
           CALL 'RESPALDAR-DATOS-BATCH'.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 050-LEER-PARAMETROS.
           PERFORM 100-PROCESAR-PRESTAMOS.
           DISPLAY '---- PRÉSTAMOS REVISADOS: ' WS-CANT-PRESTAMOS.
           DISPLAY '---- CUOTAS COBRADAS: '
               WS-CANT-CUOTAS-COBRADAS.
           DISPLAY '---- CUOTAS IMPAGAS: '
               WS-CANT-CUOTAS-IMPAGAS.
           DISPLAY '---- PUNITORIOS COBRADOS: '
               WS-TOTAL-PUNITORIOS.
           DISPLAY '---- SEGUROS DE INCENDIO COBRADOS: '
               WS-TOTAL-SEGUROS.
           DISPLAY '---- SEGUROS DE VIDA COBRADOS: '
               WS-TOTAL-PRIMAS-VIDA.
           MOVE WS-CANT-PRESTAMOS TO CB-PROCESADOS.
           MOVE WS-CANT-CUOTAS-COBRADAS TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           050-LEER-PARAMETROS SECTION.
               OPEN INPUT ARCHIVO-PARAMETROS.
               IF WS-FILE-STATUS-PARAM = '00'
                   READ ARCHIVO-PARAMETROS
                   END-READ
                   IF PA-TASA-SEGURO-VIDA NUMERIC
                      AND PA-TASA-SEGURO-VIDA NOT = ZERO
                       MOVE PA-TASA-SEGURO-VIDA
                           TO WS-TASA-SEGURO-VIDA
                   END-IF
                   CLOSE ARCHIVO-PARAMETROS
               END-IF.

           100-PROCESAR-PRESTAMOS SECTION.
               OPEN I-O ARCHIVO-PRESTAMOS.
               IF WS-FILE-STATUS = '35'
                           NOT AT END
                               IF PRESTAMO-VIGENTE
                                  OF REGISTRO-PRESTAMO
                                  AND NOT PRESTAMO-EN-SINIESTRO
                                      OF REGISTRO-PRESTAMO
                                   ADD 1 TO WS-CANT-PRESTAMOS
                                   PERFORM 110-COBRAR-UN-PRESTAMO
                               END-IF
      *    préstamo se marca cancelado.
           110-COBRAR-UN-PRESTAMO SECTION.
               PERFORM 115-VALIDAR-CUENTA-VINCULADA.
               MOVE ZERO TO WS-SEGURO-MENSUAL.
               IF PRESTAMO-HIPOTECARIO OF REGISTRO-PRESTAMO
                   PERFORM 117-LEER-SEGURO
               END-IF.

               STRING
                   "prestamos/" DELIMITED BY SIZE
                   ".tmp" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-TEMP
               END-STRING.
               PERFORM 112-SUMAR-SALDO-CAPITAL.

               MOVE ZERO TO WS-CUOTAS-IMPAGAS.
               MOVE ZERO TO WS-VENCIDAS-IMPAGAS.
               MOVE 'N' TO WS-EOF-CUOTAS.

               OPEN INPUT ARCHIVO-CUOTAS.
                          NOT = ZERO
                           PERFORM 130-LIBERAR-PRENDA
                       END-IF
                       IF PRESTAMO-HIPOTECARIO OF REGISTRO-PRESTAMO
                           CALL 'LIBERAR-HIPOTECA' USING
                               PR-NUMERO OF REGISTRO-PRESTAMO
                               PR-CUENTA OF REGISTRO-PRESTAMO
                               WS-FECHA-HOY
                       END-IF
                   ELSE
                       PERFORM 140-CONTROLAR-MORA
                   END-IF
               END-IF.

      *    La mora se marca (y se avisa) una sola vez al entrar, y
      *    se levanta cuando no quedan cuotas vencidas impagas.
           140-CONTROLAR-MORA SECTION.
               IF WS-VENCIDAS-IMPAGAS > ZERO
                  AND NOT PRESTAMO-EN-MORA OF REGISTRO-PRESTAMO
                   MOVE 'S' TO PR-EN-MORA OF REGISTRO-PRESTAMO
                   REWRITE REGISTRO-PRESTAMO
                   MOVE SPACES TO WS-DETALLE-EVENTO
                   STRING
                       'PRESTAMO ' DELIMITED BY SIZE
                       PR-NUMERO OF REGISTRO-PRESTAMO
                           DELIMITED BY SIZE
                       ' CON CUOTAS VENCIDAS IMPAGAS'
                           DELIMITED BY SIZE
                       INTO WS-DETALLE-EVENTO
                   END-STRING
                   CALL 'REGISTRAR-EVENTO' USING
                       WS-TIPO-EVENTO PR-CUENTA OF REGISTRO-PRESTAMO
                       WS-DNI-TITULAR WS-DETALLE-EVENTO
               END-IF.
               IF WS-VENCIDAS-IMPAGAS = ZERO
                  AND PRESTAMO-EN-MORA OF REGISTRO-PRESTAMO
                   MOVE 'N' TO PR-EN-MORA OF REGISTRO-PRESTAMO
                   REWRITE REGISTRO-PRESTAMO
               END-IF.

           130-LIBERAR-PRENDA SECTION.
               OPEN I-O ARCHIVO-PLAZOS.
               IF WS-FILE-STATUS-PLAZO NOT = '00'
      *    MOVIMIENTO-CUENTA (que abre cuentas.dat por su cuenta).
           115-VALIDAR-CUENTA-VINCULADA SECTION.
               MOVE 'N' TO WS-CUENTA-VALIDA.
               MOVE ZERO TO WS-DNI-TITULAR.
               MOVE PR-CUENTA OF REGISTRO-PRESTAMO
                   TO CC-NUMERO-CUENTA OF RCC.
               OPEN INPUT ARCHIVO-CUENTAS.
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CC-DNI-TITULAR OF RCC
                               TO WS-DNI-TITULAR
                           IF CUENTA-ACTIVA OF RCC
                               MOVE 'S' TO WS-CUENTA-VALIDA
                               MOVE CC-SALDO OF RCC
                       WS-FONDOS-RETENIDOS
               END-IF.

      *    Capital pendiente del préstamo antes de esta corrida:
      *    la base de la prima de vida de la primera cuota que se
      *    cobre.
           112-SUMAR-SALDO-CAPITAL SECTION.
               MOVE ZERO TO WS-SALDO-CAPITAL.
               MOVE 'N' TO WS-EOF-CUOTAS.
               OPEN INPUT ARCHIVO-CUOTAS.
               IF WS-FILE-STATUS-CUOTAS NOT = '00'
                   SET FIN-ARCHIVO-CUOTAS TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-CUOTAS
                   READ ARCHIVO-CUOTAS
                       AT END
                           SET FIN-ARCHIVO-CUOTAS TO TRUE
                       NOT AT END
                           IF CUOTA-PENDIENTE OF REGISTRO-CUOTA
                               ADD CUO-CAPITAL OF REGISTRO-CUOTA
                                   TO WS-SALDO-CAPITAL
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-CUOTAS = '00'
                  OR WS-FILE-STATUS-CUOTAS = '10'
                   CLOSE ARCHIVO-CUOTAS
               END-IF.

      *    Prima mensual del seguro de incendio, mientras la
      *    hipoteca siga vigente.
           117-LEER-SEGURO SECTION.
               OPEN INPUT ARCHIVO-HIPOTECAS.
               IF WS-FILE-STATUS-HIP = '00'
                   MOVE PR-NUMERO OF REGISTRO-PRESTAMO
                       TO HI-PRESTAMO OF REGISTRO-HIPOTECA
                   READ ARCHIVO-HIPOTECAS
                       KEY IS HI-PRESTAMO OF REGISTRO-HIPOTECA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF HIPOTECA-VIGENTE OF REGISTRO-HIPOTECA
                               MOVE HI-SEGURO-MENSUAL
                                   OF REGISTRO-HIPOTECA
                                   TO WS-SEGURO-MENSUAL
                               MOVE HI-VALOR-TASACION
                                   OF REGISTRO-HIPOTECA
                                   TO WS-VALOR-TASACION
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-HIPOTECAS
               END-IF.

      *    Una cuota vencida y pendiente se intenta debitar junto
      *    con su punitorio y, en el hipotecario, con el seguro de
      *    incendio; la que no se puede (cuenta inválida o sin
      *    fondos disponibles para todo) sigue pendiente para la
      *    mora. El saldo local se va descontando para no
      *    sobregirar con varias cuotas en la misma corrida.
           120-PROCESAR-CUOTA SECTION.
               IF CUOTA-PENDIENTE OF REGISTRO-CUOTA
                  AND CUO-FECHA-VENC OF REGISTRO-CUOTA
                   COMPUTE WS-MONTO-CUOTA =
                       CUO-CAPITAL OF REGISTRO-CUOTA
                       + CUO-INTERES OF REGISTRO-CUOTA
                   CALL 'CALCULAR-PUNITORIO-CUOTA' USING
                       CUO-FECHA-VENC OF REGISTRO-CUOTA
                       WS-FECHA-HOY WS-MONTO-CUOTA
                       WS-DIAS-ATRASO WS-PUNITORIO
                   COMPUTE WS-PRIMA-VIDA ROUNDED =
                       WS-SALDO-CAPITAL * WS-TASA-SEGURO-VIDA
                   IF CUENTA-VALIDA
                      AND WS-MONTO-CUOTA + WS-PUNITORIO
                          + WS-SEGURO-MENSUAL + WS-PRIMA-VIDA
                          <= WS-SALDO-CUENTA
                          + WS-DESCUBIERTO-DISPONIBLE
                          - WS-FONDOS-RETENIDOS
      *                La cuota se debita como cargo sin pata de
      *                    El interés cobrado consume lo que el
      *                    devengamiento nocturno fue acumulando.
                           PERFORM 125-CONSUMIR-DEVENGADO
                           IF WS-PUNITORIO > ZERO
                               PERFORM 127-COBRAR-PUNITORIO
                           END-IF
                           IF WS-SEGURO-MENSUAL > ZERO
                               PERFORM 128-COBRAR-SEGURO
                           END-IF
                           IF WS-PRIMA-VIDA > ZERO
                               PERFORM 129-COBRAR-SEGURO-VIDA
                           END-IF
                           SUBTRACT CUO-CAPITAL OF REGISTRO-CUOTA
                               FROM WS-SALDO-CAPITAL
                       ELSE
                           ADD 1 TO WS-CANT-CUOTAS-IMPAGAS
                       END-IF

               IF CUOTA-PENDIENTE OF REGISTRO-CUOTA
                   ADD 1 TO WS-CUOTAS-IMPAGAS
                   IF CUO-FECHA-VENC OF REGISTRO-CUOTA
                      <= WS-FECHA-HOY
                       ADD 1 TO WS-VENCIDAS-IMPAGAS
                   END-IF
               END-IF.

               MOVE REGISTRO-CUOTA TO REGISTRO-TEMP.
                   CLOSE ARCHIVO-CONTROL
               END-IF.

      *    El punitorio va en un débito aparte, con su concepto,
      *    para que el extracto y el mayor lo distingan de la
      *    cuota.
           127-COBRAR-PUNITORIO SECTION.
               CALL 'MOVIMIENTO-CUENTA' USING
                   PR-CUENTA OF REGISTRO-PRESTAMO
                   WS-PUNITORIO 'C' WS-OPERADOR WS-CANAL
                   WS-SIN-AUTORIZANTE WS-CONCEPTO-PUNITORIO
                   WS-CONVERSION WS-RESULTADO-MOVIMIENTO.
               IF MOVIMIENTO-OK
                   SUBTRACT WS-PUNITORIO FROM WS-SALDO-CUENTA
                   ADD WS-PUNITORIO TO WS-TOTAL-PUNITORIOS
                   DISPLAY '--> PRÉSTAMO '
                       PR-NUMERO OF REGISTRO-PRESTAMO
                       ' CUOTA ' CUO-NUMERO OF REGISTRO-CUOTA
                       ' PUNITORIO POR ' WS-DIAS-ATRASO ' DÍAS'
               ELSE
                   DISPLAY '--> NO SE PUDO DEBITAR EL PUNITORIO '
                       'DEL PRÉSTAMO ' PR-NUMERO OF REGISTRO-PRESTAMO
               END-IF.

      *    El seguro de incendio va también en un débito aparte:
      *    lo cobrado queda en seguros a rendir a la aseguradora.
           128-COBRAR-SEGURO SECTION.
               CALL 'MOVIMIENTO-CUENTA' USING
                   PR-CUENTA OF REGISTRO-PRESTAMO
                   WS-SEGURO-MENSUAL 'C' WS-OPERADOR WS-CANAL
                   WS-SIN-AUTORIZANTE WS-CONCEPTO-SEGURO
                   WS-CONVERSION WS-RESULTADO-MOVIMIENTO.
               IF MOVIMIENTO-OK
                   SUBTRACT WS-SEGURO-MENSUAL FROM WS-SALDO-CUENTA
                   ADD WS-SEGURO-MENSUAL TO WS-TOTAL-SEGUROS
                   CALL 'REGISTRAR-PRIMA-SEGURO' USING
                       PR-NUMERO OF REGISTRO-PRESTAMO
                       PR-CUENTA OF REGISTRO-PRESTAMO
                       WS-RAMO-INCENDIO WS-VALOR-TASACION
                       WS-SEGURO-MENSUAL WS-FECHA-HOY
               ELSE
                   DISPLAY '--> NO SE PUDO DEBITAR EL SEGURO DE '
                       'INCENDIO DEL PRÉSTAMO '
                       PR-NUMERO OF REGISTRO-PRESTAMO
               END-IF.

      *    La prima de vida saldo deudor se calcula sobre el
      *    capital que el préstamo debe antes de la cuota.
           129-COBRAR-SEGURO-VIDA SECTION.
               CALL 'MOVIMIENTO-CUENTA' USING
                   PR-CUENTA OF REGISTRO-PRESTAMO
                   WS-PRIMA-VIDA 'C' WS-OPERADOR WS-CANAL
                   WS-SIN-AUTORIZANTE WS-CONCEPTO-VIDA
                   WS-CONVERSION WS-RESULTADO-MOVIMIENTO.
               IF MOVIMIENTO-OK
                   SUBTRACT WS-PRIMA-VIDA FROM WS-SALDO-CUENTA
                   ADD WS-PRIMA-VIDA TO WS-TOTAL-PRIMAS-VIDA
                   CALL 'REGISTRAR-PRIMA-SEGURO' USING
                       PR-NUMERO OF REGISTRO-PRESTAMO
                       PR-CUENTA OF REGISTRO-PRESTAMO
                       WS-RAMO-VIDA WS-SALDO-CAPITAL
                       WS-PRIMA-VIDA WS-FECHA-HOY
               ELSE
                   DISPLAY '--> NO SE PUDO DEBITAR EL SEGURO DE '
                       'VIDA DEL PRÉSTAMO '
                       PR-NUMERO OF REGISTRO-PRESTAMO
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
