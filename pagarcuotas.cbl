       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGAR-CUOTAS-PRESTAMO.
       AUTHOR. MARCOS MUÑOZ.

      * Pago por ventanilla de las cuotas vencidas de un préstamo,
      * llamado desde CAJA con la cuenta ya identificada y su
      * disponible calculado. Muestra las cuotas vencidas e
      * impagas del préstamo con el interés punitorio de sus días
      * de atraso (CALCULAR-PUNITORIO-CUOTA) y, confirmado el
      * pago, las debita de la cuenta vinculada de la más vieja a
      * la más nueva mientras alcance el disponible: la cuota con
      * el mismo concepto que el cobro batch y el punitorio en un
      * débito aparte con el suyo. Consume el devengado como el
      * cobro de cuotas, reescribe el plan con el mismo esquema
      * de archivo temporal más renombre y, si no queda ninguna
      * cuota pendiente, deja el préstamo cancelado y libera la
      * prenda. En el préstamo hipotecario cada cuota lleva
      * además la prima del seguro de incendio, en su propio
      * débito, y la cancelación libera la hipoteca con su carta
      * (LIBERAR-HIPOTECA). Toda cuota paga también la prima del
      * seguro de vida saldo deudor sobre el capital que el
      * préstamo debía antes de ella, acumulada para la rendición
      * a la aseguradora. El préstamo con un siniestro de vida
      * abierto no se cobra: lo cancela la aseguradora. Devuelve
      * a CAJA el total debitado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PRESTAMOS ASSIGN TO 'prestamos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-NUMERO OF REGISTRO-PRESTAMO
               FILE STATUS IS WS-FILE-STATUS-PRE.

           SELECT ARCHIVO-CUOTAS
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-CUOTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CUOTAS.

           SELECT ARCHIVO-TEMP
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-TEMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-TEMP.

           SELECT ARCHIVO-PLAZOS ASSIGN TO 'plazofijo.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-NUMERO OF REGISTRO-PLAZO
               FILE STATUS IS WS-FILE-STATUS-PLAZO.

           SELECT ARCHIVO-CONTROL ASSIGN TO 'control.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CLAVE OF REGISTRO-CONTROL
               FILE STATUS IS WS-FILE-STATUS-CTL.

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
           01 REGISTRO-PRESTAMO.
               COPY "prestamo.cpy".

       FD  ARCHIVO-CUOTAS.
           01 REGISTRO-CUOTA.
               COPY "cuotaprestamo.cpy".

       FD  ARCHIVO-TEMP.
           01 REGISTRO-TEMP.
               COPY "cuotaprestamo.cpy".

       FD  ARCHIVO-PLAZOS.
           01 REGISTRO-PLAZO.
               COPY "plazofijo.cpy".

       FD  ARCHIVO-CONTROL.
           01 REGISTRO-CONTROL.
               COPY "control.cpy".

       FD  ARCHIVO-HIPOTECAS.
           01 REGISTRO-HIPOTECA.
               COPY "hipoteca.cpy".

       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-PRE    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CUOTAS PIC XX VALUE '00'.
       01  WS-FILE-STATUS-TEMP   PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PLAZO  PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTL    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-HIP    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM  PIC XX VALUE '00'.
       01  WS-CONTROL-EXISTE     PIC X(01).
       01  WS-SUCURSAL-DEV-PR    PIC 9(03) VALUE 993.
       01  NOMBRE-ARCHIVO-CUOTAS PIC X(100).
       01  NOMBRE-ARCHIVO-TEMP   PIC X(100).

       01  WS-NUMERO-PRESTAMO    PIC 9(06).
       01  WS-PRESTAMO-OK        PIC X(01) VALUE 'N'.
           88 PRESTAMO-OK        VALUE 'S'.
       01  WS-CONFIRMA           PIC X(01).

       01  WS-EOF-CUOTAS         PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CUOTAS VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).

      *    Plan completo en memoria (hasta 120 cuotas, el máximo
      *    del alta), con el punitorio de cada cuota vencida.
       01  WS-TABLA-PLAN.
           05 WS-PLAN-CUOTA OCCURS 120 TIMES.
               10 WS-PL-NUMERO       PIC 9(03).
               10 WS-PL-FECHA-VENC   PIC 9(08).
               10 WS-PL-CAPITAL      PIC S9(12)V99.
               10 WS-PL-INTERES      PIC S9(12)V99.
               10 WS-PL-ESTADO       PIC X(01).
               10 WS-PL-PUNITORIO    PIC S9(12)V99.
       01  WS-CANT-CUOTAS        PIC 9(03) VALUE ZERO.
       01  WS-IDX-CUOTA          PIC 9(03).
       01  WS-CUOTAS-VENCIDAS    PIC 9(03) VALUE ZERO.
       01  WS-CUOTAS-PENDIENTES  PIC 9(03) VALUE ZERO.
       01  WS-CUOTAS-PAGADAS     PIC 9(03) VALUE ZERO.
       01  WS-TOTAL-VENCIDO      PIC S9(12)V99 VALUE ZERO.
       01  WS-TOTAL-PUNITORIO    PIC S9(12)V99 VALUE ZERO.
       01  WS-DISPONIBLE         PIC S9(12)V99.
       01  WS-FONDOS-AGOTADOS    PIC X(01) VALUE 'N'.

       01  WS-MONTO-CUOTA        PIC S9(12)V99.
       01  WS-DIAS-ATRASO        PIC 9(05).
       01  WS-MONTO-DISPLAY      PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-PUNITORIO-DISPLAY  PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-CANAL              PIC X(10) VALUE 'SUCURSAL'.
       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.
       01  WS-CONCEPTO           PIC 9(03) VALUE 015.
       01  WS-CONCEPTO-PUNITORIO PIC 9(03) VALUE 060.

      *    Seguro de incendio por cuota del préstamo hipotecario
      *    (cero = préstamo personal o hipoteca ya liberada).
       01  WS-SEGURO-MENSUAL     PIC S9(12)V99 VALUE ZERO.
       01  WS-TOTAL-SEGURO       PIC S9(12)V99 VALUE ZERO.
       01  WS-VALOR-TASACION     PIC S9(12)V99 VALUE ZERO.
       01  WS-CONCEPTO-SEGURO    PIC 9(03) VALUE 061.
       01  WS-RAMO-INCENDIO      PIC X(01) VALUE 'I'.

      *    Seguro de vida saldo deudor: alícuota mensual, capital
      *    pendiente del préstamo (baja con cada cuota pagada) y
      *    prima de la cuota en curso.
       01  WS-TASA-SEGURO-VIDA   PIC V9(06) VALUE 0.000500.
       01  WS-SALDO-CAPITAL      PIC S9(12)V99 VALUE ZERO.
       01  WS-SALDO-SIMULADO     PIC S9(12)V99 VALUE ZERO.
       01  WS-PRIMA-VIDA         PIC S9(12)V99 VALUE ZERO.
       01  WS-TOTAL-PRIMA-VIDA   PIC S9(12)V99 VALUE ZERO.
       01  WS-CONCEPTO-VIDA      PIC 9(03) VALUE 062.
       01  WS-RAMO-VIDA          PIC X(01) VALUE 'V'.
       01  WS-CONVERSION.
           05 WS-CV-MONEDA-ORIGINAL PIC X(03) VALUE SPACES.
           05 WS-CV-MONTO-ORIGINAL  PIC S9(12)V99 VALUE ZERO.
           05 WS-CV-TASA-APLICADA   PIC 9(06)V9999 VALUE ZERO.

       01  WS-RESULTADO-MOVIMIENTO PIC X(01).
           88 MOVIMIENTO-OK        VALUE 'S'.

       LINKAGE SECTION.
      *    Cuenta atendida en la caja: tiene que ser la vinculada
      *    del préstamo.
       01  LK-CUENTA             PIC 9(08).
       01  LK-OPERADOR           PIC X(08).
      *    Disponible de la cuenta (saldo más descubierto, neto de
      *    embargos) y total que se le debitó.
       01  LK-DISPONIBLE         PIC S9(12)V99.
       01  LK-DEBITADO           PIC S9(12)V99.

       PROCEDURE DIVISION USING LK-CUENTA LK-OPERADOR
           LK-DISPONIBLE LK-DEBITADO.
       000-MAIN-LOGIC SECTION.
           DISPLAY '--- PAGO DE CUOTAS DE PRÉSTAMO ---'.
           MOVE ZERO TO LK-DEBITADO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 050-LEER-PARAMETROS.
           DISPLAY 'Número de préstamo: ' WITH NO ADVANCING.
           ACCEPT WS-NUMERO-PRESTAMO.
           PERFORM 100-BUSCAR-PRESTAMO.
           IF PRESTAMO-OK
               PERFORM 110-CARGAR-PLAN
               IF WS-CUOTAS-VENCIDAS = ZERO
                   DISPLAY '--> EL PRÉSTAMO NO TIENE CUOTAS '
                       'VENCIDAS IMPAGAS'
               ELSE
                   PERFORM 120-MOSTRAR-Y-CONFIRMAR
                   IF WS-CONFIRMA = 'S'
                       PERFORM 130-DEBITAR-CUOTAS
                       IF WS-CUOTAS-PAGADAS > ZERO
                           PERFORM 180-REESCRIBIR-PLAN
                           IF WS-CUOTAS-PENDIENTES = ZERO
                               PERFORM 190-CANCELAR-PRESTAMO
                           END-IF
                       END-IF
                       DISPLAY '---> CUOTAS PAGADAS: '
                           WS-CUOTAS-PAGADAS
                   END-IF
               END-IF
           END-IF.
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

           100-BUSCAR-PRESTAMO SECTION.
               MOVE 'N' TO WS-PRESTAMO-OK.
               OPEN INPUT ARCHIVO-PRESTAMOS.
               IF WS-FILE-STATUS-PRE NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PRÉSTAMOS'
               ELSE
                   MOVE WS-NUMERO-PRESTAMO
                       TO PR-NUMERO OF REGISTRO-PRESTAMO
                   READ ARCHIVO-PRESTAMOS
                       KEY IS PR-NUMERO OF REGISTRO-PRESTAMO
                       INVALID KEY
                           DISPLAY '--> PRÉSTAMO NO ENCONTRADO'
                       NOT INVALID KEY
                           IF NOT PRESTAMO-VIGENTE
                              OF REGISTRO-PRESTAMO
                               DISPLAY '--> EL PRÉSTAMO NO ESTÁ '
                                   'VIGENTE'
                           ELSE
                           IF PR-CUENTA OF REGISTRO-PRESTAMO
                              NOT = LK-CUENTA
                               DISPLAY '--> EL PRÉSTAMO NO ESTÁ '
                                   'VINCULADO A ESTA CUENTA'
                           ELSE
                           IF PRESTAMO-EN-SINIESTRO
                              OF REGISTRO-PRESTAMO
                               DISPLAY '--> PRÉSTAMO CON SINIESTRO DE '
                                   'VIDA EN TRÁMITE'
                           ELSE
                               MOVE 'S' TO WS-PRESTAMO-OK
                               MOVE ZERO TO WS-SEGURO-MENSUAL
                               IF PRESTAMO-HIPOTECARIO
                                  OF REGISTRO-PRESTAMO
                                   PERFORM 105-LEER-SEGURO
                               END-IF
                           END-IF
                           END-IF
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF.

      *    Prima mensual del seguro de incendio, mientras la
      *    hipoteca siga vigente.
           105-LEER-SEGURO SECTION.
               OPEN INPUT ARCHIVO-HIPOTECAS.
               IF WS-FILE-STATUS-HIP = '00'
                   MOVE WS-NUMERO-PRESTAMO
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

           110-CARGAR-PLAN SECTION.
               MOVE SPACES TO NOMBRE-ARCHIVO-CUOTAS.
               STRING
                   "prestamos/" DELIMITED BY SIZE
                   WS-NUMERO-PRESTAMO DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-CUOTAS
               END-STRING.
               MOVE ZERO TO WS-CANT-CUOTAS.
               MOVE ZERO TO WS-CUOTAS-VENCIDAS.
               MOVE ZERO TO WS-CUOTAS-PENDIENTES.
               MOVE ZERO TO WS-TOTAL-VENCIDO.
               MOVE ZERO TO WS-TOTAL-PUNITORIO.
               MOVE ZERO TO WS-SALDO-CAPITAL.
               MOVE 'N' TO WS-EOF-CUOTAS.
               OPEN INPUT ARCHIVO-CUOTAS.
               IF WS-FILE-STATUS-CUOTAS NOT = '00'
                   DISPLAY '--> SIN PLAN DE CUOTAS'
                   SET FIN-ARCHIVO-CUOTAS TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-CUOTAS
                   READ ARCHIVO-CUOTAS
                       AT END
                           SET FIN-ARCHIVO-CUOTAS TO TRUE
                       NOT AT END
                           PERFORM 115-CARGAR-UNA-CUOTA
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-CUOTAS = '00'
                  OR WS-FILE-STATUS-CUOTAS = '10'
                   CLOSE ARCHIVO-CUOTAS
               END-IF.

           115-CARGAR-UNA-CUOTA SECTION.
               IF WS-CANT-CUOTAS < 120
                   ADD 1 TO WS-CANT-CUOTAS
                   MOVE CUO-NUMERO OF REGISTRO-CUOTA
                       TO WS-PL-NUMERO (WS-CANT-CUOTAS)
                   MOVE CUO-FECHA-VENC OF REGISTRO-CUOTA
                       TO WS-PL-FECHA-VENC (WS-CANT-CUOTAS)
                   MOVE CUO-CAPITAL OF REGISTRO-CUOTA
                       TO WS-PL-CAPITAL (WS-CANT-CUOTAS)
                   MOVE CUO-INTERES OF REGISTRO-CUOTA
                       TO WS-PL-INTERES (WS-CANT-CUOTAS)
                   MOVE CUO-ESTADO OF REGISTRO-CUOTA
                       TO WS-PL-ESTADO (WS-CANT-CUOTAS)
                   MOVE ZERO TO WS-PL-PUNITORIO (WS-CANT-CUOTAS)
                   IF CUOTA-PENDIENTE OF REGISTRO-CUOTA
                       ADD 1 TO WS-CUOTAS-PENDIENTES
                       ADD CUO-CAPITAL OF REGISTRO-CUOTA
                           TO WS-SALDO-CAPITAL
                       IF CUO-FECHA-VENC OF REGISTRO-CUOTA
                          <= WS-FECHA-HOY
                           ADD 1 TO WS-CUOTAS-VENCIDAS
                           COMPUTE WS-MONTO-CUOTA =
                               CUO-CAPITAL OF REGISTRO-CUOTA
                               + CUO-INTERES OF REGISTRO-CUOTA
                           CALL 'CALCULAR-PUNITORIO-CUOTA' USING
                               CUO-FECHA-VENC OF REGISTRO-CUOTA
                               WS-FECHA-HOY WS-MONTO-CUOTA
                               WS-DIAS-ATRASO
                               WS-PL-PUNITORIO (WS-CANT-CUOTAS)
                           ADD WS-MONTO-CUOTA TO WS-TOTAL-VENCIDO
                           ADD WS-PL-PUNITORIO (WS-CANT-CUOTAS)
                               TO WS-TOTAL-PUNITORIO
                           MOVE WS-MONTO-CUOTA TO WS-MONTO-DISPLAY
                           MOVE WS-PL-PUNITORIO (WS-CANT-CUOTAS)
                               TO WS-PUNITORIO-DISPLAY
                           DISPLAY 'CUOTA ' CUO-NUMERO
                               OF REGISTRO-CUOTA
                               ' VTO ' CUO-FECHA-VENC
                               OF REGISTRO-CUOTA
                               ' ' WS-MONTO-DISPLAY
                               ' PUNIT:' WS-PUNITORIO-DISPLAY
                               ' (' WS-DIAS-ATRASO ' DÍAS)'
                       END-IF
                   END-IF
               END-IF.

           120-MOSTRAR-Y-CONFIRMAR SECTION.
               MOVE WS-TOTAL-VENCIDO TO WS-MONTO-DISPLAY.
               DISPLAY '--> TOTAL CUOTAS VENCIDAS: ' WS-MONTO-DISPLAY.
               MOVE WS-TOTAL-PUNITORIO TO WS-PUNITORIO-DISPLAY.
               DISPLAY '--> TOTAL PUNITORIOS: ' WS-PUNITORIO-DISPLAY.
               COMPUTE WS-TOTAL-SEGURO =
                   WS-SEGURO-MENSUAL * WS-CUOTAS-VENCIDAS.
               IF WS-TOTAL-SEGURO > ZERO
                   MOVE WS-TOTAL-SEGURO TO WS-MONTO-DISPLAY
                   DISPLAY '--> TOTAL SEGURO DE INCENDIO: '
                       WS-MONTO-DISPLAY
               END-IF.
      *        La prima de vida de cada cuota vencida sale del saldo
      *        que queda después de las anteriores.
               MOVE ZERO TO WS-TOTAL-PRIMA-VIDA.
               MOVE WS-SALDO-CAPITAL TO WS-SALDO-SIMULADO.
               PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
                   UNTIL WS-IDX-CUOTA > WS-CANT-CUOTAS
                   IF WS-PL-ESTADO (WS-IDX-CUOTA) = 'P'
                      AND WS-PL-FECHA-VENC (WS-IDX-CUOTA)
                          <= WS-FECHA-HOY
                       COMPUTE WS-PRIMA-VIDA ROUNDED =
                           WS-SALDO-SIMULADO * WS-TASA-SEGURO-VIDA
                       ADD WS-PRIMA-VIDA TO WS-TOTAL-PRIMA-VIDA
                       SUBTRACT WS-PL-CAPITAL (WS-IDX-CUOTA)
                           FROM WS-SALDO-SIMULADO
                   END-IF
               END-PERFORM.
               IF WS-TOTAL-PRIMA-VIDA > ZERO
                   MOVE WS-TOTAL-PRIMA-VIDA TO WS-MONTO-DISPLAY
                   DISPLAY '--> TOTAL SEGURO DE VIDA: '
                       WS-MONTO-DISPLAY
               END-IF.
               IF WS-TOTAL-VENCIDO + WS-TOTAL-PUNITORIO
                  + WS-TOTAL-SEGURO + WS-TOTAL-PRIMA-VIDA
                  > LK-DISPONIBLE
                   DISPLAY '--> EL DISPONIBLE NO ALCANZA PARA TODAS: '
                       'SE PAGAN LAS MÁS ANTIGUAS QUE ALCANCE'
               END-IF.
               DISPLAY '¿Confirma el pago? (S/N): '
                   WITH NO ADVANCING.
               ACCEPT WS-CONFIRMA.

      *    De la cuota más vieja a la más nueva, mientras el
      *    disponible cubra la cuota más su punitorio.
           130-DEBITAR-CUOTAS SECTION.
               MOVE LK-DISPONIBLE TO WS-DISPONIBLE.
               MOVE ZERO TO WS-CUOTAS-PAGADAS.
               MOVE 'N' TO WS-FONDOS-AGOTADOS.
               PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
                   UNTIL WS-IDX-CUOTA > WS-CANT-CUOTAS
                   OR WS-FONDOS-AGOTADOS = 'S'
                   IF WS-PL-ESTADO (WS-IDX-CUOTA) = 'P'
                      AND WS-PL-FECHA-VENC (WS-IDX-CUOTA)
                          <= WS-FECHA-HOY
                       COMPUTE WS-MONTO-CUOTA =
                           WS-PL-CAPITAL (WS-IDX-CUOTA)
                           + WS-PL-INTERES (WS-IDX-CUOTA)
                       COMPUTE WS-PRIMA-VIDA ROUNDED =
                           WS-SALDO-CAPITAL * WS-TASA-SEGURO-VIDA
                       IF WS-MONTO-CUOTA
                          + WS-PL-PUNITORIO (WS-IDX-CUOTA)
                          + WS-SEGURO-MENSUAL + WS-PRIMA-VIDA
                          > WS-DISPONIBLE
                           MOVE 'S' TO WS-FONDOS-AGOTADOS
                       ELSE
                           PERFORM 140-DEBITAR-UNA-CUOTA
                       END-IF
                   END-IF
               END-PERFORM.

           140-DEBITAR-UNA-CUOTA SECTION.
               CALL 'MOVIMIENTO-CUENTA' USING
                   LK-CUENTA WS-MONTO-CUOTA 'C' LK-OPERADOR WS-CANAL
                   WS-SIN-AUTORIZANTE WS-CONCEPTO WS-CONVERSION
                   WS-RESULTADO-MOVIMIENTO.
               IF NOT MOVIMIENTO-OK
                   DISPLAY '--> NO SE PUDO DEBITAR LA CUOTA '
                       WS-PL-NUMERO (WS-IDX-CUOTA)
                   MOVE 'S' TO WS-FONDOS-AGOTADOS
               ELSE
                   MOVE 'C' TO WS-PL-ESTADO (WS-IDX-CUOTA)
                   SUBTRACT 1 FROM WS-CUOTAS-PENDIENTES
                   ADD 1 TO WS-CUOTAS-PAGADAS
                   SUBTRACT WS-MONTO-CUOTA FROM WS-DISPONIBLE
                   ADD WS-MONTO-CUOTA TO LK-DEBITADO
                   PERFORM 150-CONSUMIR-DEVENGADO
                   IF WS-PL-PUNITORIO (WS-IDX-CUOTA) > ZERO
                       CALL 'MOVIMIENTO-CUENTA' USING
                           LK-CUENTA WS-PL-PUNITORIO (WS-IDX-CUOTA)
                           'C' LK-OPERADOR WS-CANAL
                           WS-SIN-AUTORIZANTE WS-CONCEPTO-PUNITORIO
                           WS-CONVERSION WS-RESULTADO-MOVIMIENTO
                       IF MOVIMIENTO-OK
                           SUBTRACT WS-PL-PUNITORIO (WS-IDX-CUOTA)
                               FROM WS-DISPONIBLE
                           ADD WS-PL-PUNITORIO (WS-IDX-CUOTA)
                               TO LK-DEBITADO
                       ELSE
                           DISPLAY '--> NO SE PUDO DEBITAR EL '
                               'PUNITORIO DE LA CUOTA '
                               WS-PL-NUMERO (WS-IDX-CUOTA)
                       END-IF
                   END-IF
                   IF WS-SEGURO-MENSUAL > ZERO
                       PERFORM 145-DEBITAR-SEGURO
                   END-IF
                   IF WS-PRIMA-VIDA > ZERO
                       PERFORM 146-DEBITAR-SEGURO-VIDA
                   END-IF
                   SUBTRACT WS-PL-CAPITAL (WS-IDX-CUOTA)
                       FROM WS-SALDO-CAPITAL
               END-IF.

           145-DEBITAR-SEGURO SECTION.
               CALL 'MOVIMIENTO-CUENTA' USING
                   LK-CUENTA WS-SEGURO-MENSUAL 'C' LK-OPERADOR
                   WS-CANAL WS-SIN-AUTORIZANTE WS-CONCEPTO-SEGURO
                   WS-CONVERSION WS-RESULTADO-MOVIMIENTO.
               IF MOVIMIENTO-OK
                   SUBTRACT WS-SEGURO-MENSUAL FROM WS-DISPONIBLE
                   ADD WS-SEGURO-MENSUAL TO LK-DEBITADO
                   CALL 'REGISTRAR-PRIMA-SEGURO' USING
                       WS-NUMERO-PRESTAMO LK-CUENTA
                       WS-RAMO-INCENDIO WS-VALOR-TASACION
                       WS-SEGURO-MENSUAL WS-FECHA-HOY
               ELSE
                   DISPLAY '--> NO SE PUDO DEBITAR EL SEGURO DE '
                       'INCENDIO DE LA CUOTA '
                       WS-PL-NUMERO (WS-IDX-CUOTA)
               END-IF.

           146-DEBITAR-SEGURO-VIDA SECTION.
               CALL 'MOVIMIENTO-CUENTA' USING
                   LK-CUENTA WS-PRIMA-VIDA 'C' LK-OPERADOR
                   WS-CANAL WS-SIN-AUTORIZANTE WS-CONCEPTO-VIDA
                   WS-CONVERSION WS-RESULTADO-MOVIMIENTO.
               IF MOVIMIENTO-OK
                   SUBTRACT WS-PRIMA-VIDA FROM WS-DISPONIBLE
                   ADD WS-PRIMA-VIDA TO LK-DEBITADO
                   CALL 'REGISTRAR-PRIMA-SEGURO' USING
                       WS-NUMERO-PRESTAMO LK-CUENTA
                       WS-RAMO-VIDA WS-SALDO-CAPITAL
                       WS-PRIMA-VIDA WS-FECHA-HOY
               ELSE
                   DISPLAY '--> NO SE PUDO DEBITAR EL SEGURO DE '
                       'VIDA DE LA CUOTA '
                       WS-PL-NUMERO (WS-IDX-CUOTA)
               END-IF.

      *    El interés cobrado consume lo que el devengamiento
      *    nocturno fue acumulando (sucursal reservada 993).
           150-CONSUMIR-DEVENGADO SECTION.
               OPEN I-O ARCHIVO-CONTROL.
               IF WS-FILE-STATUS-CTL NOT = '00'
                   CONTINUE
               ELSE
                   MOVE WS-SUCURSAL-DEV-PR
                       TO CTL-SUCURSAL OF REGISTRO-CONTROL
                   MOVE 'ARS' TO CTL-MONEDA OF REGISTRO-CONTROL
                   MOVE 'S' TO WS-CONTROL-EXISTE
                   READ ARCHIVO-CONTROL
                       KEY IS CTL-CLAVE OF REGISTRO-CONTROL
                       INVALID KEY
                           MOVE 'N' TO WS-CONTROL-EXISTE
                   END-READ
                   IF WS-CONTROL-EXISTE = 'S'
                       SUBTRACT WS-PL-INTERES (WS-IDX-CUOTA)
                           FROM CTL-SALDO OF REGISTRO-CONTROL
                       REWRITE REGISTRO-CONTROL
                   END-IF
                   CLOSE ARCHIVO-CONTROL
               END-IF.

           180-REESCRIBIR-PLAN SECTION.
               MOVE SPACES TO NOMBRE-ARCHIVO-TEMP.
               STRING
                   "prestamos/" DELIMITED BY SIZE
                   WS-NUMERO-PRESTAMO DELIMITED BY SIZE
                   ".tmp" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-TEMP
               END-STRING.
               OPEN OUTPUT ARCHIVO-TEMP.
               IF WS-FILE-STATUS-TEMP NOT = '00'
                   DISPLAY 'ERROR AL REESCRIBIR EL PLAN'
               ELSE
                   PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
                       UNTIL WS-IDX-CUOTA > WS-CANT-CUOTAS
                       MOVE WS-PL-NUMERO (WS-IDX-CUOTA)
                           TO CUO-NUMERO OF REGISTRO-TEMP
                       MOVE WS-PL-FECHA-VENC (WS-IDX-CUOTA)
                           TO CUO-FECHA-VENC OF REGISTRO-TEMP
                       MOVE WS-PL-CAPITAL (WS-IDX-CUOTA)
                           TO CUO-CAPITAL OF REGISTRO-TEMP
                       MOVE WS-PL-INTERES (WS-IDX-CUOTA)
                           TO CUO-INTERES OF REGISTRO-TEMP
                       MOVE WS-PL-ESTADO (WS-IDX-CUOTA)
                           TO CUO-ESTADO OF REGISTRO-TEMP
                       WRITE REGISTRO-TEMP
                   END-PERFORM
                   CLOSE ARCHIVO-TEMP
                   CALL 'CBL_DELETE_FILE' USING
                       NOMBRE-ARCHIVO-CUOTAS
                   CALL 'CBL_RENAME_FILE' USING
                       NOMBRE-ARCHIVO-TEMP NOMBRE-ARCHIVO-CUOTAS
               END-IF.

           190-CANCELAR-PRESTAMO SECTION.
               OPEN I-O ARCHIVO-PRESTAMOS.
               IF WS-FILE-STATUS-PRE = '00'
                   MOVE WS-NUMERO-PRESTAMO
                       TO PR-NUMERO OF REGISTRO-PRESTAMO
                   READ ARCHIVO-PRESTAMOS
                       KEY IS PR-NUMERO OF REGISTRO-PRESTAMO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'C' TO PR-ESTADO
                               OF REGISTRO-PRESTAMO
                           REWRITE REGISTRO-PRESTAMO
                           DISPLAY '---> PRÉSTAMO TOTALMENTE '
                               'CANCELADO'
                           IF PR-PF-GARANTIA OF REGISTRO-PRESTAMO
                              NOT = ZERO
                               PERFORM 195-LIBERAR-PRENDA
                           END-IF
                           IF PRESTAMO-HIPOTECARIO
                              OF REGISTRO-PRESTAMO
                               CALL 'LIBERAR-HIPOTECA' USING
                                   WS-NUMERO-PRESTAMO LK-CUENTA
                                   WS-FECHA-HOY
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF.

           195-LIBERAR-PRENDA SECTION.
               OPEN I-O ARCHIVO-PLAZOS.
               IF WS-FILE-STATUS-PLAZO = '00'
                   MOVE PR-PF-GARANTIA OF REGISTRO-PRESTAMO
                       TO PF-NUMERO OF REGISTRO-PLAZO
                   READ ARCHIVO-PLAZOS
                       KEY IS PF-NUMERO OF REGISTRO-PLAZO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ZERO TO PF-PRESTAMO-PRENDA
                               OF REGISTRO-PLAZO
                           REWRITE REGISTRO-PLAZO
                           DISPLAY '--> PRENDA LIBERADA SOBRE EL '
                               'PF ' PF-NUMERO OF REGISTRO-PLAZO
                   END-READ
                   CLOSE ARCHIVO-PLAZOS
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
