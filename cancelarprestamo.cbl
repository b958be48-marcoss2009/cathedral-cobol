      * préstamo cancelado. La parcial debita el monto entregado y
      * lo aplica al capital desde la última cuota hacia adelante,
      * acortando el plan y recalculando el interés de las cuotas
      * que quedan sobre el nuevo saldo. La total cobra además el
      * interés punitorio de las cuotas vencidas por sus días de
      * atraso, en un débito aparte con su propio concepto. El
      * plan se reescribe con el mismo esquema de archivo temporal
      * más renombre que usa el cobro de cuotas, y la prenda (si
      * la hay) se libera con la cancelación total. En el
      * préstamo hipotecario la total cobra también el seguro de
      * incendio de las cuotas vencidas que salda y libera la
      * hipoteca con su carta (LIBERAR-HIPOTECA); esa prima se
      * acumula para la rendición a la aseguradora. El préstamo
      * con un siniestro de vida abierto no se cancela por aquí:
      * lo cancela la aseguradora al pagar el siniestro.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PF-NUMERO OF REGISTRO-PLAZO
               FILE STATUS IS WS-FILE-STATUS-PLAZO.

           SELECT ARCHIVO-HIPOTECAS ASSIGN TO 'hipotecas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-PRESTAMO OF REGISTRO-HIPOTECA
               FILE STATUS IS WS-FILE-STATUS-HIP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PRESTAMOS.
           01 REGISTRO-PLAZO.
               COPY "plazofijo.cpy".

       FD  ARCHIVO-HIPOTECAS.
           01 REGISTRO-HIPOTECA.
               COPY "hipoteca.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-PRE    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CUOTAS PIC XX VALUE '00'.
       01  WS-FILE-STATUS-TEMP   PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PLAZO  PIC XX VALUE '00'.
       01  WS-FILE-STATUS-HIP    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-CUOTAS PIC X(100).
       01  NOMBRE-ARCHIVO-TEMP   PIC X(100).

      *    el cobro de cuotas de siempre).
       01  WS-CAPITAL-NO-VENCIDO PIC S9(12)V99 VALUE ZERO.
       01  WS-INTERES-VENCIDO    PIC S9(12)V99 VALUE ZERO.
      *    Punitorio de las cuotas vencidas impagas a hoy, y el que
      *    se cobra con la cancelación (sólo la total).
       01  WS-PUNITORIO-VENCIDO  PIC S9(12)V99 VALUE ZERO.
       01  WS-PUNITORIO-COBRAR   PIC S9(12)V99 VALUE ZERO.
       01  WS-MONTO-CUOTA        PIC S9(12)V99.
       01  WS-DIAS-ATRASO        PIC 9(05).
       01  WS-PUNITORIO          PIC S9(12)V99.
       01  WS-CONCEPTO-PUNITORIO PIC 9(03) VALUE 060.
      *    Seguro de incendio del hipotecario: prima mensual,
      *    cuotas vencidas impagas que la deben y lo que se cobra
      *    con la cancelación (sólo la total).
       01  WS-SEGURO-MENSUAL     PIC S9(12)V99 VALUE ZERO.
       01  WS-CUOTAS-VENCIDAS    PIC 9(03) VALUE ZERO.
       01  WS-SEGURO-COBRAR      PIC S9(12)V99 VALUE ZERO.
       01  WS-CONCEPTO-SEGURO    PIC 9(03) VALUE 061.
       01  WS-VALOR-TASACION     PIC S9(12)V99 VALUE ZERO.
       01  WS-RAMO-INCENDIO      PIC X(01) VALUE 'I'.
       01  WS-CUOTAS-PENDIENTES  PIC 9(03) VALUE ZERO.
       01  WS-TIPO-CANCELACION   PIC X(01).
       01  WS-MONTO-PAGO         PIC S9(12)V99.
                       INVALID KEY
                           DISPLAY '--> PRÉSTAMO NO ENCONTRADO'
                       NOT INVALID KEY
                           IF PRESTAMO-EN-SINIESTRO
                              OF REGISTRO-PRESTAMO
                               DISPLAY '--> PRÉSTAMO CON SINIESTRO DE '
                                   'VIDA EN TRÁMITE'
                           ELSE
                           IF PRESTAMO-VIGENTE OF REGISTRO-PRESTAMO
                               MOVE 'S' TO WS-PRESTAMO-OK
                               MOVE ZERO TO WS-SEGURO-MENSUAL
                               IF PRESTAMO-HIPOTECARIO
                                  OF REGISTRO-PRESTAMO
                                   PERFORM 105-LEER-SEGURO
                               END-IF
                           ELSE
                               DISPLAY '--> EL PRÉSTAMO NO ESTÁ '
                                   'VIGENTE'
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
               STRING
                   "prestamos/" DELIMITED BY SIZE
               MOVE ZERO TO WS-CAPITAL-PENDIENTE.
               MOVE ZERO TO WS-CAPITAL-NO-VENCIDO.
               MOVE ZERO TO WS-INTERES-VENCIDO.
               MOVE ZERO TO WS-PUNITORIO-VENCIDO.
               MOVE ZERO TO WS-CUOTAS-PENDIENTES.
               MOVE ZERO TO WS-CUOTAS-VENCIDAS.
               MOVE 'N' TO WS-EOF-CUOTAS.
               OPEN INPUT ARCHIVO-CUOTAS.
               IF WS-FILE-STATUS-CUOTAS NOT = '00'
                           TO WS-CAPITAL-PENDIENTE
                       IF CUO-FECHA-VENC OF REGISTRO-CUOTA
                          <= WS-FECHA-HOY
                           ADD 1 TO WS-CUOTAS-VENCIDAS
                           ADD CUO-INTERES OF REGISTRO-CUOTA
                               TO WS-INTERES-VENCIDO
                           COMPUTE WS-MONTO-CUOTA =
                               CUO-CAPITAL OF REGISTRO-CUOTA
                               + CUO-INTERES OF REGISTRO-CUOTA
                           CALL 'CALCULAR-PUNITORIO-CUOTA' USING
                               CUO-FECHA-VENC OF REGISTRO-CUOTA
                               WS-FECHA-HOY WS-MONTO-CUOTA
                               WS-DIAS-ATRASO WS-PUNITORIO
                           ADD WS-PUNITORIO TO WS-PUNITORIO-VENCIDO
                       ELSE
                           ADD CUO-CAPITAL OF REGISTRO-CUOTA
                               TO WS-CAPITAL-NO-VENCIDO
                   WS-CAPITAL-PENDIENTE.
               DISPLAY '--> INTERÉS DE CUOTAS VENCIDAS: '
                   WS-INTERES-VENCIDO.
               IF WS-PUNITORIO-VENCIDO > ZERO
                   DISPLAY '--> PUNITORIO DE CUOTAS VENCIDAS: '
                       WS-PUNITORIO-VENCIDO
               END-IF.
               MOVE ZERO TO WS-PUNITORIO-COBRAR.
               MOVE ZERO TO WS-SEGURO-COBRAR.
               DISPLAY '¿Cancelación total o parcial? (T/P): '
                   WITH NO ADVANCING.
               ACCEPT WS-TIPO-CANCELACION.
               IF WS-TIPO-CANCELACION = 'T'
                   COMPUTE WS-MONTO-PAGO =
                       WS-CAPITAL-PENDIENTE + WS-INTERES-VENCIDO
                   MOVE WS-PUNITORIO-VENCIDO TO WS-PUNITORIO-COBRAR
                   DISPLAY '--> MONTO DE CANCELACIÓN: '
                       WS-MONTO-PAGO
                   IF WS-PUNITORIO-COBRAR > ZERO
                       DISPLAY '--> MÁS PUNITORIO: '
                           WS-PUNITORIO-COBRAR
                   END-IF
                   COMPUTE WS-SEGURO-COBRAR =
                       WS-SEGURO-MENSUAL * WS-CUOTAS-VENCIDAS
                   IF WS-SEGURO-COBRAR > ZERO
                       DISPLAY '--> MÁS SEGURO DE INCENDIO: '
                           WS-SEGURO-COBRAR
                   END-IF
               ELSE
      *            El parcial sólo ataca el capital de las cuotas
      *            a vencer: con el capital pendiente completo de
                   CALL 'CALCULAR-FONDOS-RETENIDOS' USING
                       PR-CUENTA OF REGISTRO-PRESTAMO
                       WS-FONDOS-RETENIDOS
                   IF WS-MONTO-PAGO + WS-PUNITORIO-COBRAR
                      + WS-SEGURO-COBRAR
                      > WS-SALDO-CUENTA
                      + WS-DESCUBIERTO-DISPONIBLE
                      - WS-FONDOS-RETENIDOS
                       MOVE 'N' TO WS-CUENTA-VALIDA
                   DISPLAY '--> NO SE PUDO DEBITAR LA CUENTA: '
                       'CANCELACIÓN NO REALIZADA'
               ELSE
                   IF WS-PUNITORIO-COBRAR > ZERO
                       PERFORM 145-DEBITAR-PUNITORIO
                   END-IF
                   IF WS-SEGURO-COBRAR > ZERO
                       PERFORM 147-DEBITAR-SEGURO
                   END-IF
                   IF WS-TIPO-CANCELACION = 'T'
                       PERFORM 150-SALDAR-TODO
                   ELSE
                       'PENDIENTES: ' WS-CUOTAS-PENDIENTES
               END-IF.

      *    El punitorio va en un débito aparte, con su concepto,
      *    como en el cobro de cuotas.
           145-DEBITAR-PUNITORIO SECTION.
               CALL 'MOVIMIENTO-CUENTA' USING
                   PR-CUENTA OF REGISTRO-PRESTAMO
                   WS-PUNITORIO-COBRAR 'C' LK-OPERADOR WS-CANAL
                   WS-SIN-AUTORIZANTE WS-CONCEPTO-PUNITORIO
                   WS-CONVERSION WS-RESULTADO-MOVIMIENTO.
               IF NOT MOVIMIENTO-OK
                   DISPLAY '--> NO SE PUDO DEBITAR EL PUNITORIO'
               END-IF.

           147-DEBITAR-SEGURO SECTION.
               CALL 'MOVIMIENTO-CUENTA' USING
                   PR-CUENTA OF REGISTRO-PRESTAMO
                   WS-SEGURO-COBRAR 'C' LK-OPERADOR WS-CANAL
                   WS-SIN-AUTORIZANTE WS-CONCEPTO-SEGURO
                   WS-CONVERSION WS-RESULTADO-MOVIMIENTO.
               IF NOT MOVIMIENTO-OK
                   DISPLAY '--> NO SE PUDO DEBITAR EL SEGURO DE '
                       'INCENDIO'
               ELSE
                   CALL 'REGISTRAR-PRIMA-SEGURO' USING
                       WS-NUMERO-PRESTAMO
                       PR-CUENTA OF REGISTRO-PRESTAMO
                       WS-RAMO-INCENDIO WS-VALOR-TASACION
                       WS-SEGURO-COBRAR WS-FECHA-HOY
               END-IF.

           150-SALDAR-TODO SECTION.
               PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
                   UNTIL WS-IDX-CUOTA > WS-CANT-CUOTAS
                              NOT = ZERO
                               PERFORM 195-LIBERAR-PRENDA
                           END-IF
                           IF PRESTAMO-HIPOTECARIO
                              OF REGISTRO-PRESTAMO
                               CALL 'LIBERAR-HIPOTECA' USING
                                   WS-NUMERO-PRESTAMO
                                   PR-CUENTA OF REGISTRO-PRESTAMO
                                   WS-FECHA-HOY
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF.
