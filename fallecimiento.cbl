      * adhesiones de débito automático de esas cuentas. Los
      * fondos se liberan a los herederos sólo contra una orden
      * judicial registrada, con autorización de supervisor, y
      * todo el recorrido queda en el diario de auditoría. Cada
      * préstamo vigente de una cuenta del titular fallecido abre
      * un siniestro del seguro de vida saldo deudor por su
      * capital pendiente (siniestros_vida.dat) y sale del cobro
      * de cuotas. Si la aseguradora paga, el préstamo se cancela
      * con ese pago en lugar de reclamárselo a la sucesión; si
      * rechaza, vuelve al cobro normal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS AD-CLAVE OF REGISTRO-ADHESION
               FILE STATUS IS WS-FILE-STATUS-ADH.

           SELECT ARCHIVO-PRESTAMOS ASSIGN TO 'prestamos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-NUMERO OF REGISTRO-PRESTAMO
               FILE STATUS IS WS-FILE-STATUS-PRE.

           SELECT ARCHIVO-SINIESTROS ASSIGN TO 'siniestros_vida.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-PRESTAMO OF REGISTRO-SINIESTRO
               FILE STATUS IS WS-FILE-STATUS-SIN.

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

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CLIENTES.
           01 REGISTRO-ADHESION.
               COPY "adhesion.cpy".

       FD  ARCHIVO-PRESTAMOS.
           01 REGISTRO-PRESTAMO.
               COPY "prestamo.cpy".

       FD  ARCHIVO-SINIESTROS.
           01 REGISTRO-SINIESTRO.
               COPY "siniestrovida.cpy".

       FD  ARCHIVO-CUOTAS.
           01 REGISTRO-CUOTA.
               COPY "cuotaprestamo.cpy".

       FD  ARCHIVO-TEMP.
           01 REGISTRO-TEMP.
               COPY "cuotaprestamo.cpy".

       FD  ARCHIVO-PLAZOS.
           01 REGISTRO-PLAZO.
               COPY "plazofijo.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CLI    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-ORD    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-ADH    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PRE    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-SIN    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CUOTAS PIC XX VALUE '00'.
       01  WS-FILE-STATUS-TEMP   PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PLAZO  PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-CUOTAS PIC X(100).
       01  NOMBRE-ARCHIVO-TEMP   PIC X(100).
       01  WS-FECHA-HOY          PIC 9(08).

       01  OPCION                PIC 9.
       01  WS-DNI                PIC 9(08).
       01  WS-CUENTA-BLOQUEADA   PIC 9(08).
       01  WS-CANT-BLOQUEADAS    PIC 9(03) VALUE ZERO.

      *    Cuentas donde el fallecido es titular: sus préstamos
      *    vigentes son los que abren siniestro de vida.
       01  WS-TABLA-CUENTAS-TITULAR.
           05 WS-CT-CUENTA OCCURS 50 TIMES PIC 9(08).
       01  WS-CANT-CUENTAS-TIT   PIC 9(03) VALUE ZERO.
       01  WS-IDX-CUENTA         PIC 9(03).
       01  WS-CUENTA-DEL-FALLECIDO PIC X(01).

      *    Siniestros del seguro de vida saldo deudor.
       01  WS-EOF-PRE            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-PRE    VALUE 'Y'.
       01  WS-EOF-CUOTAS         PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CUOTAS VALUE 'Y'.
       01  WS-CANT-SINIESTROS    PIC 9(03) VALUE ZERO.
       01  WS-SALDO-CAPITAL      PIC S9(12)V99 VALUE ZERO.
       01  WS-NUMERO-PRESTAMO    PIC 9(06).
       01  WS-RESOLUCION         PIC X(01).
       01  WS-MONTO-PAGADO       PIC S9(12)V99 VALUE ZERO.
       01  WS-SINIESTRO-OK       PIC X(01) VALUE 'N'.
           88 SINIESTRO-OK       VALUE 'S'.
       01  WS-SUCURSAL           PIC 9(03) VALUE ZERO.
       01  WS-MONEDA-PESOS       PIC X(03) VALUE 'ARS'.
       01  WS-CONCEPTO-SINIESTRO PIC 9(03) VALUE 064.
       01  WS-OPERACION-DIRECTA  PIC X(01) VALUE 'G'.

      *    Liberación a herederos: cuenta bloqueada, oficio
      *    judicial y cuenta destino de los fondos.
       01  WS-CUENTA-SUCESION    PIC 9(08).
           DISPLAY '---- PROCESO DE TITULAR FALLECIDO ----'.
           DISPLAY '1. Registrar fallecimiento y bloquear cuentas'.
           DISPLAY '2. Liberar fondos a herederos (orden judicial)'.
           DISPLAY '3. Resolver siniestro del seguro de vida'.
           DISPLAY 'Elija una opción (0 = salir): '
               WITH NO ADVANCING.
           ACCEPT OPCION.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           EVALUATE OPCION
               WHEN 1 PERFORM 100-REGISTRAR-FALLECIMIENTO
               WHEN 2 PERFORM 300-LIBERAR-A-HEREDEROS
               WHEN 3 PERFORM 400-RESOLVER-SINIESTRO
               WHEN 0 CONTINUE
               WHEN OTHER DISPLAY '--> OPCIÓN INVÁLIDA'
           END-EVALUATE.
                   PERFORM 120-BLOQUEAR-CUENTAS
                   DISPLAY '---> CUENTAS BLOQUEADAS POR '
                       'SUCESIÓN: ' WS-CANT-BLOQUEADAS
                   PERFORM 160-ABRIR-SINIESTROS
                   DISPLAY '---> SINIESTROS DE VIDA ABIERTOS: '
                       WS-CANT-SINIESTROS
               END-IF.

           110-MARCAR-CLIENTE SECTION.
      *    firma indistinta los titulares vivos siguen operando).
           120-BLOQUEAR-CUENTAS SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               MOVE ZERO TO WS-CANT-CUENTAS-TIT.
               OPEN I-O ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CUENTAS'
               MOVE 'N' TO WS-ES-COTITULAR.
               IF CC-DNI-TITULAR OF RCC = WS-DNI
                   MOVE 'S' TO WS-ES-TITULAR
                   IF WS-CANT-CUENTAS-TIT < 50
                       ADD 1 TO WS-CANT-CUENTAS-TIT
                       MOVE CC-NUMERO-CUENTA OF RCC
                           TO WS-CT-CUENTA (WS-CANT-CUENTAS-TIT)
                   END-IF
               END-IF.
               PERFORM VARYING WS-IDX-COTITULAR FROM 1 BY 1
                   UNTIL WS-IDX-COTITULAR > CC-CANT-COTITULARES
                   CLOSE ARCHIVO-ADHESIONES
               END-IF.

      *    Un siniestro por cada préstamo vigente de las cuentas
      *    del fallecido, por el capital que queda en su plan; el
      *    préstamo queda marcado para que el cobro de cuotas no
      *    le debite a la sucesión mientras la aseguradora decide.
           160-ABRIR-SINIESTROS SECTION.
               MOVE ZERO TO WS-CANT-SINIESTROS.
               OPEN I-O ARCHIVO-SINIESTROS.
               IF WS-FILE-STATUS-SIN = '35'
                   OPEN OUTPUT ARCHIVO-SINIESTROS
                   CLOSE ARCHIVO-SINIESTROS
                   OPEN I-O ARCHIVO-SINIESTROS
               END-IF.
               IF WS-FILE-STATUS-SIN NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SINIESTROS'
               ELSE
                   MOVE 'N' TO WS-EOF-PRE
                   OPEN I-O ARCHIVO-PRESTAMOS
                   IF WS-FILE-STATUS-PRE NOT = '00'
                       SET FIN-ARCHIVO-PRE TO TRUE
                   END-IF
                   PERFORM UNTIL FIN-ARCHIVO-PRE
                       READ ARCHIVO-PRESTAMOS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-PRE TO TRUE
                           NOT AT END
                               IF PRESTAMO-VIGENTE
                                  OF REGISTRO-PRESTAMO
                                  AND NOT PRESTAMO-EN-SINIESTRO
                                      OF REGISTRO-PRESTAMO
                                   PERFORM 165-BUSCAR-CUENTA-TITULAR
                                   IF WS-CUENTA-DEL-FALLECIDO = 'S'
                                       PERFORM 170-ABRIR-UN-SINIESTRO
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   IF WS-FILE-STATUS-PRE = '00'
                      OR WS-FILE-STATUS-PRE = '10'
                       CLOSE ARCHIVO-PRESTAMOS
                   END-IF
                   CLOSE ARCHIVO-SINIESTROS
               END-IF.

           165-BUSCAR-CUENTA-TITULAR SECTION.
               MOVE 'N' TO WS-CUENTA-DEL-FALLECIDO.
               PERFORM VARYING WS-IDX-CUENTA FROM 1 BY 1
                   UNTIL WS-IDX-CUENTA > WS-CANT-CUENTAS-TIT
                   IF WS-CT-CUENTA (WS-IDX-CUENTA)
                      = PR-CUENTA OF REGISTRO-PRESTAMO
                       MOVE 'S' TO WS-CUENTA-DEL-FALLECIDO
                   END-IF
               END-PERFORM.

           170-ABRIR-UN-SINIESTRO SECTION.
               MOVE PR-NUMERO OF REGISTRO-PRESTAMO
                   TO WS-NUMERO-PRESTAMO.
               PERFORM 175-SUMAR-SALDO-PLAN.
               MOVE WS-NUMERO-PRESTAMO
                   TO SI-PRESTAMO OF REGISTRO-SINIESTRO.
               MOVE PR-CUENTA OF REGISTRO-PRESTAMO
                   TO SI-CUENTA OF REGISTRO-SINIESTRO.
               MOVE WS-DNI TO SI-DNI OF REGISTRO-SINIESTRO.
               MOVE WS-FECHA-FALLECIMIENTO
                   TO SI-FECHA-FALLECIMIENTO OF REGISTRO-SINIESTRO.
               MOVE WS-FECHA-HOY
                   TO SI-FECHA-DENUNCIA OF REGISTRO-SINIESTRO.
               MOVE WS-SALDO-CAPITAL
                   TO SI-SALDO-RECLAMADO OF REGISTRO-SINIESTRO.
               MOVE 'A' TO SI-ESTADO OF REGISTRO-SINIESTRO.
               MOVE ZERO TO SI-FECHA-RESOLUCION OF REGISTRO-SINIESTRO.
               MOVE ZERO TO SI-MONTO-PAGADO OF REGISTRO-SINIESTRO.
               MOVE LK-OPERADOR TO SI-OPERADOR OF REGISTRO-SINIESTRO.
      *        Un siniestro anterior del mismo préstamo (rechazado)
      *        se reemplaza por la denuncia nueva.
               WRITE REGISTRO-SINIESTRO
                   INVALID KEY
                       REWRITE REGISTRO-SINIESTRO
               END-WRITE.
               MOVE 'S' TO PR-EN-SINIESTRO OF REGISTRO-PRESTAMO.
               REWRITE REGISTRO-PRESTAMO.
               ADD 1 TO WS-CANT-SINIESTROS.
               DISPLAY '--> SINIESTRO DE VIDA ABIERTO PARA EL '
                   'PRÉSTAMO ' WS-NUMERO-PRESTAMO ' SALDO '
                   WS-SALDO-CAPITAL.
               MOVE 'SINIEST-VIDA' TO WS-ACCION-AUDITORIA.
               MOVE SPACES TO WS-MOTIVO-AUDITORIA.
               STRING
                   'DENUNCIA PRESTAMO ' DELIMITED BY SIZE
                   WS-NUMERO-PRESTAMO DELIMITED BY SIZE
                   ' DNI ' DELIMITED BY SIZE
                   WS-DNI DELIMITED BY SIZE
                   INTO WS-MOTIVO-AUDITORIA
               END-STRING.
               CALL 'REGISTRAR-AUDITORIA' USING
                   WS-ACCION-AUDITORIA
                   PR-CUENTA OF REGISTRO-PRESTAMO
                   LK-OPERADOR WS-AUTORIZANTE
                   WS-MOTIVO-AUDITORIA.

      *    Capital de las cuotas todavía pendientes del plan.
           175-SUMAR-SALDO-PLAN SECTION.
               MOVE SPACES TO NOMBRE-ARCHIVO-CUOTAS.
               STRING
                   "prestamos/" DELIMITED BY SIZE
                   WS-NUMERO-PRESTAMO DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-CUOTAS
               END-STRING.
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

      *    Liberación del saldo a los herederos: exige el oficio
      *    judicial registrado y la credencial de un supervisor;
      *    el saldo pasa a la cuenta indicada por el juzgado y la
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'C' TO CC-ESTADO-CUENTA OF RCC
                               MOVE WS-FECHA-HOY
                                   TO CC-FECHA-CIERRE OF RCC
                               REWRITE RCC
                       END-READ
                       CLOSE ARCHIVO-CUENTAS
                       'CERRADA'
               END-IF.

      *    Respuesta de la aseguradora a un siniestro abierto, con
      *    credencial de supervisor. Pagado: el pago cancela el
      *    préstamo (cuotas pendientes saldadas, prenda e hipoteca
      *    liberadas) contra el activo de préstamos. Rechazado: el
      *    préstamo vuelve al cobro de cuotas y la deuda se le
      *    reclama a la sucesión por la vía normal.
           400-RESOLVER-SINIESTRO SECTION.
               DISPLAY 'Número de préstamo: ' WITH NO ADVANCING.
               ACCEPT WS-NUMERO-PRESTAMO.
               PERFORM 410-LEER-SINIESTRO.
               IF SINIESTRO-OK
                   DISPLAY 'Saldo reclamado: '
                       SI-SALDO-RECLAMADO OF REGISTRO-SINIESTRO
                   DISPLAY 'Resolución (P = pagado, R = rechazado): '
                       WITH NO ADVANCING
                   ACCEPT WS-RESOLUCION
                   IF WS-RESOLUCION NOT = 'P'
                      AND WS-RESOLUCION NOT = 'R'
                       DISPLAY '--> RESOLUCIÓN INVÁLIDA'
                   ELSE
                       MOVE SPACES TO WS-AUTORIZANTE
                       CALL 'AUTORIZAR-SUPERVISOR'
                           USING WS-AUTORIZANTE
                       IF WS-AUTORIZANTE = SPACES
                           DISPLAY '--> SIN AUTORIZACIÓN DE '
                               'SUPERVISOR: SINIESTRO SIN RESOLVER'
                       ELSE
                           IF WS-RESOLUCION = 'P'
                               PERFORM 420-SINIESTRO-PAGADO
                           ELSE
                               PERFORM 450-SINIESTRO-RECHAZADO
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           410-LEER-SINIESTRO SECTION.
               MOVE 'N' TO WS-SINIESTRO-OK.
               OPEN INPUT ARCHIVO-SINIESTROS.
               IF WS-FILE-STATUS-SIN NOT = '00'
                   DISPLAY '--> NO HAY SINIESTROS REGISTRADOS'
               ELSE
                   MOVE WS-NUMERO-PRESTAMO
                       TO SI-PRESTAMO OF REGISTRO-SINIESTRO
                   READ ARCHIVO-SINIESTROS
                       KEY IS SI-PRESTAMO OF REGISTRO-SINIESTRO
                       INVALID KEY
                           DISPLAY '--> EL PRÉSTAMO NO TIENE '
                               'SINIESTRO'
                       NOT INVALID KEY
                           IF SINIESTRO-ABIERTO OF REGISTRO-SINIESTRO
                               MOVE 'S' TO WS-SINIESTRO-OK
                           ELSE
                               DISPLAY '--> EL SINIESTRO YA ESTÁ '
                                   'RESUELTO'
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-SINIESTROS
               END-IF.

           420-SINIESTRO-PAGADO SECTION.
               DISPLAY 'Monto pagado por la aseguradora '
                   '(0 = saldo reclamado): ' WITH NO ADVANCING.
               ACCEPT WS-MONTO-PAGADO.
               IF WS-MONTO-PAGADO = ZERO
                   MOVE SI-SALDO-RECLAMADO OF REGISTRO-SINIESTRO
                       TO WS-MONTO-PAGADO
               END-IF.
               IF WS-MONTO-PAGADO
                  < SI-SALDO-RECLAMADO OF REGISTRO-SINIESTRO
                   DISPLAY '--> PAGO MENOR AL SALDO RECLAMADO: LA '
                       'DIFERENCIA QUEDA A REGULARIZAR'
               END-IF.
               PERFORM 430-SALDAR-PLAN.
               PERFORM 440-CANCELAR-PRESTAMO.
               PERFORM 460-BUSCAR-SUCURSAL.
               CALL 'CONTABILIZAR-MOVIMIENTO' USING
                   WS-FECHA-HOY WS-SUCURSAL WS-MONEDA-PESOS
                   WS-CONCEPTO-SINIESTRO WS-OPERACION-DIRECTA
                   WS-MONTO-PAGADO.
               MOVE 'P' TO SI-ESTADO OF REGISTRO-SINIESTRO.
               MOVE WS-MONTO-PAGADO
                   TO SI-MONTO-PAGADO OF REGISTRO-SINIESTRO.
               PERFORM 470-GRABAR-RESOLUCION.
               DISPLAY '---> SINIESTRO PAGADO: PRÉSTAMO '
                   WS-NUMERO-PRESTAMO ' CANCELADO POR LA ASEGURADORA'.

      *    Las cuotas pendientes quedan saldadas por el pago del
      *    siniestro; el plan se reescribe con el mismo esquema de
      *    archivo temporal más renombre del cobro de cuotas.
           430-SALDAR-PLAN SECTION.
               MOVE SPACES TO NOMBRE-ARCHIVO-CUOTAS.
               STRING
                   "prestamos/" DELIMITED BY SIZE
                   WS-NUMERO-PRESTAMO DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-CUOTAS
               END-STRING.
               MOVE SPACES TO NOMBRE-ARCHIVO-TEMP.
               STRING
                   "prestamos/" DELIMITED BY SIZE
                   WS-NUMERO-PRESTAMO DELIMITED BY SIZE
                   ".tmp" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-TEMP
               END-STRING.
               MOVE 'N' TO WS-EOF-CUOTAS.
               OPEN INPUT ARCHIVO-CUOTAS.
               IF WS-FILE-STATUS-CUOTAS NOT = '00'
                   DISPLAY '--> SIN PLAN DE CUOTAS PARA EL '
                       'PRÉSTAMO ' WS-NUMERO-PRESTAMO
               ELSE
                   OPEN OUTPUT ARCHIVO-TEMP
                   PERFORM UNTIL FIN-ARCHIVO-CUOTAS
                       READ ARCHIVO-CUOTAS
                           AT END
                               SET FIN-ARCHIVO-CUOTAS TO TRUE
                           NOT AT END
                               MOVE REGISTRO-CUOTA TO REGISTRO-TEMP
                               IF CUOTA-PENDIENTE OF REGISTRO-TEMP
                                   MOVE 'C' TO CUO-ESTADO
                                       OF REGISTRO-TEMP
                               END-IF
                               WRITE REGISTRO-TEMP
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CUOTAS
                   CLOSE ARCHIVO-TEMP
                   CALL 'CBL_DELETE_FILE' USING
                       NOMBRE-ARCHIVO-CUOTAS
                   CALL 'CBL_RENAME_FILE' USING
                       NOMBRE-ARCHIVO-TEMP NOMBRE-ARCHIVO-CUOTAS
               END-IF.

           440-CANCELAR-PRESTAMO SECTION.
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
                           MOVE 'N' TO PR-EN-SINIESTRO
                               OF REGISTRO-PRESTAMO
                           MOVE 'N' TO PR-EN-MORA
                               OF REGISTRO-PRESTAMO
                           REWRITE REGISTRO-PRESTAMO
                           IF PR-PF-GARANTIA OF REGISTRO-PRESTAMO
                              NOT = ZERO
                               PERFORM 445-LIBERAR-PRENDA
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

           445-LIBERAR-PRENDA SECTION.
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

           450-SINIESTRO-RECHAZADO SECTION.
               OPEN I-O ARCHIVO-PRESTAMOS.
               IF WS-FILE-STATUS-PRE = '00'
                   MOVE WS-NUMERO-PRESTAMO
                       TO PR-NUMERO OF REGISTRO-PRESTAMO
                   READ ARCHIVO-PRESTAMOS
                       KEY IS PR-NUMERO OF REGISTRO-PRESTAMO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'N' TO PR-EN-SINIESTRO
                               OF REGISTRO-PRESTAMO
                           REWRITE REGISTRO-PRESTAMO
                   END-READ
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF.
               MOVE 'R' TO SI-ESTADO OF REGISTRO-SINIESTRO.
               MOVE ZERO TO SI-MONTO-PAGADO OF REGISTRO-SINIESTRO.
               PERFORM 470-GRABAR-RESOLUCION.
               DISPLAY '---> SINIESTRO RECHAZADO: EL PRÉSTAMO '
                   WS-NUMERO-PRESTAMO ' VUELVE AL COBRO DE CUOTAS'.

      *    Sucursal de la cuenta del préstamo, para el asiento.
           460-BUSCAR-SUCURSAL SECTION.
               MOVE ZERO TO WS-SUCURSAL.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS = '00'
                   MOVE SI-CUENTA OF REGISTRO-SINIESTRO
                       TO CC-NUMERO-CUENTA OF RCC
                   READ ARCHIVO-CUENTAS
                       KEY IS CC-NUMERO-CUENTA OF RCC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CC-SUCURSAL OF RCC TO WS-SUCURSAL
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

           470-GRABAR-RESOLUCION SECTION.
               MOVE WS-FECHA-HOY
                   TO SI-FECHA-RESOLUCION OF REGISTRO-SINIESTRO.
               MOVE LK-OPERADOR TO SI-OPERADOR OF REGISTRO-SINIESTRO.
               OPEN I-O ARCHIVO-SINIESTROS.
               IF WS-FILE-STATUS-SIN = '00'
                   REWRITE REGISTRO-SINIESTRO
                       INVALID KEY
                           DISPLAY 'ERROR AL GRABAR EL SINIESTRO'
                   END-REWRITE
                   CLOSE ARCHIVO-SINIESTROS
               END-IF.
               IF SINIESTRO-PAGADO OF REGISTRO-SINIESTRO
                   MOVE 'SINIEST-PAGO' TO WS-ACCION-AUDITORIA
               ELSE
                   MOVE 'SINIEST-RECH' TO WS-ACCION-AUDITORIA
               END-IF.
               MOVE SPACES TO WS-MOTIVO-AUDITORIA.
               STRING
                   'SEGURO VIDA PRESTAMO ' DELIMITED BY SIZE
                   WS-NUMERO-PRESTAMO DELIMITED BY SIZE
                   INTO WS-MOTIVO-AUDITORIA
               END-STRING.
               CALL 'REGISTRAR-AUDITORIA' USING
                   WS-ACCION-AUDITORIA
                   SI-CUENTA OF REGISTRO-SINIESTRO
                   LK-OPERADOR WS-AUTORIZANTE
                   WS-MOTIVO-AUDITORIA.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
