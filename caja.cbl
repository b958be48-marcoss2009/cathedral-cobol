               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PARAM.

      *    Maestro de cuentas, sólo para saber al arrancar si está
      *    disponible o hay que pasar a la caja en contingencia.
           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS-CTA-MAE.

      *    Caja del cajero del día (cajón): fondo de apertura y
      *    totales acumulados a través de todas las sesiones, para
      *    el arqueo de CIERRE-DE-CAJA.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CGER.

      *    Billetes falsos retenidos en depósitos, hasta su
      *    remisión al BCRA, y el contador de actas de retención.
           SELECT ARCHIVO-BILLETES-FALSOS
               ASSIGN TO 'billetes_falsos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BF-CLAVE OF REGISTRO-BILLETE-FALSO
               FILE STATUS IS WS-FILE-STATUS-BF.

           SELECT ARCHIVO-CONTADOR-BF
               ASSIGN TO 'contador-actas-retencion.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CBF.

      *    Reservas de efectivo de retiros grandes avisados: el día
      *    pactado el retiro se paga contra la reserva.
           SELECT ARCHIVO-RESERVAS-EFE
               ASSIGN TO 'reservas_efectivo.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RE-NUMERO OF REGISTRO-RESERVA
               FILE STATUS IS WS-FILE-STATUS-RES.


       DATA DIVISION.
       FILE SECTION.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-CAJAS.
           01 REGISTRO-CAJA.
               COPY "arqueo.cpy".
           01 REGISTRO-CONTADOR-GER.
               05 CONTADOR-GERENCIA PIC 9(08).

       FD  ARCHIVO-BILLETES-FALSOS.
           01 REGISTRO-BILLETE-FALSO.
               COPY "billetefalso.cpy".

       FD  ARCHIVO-CONTADOR-BF.
           01 REGISTRO-CONTADOR-BF.
               05 CONTADOR-ACTAS    PIC 9(06).

       FD  ARCHIVO-RESERVAS-EFE.
           01 REGISTRO-RESERVA.
               COPY "reservaefectivo.cpy".

       WORKING-STORAGE SECTION.
       01  CUENTA-CORRIENTE.
           COPY "cuenta.cpy".

       01  WS-FILE-STATUS-PARAM   PIC XX VALUE '00'.

      *    Maestro de cuentas tomado por un batch o ausente por una
      *    restauración: con el visto bueno de un supervisor, la
      *    sesión sigue en CAJA-CONTINGENCIA.
       01  WS-FILE-STATUS-CTA-MAE PIC XX VALUE '00'.
       01  WS-MODO-CONTINGENCIA   PIC X(01) VALUE 'N'.
           88 MODO-CONTINGENCIA   VALUE 'S'.

      *    Umbral a partir del cual un retiro o una transferencia
      *    exige la autorización de un supervisor (control de cuatro
      *    ojos), leído de ARCHIVO-PARAMETROS al arrancar, y el
       01  WS-OPERACION-AUTORIZADA PIC X(01) VALUE 'S'.
           88 OPERACION-AUTORIZADA VALUE 'S'.

      *    Titular restringido por documentación vencida.
       01  WS-DOC-RESTRINGIDO     PIC X(01) VALUE 'N'.

       01  OPCION-CAJA            PIC 9.
       01  WS-MONTO               PIC S9(12)V99.

       01  WS-BANCO-GIRADO        PIC X(20).
       01  WS-FECHA-DISPONIBLE    PIC 9(08).

      *    Billetes falsos retenidos en un depósito en efectivo:
      *    hasta 20 por acta, en la moneda en que los entregó el
      *    cliente. Sólo se acredita la parte genuina.
       01  WS-FILE-STATUS-BF      PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CBF     PIC XX VALUE '00'.
       01  WS-HAY-FALSOS          PIC X(01).
       01  WS-FIN-FALSOS          PIC X(01).
       01  WS-CANT-FALSOS         PIC 9(02) VALUE ZERO.
       01  WS-IDX-FALSO           PIC 9(02).
       01  WS-TABLA-FALSOS.
           05 WS-BILLETE-FALSO OCCURS 20 TIMES.
               10 WS-BF-DENOMINACION  PIC 9(05).
               10 WS-BF-SERIE         PIC X(12).
       01  WS-DENOMINACION        PIC 9(05).
       01  WS-SERIE               PIC X(12).
       01  WS-TOTAL-FALSOS        PIC S9(12)V99 VALUE ZERO.
       01  WS-MONEDA-FALSOS       PIC X(03).
       01  WS-DNI-PORTADOR        PIC 9(08).
       01  WS-NUMERO-ACTA         PIC 9(06).
       01  WS-ACCION-RETENCION    PIC X(12) VALUE 'RETENCION-BF'.
       01  WS-MOTIVO-RETENCION    PIC X(40).
       01  WS-TOTAL-FALSOS-EDIT   PIC Z(11)9.99.

      *    Retiro contra una reserva de efectivo del día: el monto
      *    es el reservado y, como la reserva ya lo tiene retenido,
      *    se devuelve al disponible para no contarlo dos veces.
       01  WS-FILE-STATUS-RES     PIC XX VALUE '00'.
       01  WS-EOF-RES             PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-RES     VALUE 'Y'.
       01  WS-RETIRO-RESERVADO    PIC X(01) VALUE 'N'.
           88 RETIRA-RESERVA      VALUE 'S'.
       01  WS-NUMERO-RESERVA      PIC 9(06) VALUE ZERO.
       01  WS-MONTO-RESERVA       PIC S9(12)V99 VALUE ZERO.
       01  WS-MONEDA-RESERVA      PIC X(03) VALUE SPACES.
       01  WS-MONTO-RESERVA-USO   PIC S9(12)V99 VALUE ZERO.
       01  WS-USA-RESERVA         PIC X(01).

      *    Pago de servicios por ventanilla: ente de recaudación,
      *    factura, forma de pago y la rendición de la sesión por
      *    ente (hasta 20 entes distintos por sesión), que el
       01  WS-VENTA-GER-OK        PIC X(01) VALUE 'N'.
           88 VENTA-GER-OK        VALUE 'S'.

      *    Pago de cuotas vencidas de préstamo con débito en la
      *    cuenta: disponible que se le pasa a
      *    PAGAR-CUOTAS-PRESTAMO y total que debitó (cuotas más
      *    punitorios).
       01  WS-DISPONIBLE-CUOTAS   PIC S9(12)V99.
       01  WS-DEBITADO-CUOTAS     PIC S9(12)V99.

      *    Validación del PIN de la cuenta antes de operar: hasta
      *    WS-MAX-INTENTOS-PIN intentos, o se aborta la operación.
       01  WS-PIN-INGRESADO       PIC 9(04).
      *    cuenta como intento de adivinar el PIN del titular.
       01  WS-APO-PIN-CONOCIDO    PIC X(01) VALUE 'N'.

      *    Cuenta de menor de edad: lo que saca fondos de la cuenta
      *    necesita además el PIN del representante legal, que
      *    queda como OPERADOR del movimiento igual que un
      *    apoderado.
       01  WS-REPRESENTANTE-OK    PIC X(01) VALUE 'S'.
           88 REPRESENTANTE-OK    VALUE 'S'.
       01  WS-INTENTOS-REPRESENTANTE PIC 9(01) VALUE ZERO.

      *    Retiro firmado por alguien que no es el titular
      *    (apoderado, firmante de la persona jurídica o cotitular
      *    de la segunda firma): el cajero verifica su firma contra
      *    el registro de firmas de la cuenta antes de pagar.
       01  WS-DNI-VERIFICAR       PIC 9(08).
       01  WS-ORIGEN-FIRMA        PIC X(12) VALUE 'RETIRO-CAJA'.
       01  WS-REFERENCIA-FIRMA    PIC 9(08) VALUE ZERO.
       01  WS-FIRMA-VERIFICADA    PIC X(01) VALUE 'S'.
           88 FIRMA-VERIFICADA    VALUE 'S'.
       01  WS-COTITULAR-FIRMO     PIC X(01) VALUE 'N'.
           88 COTITULAR-FIRMO     VALUE 'S'.

      *    Jornada de la sucursal del cajero (o, si el cajero no
      *    tiene sucursal asignada, la de la cuenta atendida):
      *    tiene que estar abierta para operar.
      *    la cuenta.
       01  BOVEDA-SESION EXTERNAL.
           05 BV-SUCURSAL-CAJERO  PIC 9(03).
      *    Titular de la cuenta de origen, publicado para la pata
      *    de crédito de una transferencia: entre cuentas del mismo
      *    titular MOVIMIENTO-CUENTA no retiene ingresos brutos.
       01  ORIGEN-CREDITO EXTERNAL.
           05 OC-DNI-ORIGEN       PIC 9(08).
      *    Modo de la sesión publicado por INICIAR-SESION: en
      *    entrenamiento cada comprobante lleva el sello de práctica.
       01  MODO-SESION EXTERNAL.
           05 MS-ENTRENAMIENTO    PIC X(01).
               88 SESION-ENTRENAMIENTO VALUE 'S'.
       01  WS-SELLO-ENTRENAMIENTO PIC X(160) VALUE
           '*** ENTRENAMIENTO - COMPROBANTE SIN VALOR ***'.
       01  WS-SUCURSAL-JORNADA    PIC 9(03).
       01  WS-JORNADA-OK          PIC X(01) VALUE 'N'.
           88 JORNADA-OK          VALUE 'S'.
       01  WS-FIRMANTE-OK         PIC X(01) VALUE 'N'.
           88 FIRMANTE-OK         VALUE 'S'.

      *    Domicilio del titular observado por correspondencia
      *    devuelta: el cajero lo actualiza con el cliente presente.
       01  WS-ACTUALIZA-DOMICILIO PIC X(01) VALUE 'N'.
       01  WS-DOMICILIO-NUEVO     PIC X(40).

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión, que firma cada
      *    movimiento de la sesión de caja.
           PERFORM 050-LEER-PARAMETROS.
           MOVE LK-OPERADOR TO WS-OPERADOR.
           DISPLAY 'Cajero: ' WS-OPERADOR.
           IF SESION-ENTRENAMIENTO
               DISPLAY '*** MODO ENTRENAMIENTO: DATOS DE PRÁCTICA ***'
           END-IF.
           PERFORM 055-LEER-SUCURSAL-CAJERO.
           MOVE WS-SUCURSAL-CAJERO TO BV-SUCURSAL-CAJERO.
           PERFORM 060-ABRIR-CAJA-DEL-DIA.
           PERFORM 058-CONTROLAR-MAESTRO-CUENTAS.
           IF MODO-CONTINGENCIA
               CALL 'CAJA-CONTINGENCIA' USING LK-OPERADOR
           ELSE
               PERFORM UNTIL NOT CONTINUAR-SESION
                   PERFORM 100-BUSQUEDA-DE-CUENTA
                   IF CC-NUMERO-CUENTA OF CUENTA-CORRIENTE NOT = ZERO
      *                Sin jornada abierta en la sucursal no se
      *                opera: los números del cierre tienen que
      *                cuadrar contra cajones de un día formalmente
      *                abierto.
                       PERFORM 056-CONTROLAR-JORNADA
                       IF JORNADA-OK
                           PERFORM 101-VALIDAR-PIN
                           IF PIN-VALIDO
                               PERFORM 104-CONTROLAR-DOMICILIO
                               PERFORM 200-ACCION-DE-CAJA
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 102-PREGUNTAR-OTRA-OPERACION
               END-PERFORM
               PERFORM 910-RESUMEN-SESION
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

      *    Levanta el tipo de cambio vigente de ARCHIVO-PARAMETROS. Si
                   CLOSE ARCHIVO-JORNADAS
               END-IF.

      *    Si el maestro de cuentas no abre (tomado por un batch que
      *    se extendió, o ausente por una restauración) la caja no
      *    puede buscar cuentas: en lugar de rechazar clientes se
      *    ofrece la caja en contingencia.
           058-CONTROLAR-MAESTRO-CUENTAS SECTION.
               MOVE 'N' TO WS-MODO-CONTINGENCIA.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS-CTA-MAE = '00'
                   CLOSE ARCHIVO-CUENTAS
               ELSE
                   DISPLAY '--> EL ARCHIVO DE CUENTAS NO ESTÁ '
                       'DISPONIBLE (' WS-FILE-STATUS-CTA-MAE ')'
                   DISPLAY '¿Operar en contingencia? (S/N): '
                       WITH NO ADVANCING
                   ACCEPT WS-MODO-CONTINGENCIA
                   IF WS-MODO-CONTINGENCIA = 's'
                       MOVE 'S' TO WS-MODO-CONTINGENCIA
                   END-IF
                   IF NOT MODO-CONTINGENCIA
                       MOVE 'N' TO WS-CONTINUAR-SESION
                   END-IF
               END-IF.

      *    Retoma (o abre) la caja del día del cajero en cajas.dat:
      *    la primera sesión del día declara el fondo fijo de
      *    apertura; las siguientes retoman el registro existente y
                   CLOSE ARCHIVO-INTENTOS-PIN
               END-IF.

      *    Si el correo devuelve la correspondencia del titular,
      *    se le pide al cajero que aproveche la visita para tomar
      *    el domicilio actual; uno nuevo vuelve a ser válido y
      *    pone en cero las devoluciones.
           104-CONTROLAR-DOMICILIO SECTION.
               OPEN I-O ARCHIVO-CLIENTES.
               IF WS-FILE-STATUS-CLI = '00'
                   MOVE CC-DNI-TITULAR OF CUENTA-CORRIENTE
                       TO CLI-DNI OF REGISTRO-CLIENTE
                   READ ARCHIVO-CLIENTES
                       KEY IS CLI-DNI OF REGISTRO-CLIENTE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF DOMICILIO-OBSERVADO OF REGISTRO-CLIENTE
                               PERFORM 104B-ACTUALIZAR-DOMICILIO
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CLIENTES
               END-IF.

           104B-ACTUALIZAR-DOMICILIO SECTION.
               DISPLAY '--> EL CORREO DEVUELVE LA CORRESPONDENCIA '
                   'DEL TITULAR A: ' CLI-DOMICILIO OF REGISTRO-CLIENTE.
               DISPLAY '¿Actualizar el domicilio ahora? (S/N): '
                   WITH NO ADVANCING.
               ACCEPT WS-ACTUALIZA-DOMICILIO.
               IF WS-ACTUALIZA-DOMICILIO = 'S'
                  OR WS-ACTUALIZA-DOMICILIO = 's'
                   DISPLAY 'Domicilio actual: ' WITH NO ADVANCING
                   ACCEPT WS-DOMICILIO-NUEVO
                   IF WS-DOMICILIO-NUEVO = SPACES
                       DISPLAY '--> DOMICILIO EN BLANCO: NO SE '
                           'ACTUALIZA'
                   ELSE
                       MOVE WS-DOMICILIO-NUEVO
                           TO CLI-DOMICILIO OF REGISTRO-CLIENTE
                       MOVE 'V'
                           TO CLI-DOMICILIO-ESTADO OF REGISTRO-CLIENTE
                       MOVE ZERO
                           TO CLI-CANT-DEVOLUCIONES OF REGISTRO-CLIENTE
                       MOVE ZERO TO CLI-FECHA-DOMIC-OBSERVADO
                           OF REGISTRO-CLIENTE
                       REWRITE REGISTRO-CLIENTE
                       IF WS-FILE-STATUS-CLI NOT = '00'
                           DISPLAY 'ERROR AL ACTUALIZAR EL CLIENTE'
                       ELSE
                           DISPLAY '---> DOMICILIO ACTUALIZADO'
                       END-IF
                   END-IF
               END-IF.

      *    Lee la personería del titular y se queda con la lista
      *    de firmantes autorizados si es persona jurídica.
           101A-DETECTAR-JURIDICA SECTION.
                       DISPLAY '6. Pago de Servicios'
                       DISPLAY '7. Imprimir Libreta'
                       DISPLAY '8. Venta de Cheque de Gerencia'
                       DISPLAY '9. Pago de Cuotas de Préstamo'
                       DISPLAY 'Elija una opción: ' WITH NO ADVANCING
                       ACCEPT OPCION-CAJA

                               SET VALIDA TO TRUE
                           WHEN 8
                               SET VALIDA TO TRUE
                           WHEN 9
                               SET VALIDA TO TRUE
                           WHEN OTHER
                               DISPLAY '--> OPCIÓN INVÁLIDA'
                       END-EVALUATE
                       DISPLAY '--> OPERACIÓN FUERA DEL ALCANCE '
                           'DEL APODERADO'
                   ELSE
      *            En una cuenta de menor, todo lo que no sea
      *            depositar, consultar o imprimir la libreta pide
      *            el PIN del representante legal.
                   MOVE 'S' TO WS-REPRESENTANTE-OK
                   IF CUENTA-DE-MENOR OF CUENTA-CORRIENTE
                      AND NOT (OPCION-CAJA = 1 OR OPCION-CAJA = 3
                               OR OPCION-CAJA = 7)
                       PERFORM 202-VALIDAR-PIN-REPRESENTANTE
                   END-IF
                   IF NOT REPRESENTANTE-OK
                       DISPLAY '--> CUENTA DE MENOR: LA OPERACIÓN '
                           'REQUIERE AL REPRESENTANTE LEGAL'
                   ELSE
                       EVALUATE OPCION-CAJA
                           WHEN 1
                               PERFORM 210-DEPOSITO
                                   OF CUENTA-CORRIENTE
                           WHEN 8
                               PERFORM 290-VENDER-CHEQUE-GERENCIA
                           WHEN 9
                               PERFORM 296-PAGAR-CUOTAS-PRESTAMO
                       END-EVALUATE
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF
               END-IF.

      *    PIN propio del representante legal de una cuenta de
      *    menor, con tantos intentos como el PIN del titular. Los
      *    fallos no suman al bloqueo de la cuenta: el menor no es
      *    quien se equivocó.
           202-VALIDAR-PIN-REPRESENTANTE SECTION.
               MOVE 'N' TO WS-REPRESENTANTE-OK.
               MOVE ZERO TO WS-INTENTOS-REPRESENTANTE.
               PERFORM UNTIL REPRESENTANTE-OK
                   OR WS-INTENTOS-REPRESENTANTE >= WS-MAX-INTENTOS-PIN
                   ADD 1 TO WS-INTENTOS-REPRESENTANTE
                   DISPLAY 'PIN del representante legal: '
                       WITH NO ADVANCING
                   ACCEPT WS-PIN-INGRESADO
                   IF WS-PIN-INGRESADO
                      = CC-PIN-REPRESENTANTE OF CUENTA-CORRIENTE
                       SET REPRESENTANTE-OK TO TRUE
                       MOVE CC-DNI-REPRESENTANTE OF CUENTA-CORRIENTE
                           TO WS-OPERADOR
                       DISPLAY '--> OPERA EL REPRESENTANTE LEGAL DNI '
                           CC-DNI-REPRESENTANTE OF CUENTA-CORRIENTE
                   ELSE
                       DISPLAY '--> PIN INCORRECTO'
                   END-IF
               END-PERFORM.

      *    Calcula cuánto descubierto puede usar la cuenta de origen:
      *    el límite autorizado si es cuenta corriente, cero si es
      *    caja de ahorro.
           208-PEDIR-AUTORIZACION SECTION.
               MOVE SPACES TO WS-AUTORIZANTE.
               MOVE 'S' TO WS-OPERACION-AUTORIZADA.
               PERFORM 208B-CONTROLAR-DOCUMENTACION.
               IF OPERACION-AUTORIZADA
                  AND WS-MONTO-AUTORIZACION > ZERO
                  AND WS-MONTO > WS-MONTO-AUTORIZACION
                   CALL 'AUTORIZAR-SUPERVISOR' USING WS-AUTORIZANTE
                   IF WS-AUTORIZANTE = SPACES
                   END-IF
               END-IF.

      *    Un titular restringido por documentación vencida en su
      *    legajo no opera por encima del monto de autorización,
      *    ni con la credencial de un supervisor, hasta que la
      *    renueve; por debajo opera normalmente.
           208B-CONTROLAR-DOCUMENTACION SECTION.
               IF WS-MONTO-AUTORIZACION > ZERO
                  AND WS-MONTO > WS-MONTO-AUTORIZACION
                   CALL 'VERIFICAR-DOCUMENTACION' USING
                       CC-DNI-TITULAR OF CUENTA-CORRIENTE
                       WS-DOC-RESTRINGIDO
                   IF WS-DOC-RESTRINGIDO = 'S'
                       DISPLAY '--> DOCUMENTACIÓN DEL TITULAR '
                           'VENCIDA: OPERACIÓN POR ENCIMA DEL MONTO '
                       DISPLAY '    DE AUTORIZACIÓN NO PERMITIDA'
                       MOVE 'N' TO WS-OPERACION-AUTORIZADA
                   END-IF
               END-IF.

      *    Tope diario de extracciones del canal: si este retiro
      *    lo excede, la vía de escape legítima es la credencial de
      *    un supervisor; sin ella la operación no sigue.
      *    firma en APROBAR-OPERACIONES, sin postearse hoy.
           211-VALIDAR-FIRMA-CONJUNTA SECTION.
               MOVE 'S' TO WS-FIRMA-CONJUNTA-OK.
               MOVE 'N' TO WS-COTITULAR-FIRMO.
               MOVE 'N' TO WS-OPERACION-ENCOLADA.
               IF FIRMA-MANCOMUNADA OF CUENTA-CORRIENTE
                  AND WS-MONTO-FIRMA-CONJUNTA > ZERO
                   PERFORM 213-ENCOLAR-APROBACION
               ELSE
                   DISPLAY '--> SEGUNDA FIRMA VALIDADA'
                   MOVE 'S' TO WS-COTITULAR-FIRMO
               END-IF.

      *    Deja la operación en la cola de aprobaciones, numerada
                   ACCEPT WS-TIPO-DEPOSITO
               END-PERFORM.

      *        Los billetes falsos que aparezcan en el efectivo se
      *        retienen con su acta antes de cualquier control: lo
      *        que sigue se hace sólo sobre la parte genuina.
               IF WS-TIPO-DEPOSITO = 'E'
                   PERFORM 210B-RETENER-BILLETES-FALSOS
               END-IF.

               MOVE SPACES TO WS-AUTORIZANTE.
               MOVE 'S' TO WS-OPERACION-AUTORIZADA.
               IF WS-MONTO NOT > ZERO
                   DISPLAY '--> NO QUEDA PARTE GENUINA PARA '
                       'ACREDITAR'
               ELSE
               PERFORM 208B-CONTROLAR-DOCUMENTACION
               IF NOT OPERACION-AUTORIZADA
                   DISPLAY '--> DEPÓSITO NO AUTORIZADO'
               ELSE
               IF WS-TIPO-DEPOSITO NOT = 'C'
                   PERFORM 218-CONTROLAR-TOPE-RIESGO
               END-IF
               IF NOT OPERACION-AUTORIZADA
                   DISPLAY '--> DEPÓSITO NO AUTORIZADO: TECHO '
                       'MENSUAL DE EFECTIVO DE LA CATEGORÍA'
                           "DEPÓSITO"
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

      *    Retención de billetes falsos: el cajero carga cada
      *    billete (valor y número de serie), que queda registrado
      *    con el DNI de quien lo entregó hasta la remisión al
      *    BCRA; al cliente se le imprime el acta y el depósito
      *    sigue por lo que quedó de genuino.
           210B-RETENER-BILLETES-FALSOS SECTION.
               MOVE ZERO TO WS-CANT-FALSOS.
               MOVE ZERO TO WS-TOTAL-FALSOS.
               DISPLAY '¿Hay billetes falsos a retener? (S/N): '
                   WITH NO ADVANCING.
               ACCEPT WS-HAY-FALSOS.
               IF WS-HAY-FALSOS = 's'
                   MOVE 'S' TO WS-HAY-FALSOS
               END-IF.
               IF WS-HAY-FALSOS = 'S'
                   IF WS-CV-MONEDA-ORIGINAL NOT = SPACES
                       MOVE WS-CV-MONEDA-ORIGINAL TO WS-MONEDA-FALSOS
                   ELSE
                       MOVE CC-MONEDA OF CUENTA-CORRIENTE
                           TO WS-MONEDA-FALSOS
                   END-IF
                   MOVE 'N' TO WS-FIN-FALSOS
                   PERFORM UNTIL WS-FIN-FALSOS = 'S'
                       DISPLAY 'Valor del billete en '
                           WS-MONEDA-FALSOS ' (0 = fin): '
                           WITH NO ADVANCING
                       ACCEPT WS-DENOMINACION
                       IF WS-DENOMINACION = ZERO
                           MOVE 'S' TO WS-FIN-FALSOS
                       ELSE
                           DISPLAY 'Número de serie: '
                               WITH NO ADVANCING
                           ACCEPT WS-SERIE
                           ADD 1 TO WS-CANT-FALSOS
                           MOVE WS-DENOMINACION TO WS-BF-DENOMINACION
                               (WS-CANT-FALSOS)
                           MOVE WS-SERIE
                               TO WS-BF-SERIE (WS-CANT-FALSOS)
                           ADD WS-DENOMINACION TO WS-TOTAL-FALSOS
                           IF WS-CANT-FALSOS = 20
                               DISPLAY '--> MÁXIMO DE BILLETES POR '
                                   'ACTA'
                               MOVE 'S' TO WS-FIN-FALSOS
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF.

               IF WS-CANT-FALSOS > ZERO
                   DISPLAY 'DNI de quien entregó los billetes '
                       '(0 = titular): ' WITH NO ADVANCING
                   ACCEPT WS-DNI-PORTADOR
                   IF WS-DNI-PORTADOR = ZERO
                       MOVE CC-DNI-TITULAR OF CUENTA-CORRIENTE
                           TO WS-DNI-PORTADOR
                   END-IF
                   PERFORM 210C-GRABAR-RETENCION
                   PERFORM 210E-DESCONTAR-RETENIDO
               END-IF.

           210C-GRABAR-RETENCION SECTION.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               OPEN I-O ARCHIVO-BILLETES-FALSOS.
               IF WS-FILE-STATUS-BF = '35'
                   OPEN OUTPUT ARCHIVO-BILLETES-FALSOS
                   CLOSE ARCHIVO-BILLETES-FALSOS
                   OPEN I-O ARCHIVO-BILLETES-FALSOS
               END-IF.
               IF WS-FILE-STATUS-BF NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL REGISTRO DE BILLETES '
                       'FALSOS'
               ELSE
                   PERFORM 210D-ASIGNAR-NUMERO-ACTA
                   PERFORM VARYING WS-IDX-FALSO FROM 1 BY 1
                           UNTIL WS-IDX-FALSO > WS-CANT-FALSOS
                       INITIALIZE REGISTRO-BILLETE-FALSO
                       MOVE WS-NUMERO-ACTA
                           TO BF-ACTA OF REGISTRO-BILLETE-FALSO
                       MOVE WS-IDX-FALSO
                           TO BF-ORDEN OF REGISTRO-BILLETE-FALSO
                       MOVE WS-FECHA-HOY
                           TO BF-FECHA OF REGISTRO-BILLETE-FALSO
                       IF WS-SUCURSAL-CAJERO NOT = ZERO
                           MOVE WS-SUCURSAL-CAJERO
                               TO BF-SUCURSAL OF REGISTRO-BILLETE-FALSO
                       ELSE
                           MOVE CC-SUCURSAL OF CUENTA-CORRIENTE
                               TO BF-SUCURSAL OF REGISTRO-BILLETE-FALSO
                       END-IF
                       MOVE WS-MONEDA-FALSOS
                           TO BF-MONEDA OF REGISTRO-BILLETE-FALSO
                       MOVE WS-BF-DENOMINACION (WS-IDX-FALSO)
                           TO BF-DENOMINACION
                              OF REGISTRO-BILLETE-FALSO
                       MOVE WS-BF-SERIE (WS-IDX-FALSO)
                           TO BF-SERIE OF REGISTRO-BILLETE-FALSO
                       MOVE CC-NUMERO-CUENTA OF CUENTA-CORRIENTE
                           TO BF-CUENTA OF REGISTRO-BILLETE-FALSO
                       MOVE WS-DNI-PORTADOR
                           TO BF-DNI-PORTADOR OF REGISTRO-BILLETE-FALSO
                       MOVE WS-OPERADOR
                           TO BF-OPERADOR OF REGISTRO-BILLETE-FALSO
                       MOVE 'R' TO BF-ESTADO OF REGISTRO-BILLETE-FALSO
                       MOVE ZERO TO BF-FECHA-REMISION
                           OF REGISTRO-BILLETE-FALSO
                       WRITE REGISTRO-BILLETE-FALSO
                       IF WS-FILE-STATUS-BF NOT = '00'
                           DISPLAY 'ERROR AL REGISTRAR EL BILLETE '
                               WS-BF-SERIE (WS-IDX-FALSO)
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-BILLETES-FALSOS

                   MOVE WS-TOTAL-FALSOS TO WS-TOTAL-FALSOS-EDIT
                   MOVE SPACES TO WS-MOTIVO-RETENCION
                   STRING
                       'ACTA ' DELIMITED BY SIZE
                       WS-NUMERO-ACTA DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-MONEDA-FALSOS DELIMITED BY SIZE
                       WS-TOTAL-FALSOS-EDIT DELIMITED BY SIZE
                       INTO WS-MOTIVO-RETENCION
                   END-STRING
                   CALL 'REGISTRAR-AUDITORIA' USING
                       WS-ACCION-RETENCION
                       CC-NUMERO-CUENTA OF CUENTA-CORRIENTE
                       WS-OPERADOR WS-AUTORIZANTE
                       WS-MOTIVO-RETENCION
                   PERFORM 305-EMITIR-ACTA-RETENCION
               END-IF.

           210D-ASIGNAR-NUMERO-ACTA SECTION.
               OPEN I-O ARCHIVO-CONTADOR-BF.
               IF WS-FILE-STATUS-CBF = '35'
                   OPEN OUTPUT ARCHIVO-CONTADOR-BF
                   MOVE ZERO TO CONTADOR-ACTAS
                   WRITE REGISTRO-CONTADOR-BF
                   CLOSE ARCHIVO-CONTADOR-BF
                   OPEN I-O ARCHIVO-CONTADOR-BF
               END-IF.
               READ ARCHIVO-CONTADOR-BF INTO REGISTRO-CONTADOR-BF
               END-READ.
               ADD 1 TO CONTADOR-ACTAS.
               MOVE CONTADOR-ACTAS TO WS-NUMERO-ACTA.
               REWRITE REGISTRO-CONTADOR-BF.
               CLOSE ARCHIVO-CONTADOR-BF.

      *    El valor retenido sale de lo entregado en la moneda en
      *    que se entregó, y lo que queda se vuelve a llevar a la
      *    moneda de la cuenta con la misma tasa ya aplicada.
           210E-DESCONTAR-RETENIDO SECTION.
               IF WS-CV-MONEDA-ORIGINAL = SPACES
                   SUBTRACT WS-TOTAL-FALSOS FROM WS-MONTO
               ELSE
                   SUBTRACT WS-TOTAL-FALSOS FROM WS-CV-MONTO-ORIGINAL
                   IF WS-CV-MONTO-ORIGINAL NOT > ZERO
                       MOVE ZERO TO WS-MONTO
                   ELSE
                       IF MONEDA-UVA OF CUENTA-CORRIENTE
                          OR WS-CV-MONEDA-ORIGINAL NOT = 'USD'
                           COMPUTE WS-MONTO ROUNDED =
                               WS-CV-MONTO-ORIGINAL
                               / WS-CV-TASA-APLICADA
                       ELSE
                           COMPUTE WS-MONTO ROUNDED =
                               WS-CV-MONTO-ORIGINAL
                               * WS-CV-TASA-APLICADA
                       END-IF
                   END-IF
               END-IF.
               IF WS-MONTO < ZERO
                   MOVE ZERO TO WS-MONTO
               END-IF.
               IF WS-MONTO > ZERO
                   DISPLAY '--> PARTE GENUINA A ACREDITAR: ' WS-MONTO
               END-IF.

      *    Techo KYC: el efectivo del mes del titular (depósitos
               CLOSE ARCHIVO-CONTADOR-CLG.
           220-RETIRO SECTION.
               DISPLAY "--- RETIRO DE SALDOS ---".
               PERFORM 222-BUSCAR-RESERVA-EFECTIVO.
               IF RETIRA-RESERVA
                   MOVE WS-MONTO-RESERVA TO WS-MONTO
                   MOVE WS-MONTO TO WS-MONTO-RESERVA-USO
                   MOVE SPACES TO WS-CV-MONEDA-ORIGINAL
                   MOVE ZERO TO WS-CV-MONTO-ORIGINAL
                   MOVE ZERO TO WS-CV-TASA-APLICADA
               ELSE
                   DISPLAY "Ingrese el monoto a retirar: $"
                   WITH NO ADVANCING
                   ACCEPT WS-MONTO
                   MOVE 'R' TO WS-SENTIDO-VALORES
                   PERFORM 206-CONVERTIR-MONTO-OPERACION
               END-IF.

               MOVE 'N' TO VALIDACION-MONTO.
               PERFORM 205-CALCULAR-DESCUBIERTO-DISPONIBLE.
                       IF WS-MONTO <= CC-SALDO OF CUENTA-CORRIENTE +
                          WS-DESCUBIERTO-DISPONIBLE
                          - WS-FONDOS-RETENIDOS
                          + WS-MONTO-RESERVA-USO
                           SET MONTO-VALIDO TO TRUE
                        ELSE
                            DISPLAY "--> MONTO INVÁLIDO"
               ELSE
                   PERFORM 208-PEDIR-AUTORIZACION
               END-IF.
      *        El retiro avisado con reserva no se rechaza por el
      *        tope diario del canal: para eso se pidió.
               IF OPERACION-AUTORIZADA AND NOT RETIRA-RESERVA
                   PERFORM 209-CONTROLAR-LIMITE-DIARIO
               END-IF.
               IF OPERACION-AUTORIZADA
                       MOVE 'N' TO WS-OPERACION-AUTORIZADA
                   END-IF
               END-IF.
               IF OPERACION-AUTORIZADA
                   PERFORM 221-VERIFICAR-FIRMAS-RETIRO
                   IF NOT FIRMA-VERIFICADA
                       MOVE 'N' TO WS-OPERACION-AUTORIZADA
                   END-IF
               END-IF.
               IF NOT OPERACION-AUTORIZADA
                   IF NOT OPERACION-ENCOLADA
                       DISPLAY "--> RETIRO NO AUTORIZADO"
                       END-IF

                       DISPLAY "---> RETIRO CONFIRMADO S.E.U.O"
                       IF RETIRA-RESERVA
                           PERFORM 223-MARCAR-RESERVA-PAGADA
                       END-IF

      *                Si el retiro dejó la cuenta en negativo, el
      *                titular tiene que enterarse.
                       DISPLAY "--> NO SE PUDO REGISTRAR EL RETIRO"
                   END-IF
               END-IF.
      *    Quien firma el retiro por la cuenta sin ser su titular
      *    pasa por la verificación de firma; la hace y la firma el
      *    cajero de la sesión, no el apoderado o firmante que
      *    quedó como operador visible del movimiento.
           221-VERIFICAR-FIRMAS-RETIRO SECTION.
               MOVE 'S' TO WS-FIRMA-VERIFICADA.
               MOVE ZERO TO WS-DNI-VERIFICAR.
               EVALUATE TRUE
                   WHEN ACTUA-APODERADO
                       MOVE WS-DNI-APODERADO TO WS-DNI-VERIFICAR
                   WHEN ES-JURIDICA
                       MOVE WS-DNI-FIRMANTE-ING TO WS-DNI-VERIFICAR
               END-EVALUATE.
               IF WS-DNI-VERIFICAR NOT = ZERO
                   CALL 'VERIFICAR-FIRMA' USING
                       CC-NUMERO-CUENTA OF CUENTA-CORRIENTE
                       WS-DNI-VERIFICAR WS-ORIGEN-FIRMA
                       WS-REFERENCIA-FIRMA LK-OPERADOR
                       WS-FIRMA-VERIFICADA
               END-IF.
               IF FIRMA-VERIFICADA AND COTITULAR-FIRMO
                   MOVE WS-DNI-FIRMANTE TO WS-DNI-VERIFICAR
                   CALL 'VERIFICAR-FIRMA' USING
                       CC-NUMERO-CUENTA OF CUENTA-CORRIENTE
                       WS-DNI-VERIFICAR WS-ORIGEN-FIRMA
                       WS-REFERENCIA-FIRMA LK-OPERADOR
                       WS-FIRMA-VERIFICADA
               END-IF.
               IF NOT FIRMA-VERIFICADA
                   DISPLAY '--> FIRMA NO VERIFICADA: NO SE PAGA EL '
                       'RETIRO'
               END-IF.

      *    Busca una reserva de efectivo vigente de la cuenta para
      *    hoy en la sucursal del cajero (o en cualquiera, si la
      *    sesión no tiene sucursal) y pregunta si el cliente la
      *    viene a retirar. Sólo se toma entera.
           222-BUSCAR-RESERVA-EFECTIVO SECTION.
               MOVE 'N' TO WS-RETIRO-RESERVADO.
               MOVE ZERO TO WS-MONTO-RESERVA-USO.
               MOVE ZERO TO WS-NUMERO-RESERVA.
               MOVE 'N' TO WS-EOF-RES.
               OPEN INPUT ARCHIVO-RESERVAS-EFE.
               IF WS-FILE-STATUS-RES = '00'
                   PERFORM UNTIL FIN-ARCHIVO-RES
                       READ ARCHIVO-RESERVAS-EFE NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-RES TO TRUE
                           NOT AT END
                               IF RE-CUENTA OF REGISTRO-RESERVA
                                  = CC-NUMERO-CUENTA
                                    OF CUENTA-CORRIENTE
                                  AND RESERVA-VIGENTE
                                      OF REGISTRO-RESERVA
                                  AND RE-FECHA-RETIRO
                                      OF REGISTRO-RESERVA
                                      = WS-FECHA-HOY
                                  AND (WS-SUCURSAL-CAJERO = ZERO
                                   OR RE-SUCURSAL OF REGISTRO-RESERVA
                                      = WS-SUCURSAL-CAJERO)
                                   MOVE RE-NUMERO OF REGISTRO-RESERVA
                                       TO WS-NUMERO-RESERVA
                                   MOVE RE-MONTO OF REGISTRO-RESERVA
                                       TO WS-MONTO-RESERVA
                                   MOVE RE-MONEDA OF REGISTRO-RESERVA
                                       TO WS-MONEDA-RESERVA
                                   SET FIN-ARCHIVO-RES TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-RESERVAS-EFE
               END-IF.
               IF WS-NUMERO-RESERVA NOT = ZERO
                   MOVE WS-MONTO-RESERVA TO WS-SALDO-DISPLAY
                   DISPLAY '--> LA CUENTA TIENE LA RESERVA DE EFECTIVO '
                       WS-NUMERO-RESERVA ' PARA HOY POR '
                       WS-MONEDA-RESERVA ' '
                       WS-SALDO-DISPLAY
                   DISPLAY '¿Retira la reserva? (S/N): '
                       WITH NO ADVANCING
                   ACCEPT WS-USA-RESERVA
                   IF WS-USA-RESERVA = 'S' OR WS-USA-RESERVA = 's'
                       SET RETIRA-RESERVA TO TRUE
                   END-IF
               END-IF.

      *    La reserva pagada deja de retener fondos en la cuenta.
           223-MARCAR-RESERVA-PAGADA SECTION.
               OPEN I-O ARCHIVO-RESERVAS-EFE.
               IF WS-FILE-STATUS-RES = '00'
                   MOVE WS-NUMERO-RESERVA
                       TO RE-NUMERO OF REGISTRO-RESERVA
                   READ ARCHIVO-RESERVAS-EFE
                       KEY IS RE-NUMERO OF REGISTRO-RESERVA
                       INVALID KEY
                           DISPLAY 'ERROR AL LEER LA RESERVA '
                               WS-NUMERO-RESERVA
                       NOT INVALID KEY
                           MOVE 'P' TO RE-ESTADO OF REGISTRO-RESERVA
                           MOVE WS-FECHA-HOY
                               TO RE-FECHA-BAJA OF REGISTRO-RESERVA
                           REWRITE REGISTRO-RESERVA
                   END-READ
                   CLOSE ARCHIVO-RESERVAS-EFE
               ELSE
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE RESERVAS'
               END-IF.

           230-CONSULTA-SALDO SECTION.
               DISPLAY "--- CONSULTA DE SALDO ---".
               DISPLAY "Saldo actual: " WS-SALDO-DISPLAY.
                   PERFORM 207-CONVERTIR-MONTO-A-DESTINO

                   MOVE 005 TO WS-CONCEPTO
                   MOVE CC-DNI-TITULAR OF CUENTA-CORRIENTE
                       TO OC-DNI-ORIGEN
                   CALL 'MOVIMIENTO-CUENTA'
                   USING CC-NUMERO-CUENTA OF CUENTA-DESTINO
                       WS-MONTO-DESTINO
                       'D' WS-OPERADOR WS-CANAL WS-AUTORIZANTE
                       WS-CONCEPTO WS-CONVERSION
                       WS-RESULTADO-MOVIMIENTO
                   MOVE ZERO TO OC-DNI-ORIGEN

                   IF MOVIMIENTO-OK
                       ADD WS-MONTO-DESTINO TO
                           CC-SALDO OF CUENTA-DESTINO
      *                Entre cuentas de distinta sucursal, cada una
      *                queda con su posición en la cuenta de enlace.
                       CALL 'ASENTAR-ENLACE-TRANSFERENCIA' USING
                           CC-NUMERO-CUENTA OF CUENTA-CORRIENTE
                           CC-NUMERO-CUENTA OF CUENTA-DESTINO
                           WS-MONTO-DESTINO

                       MOVE "TRANSF-CRED" TO WS-TIPO-OPERACION-COMP
                       MOVE CC-NUMERO-CUENTA OF CUENTA-DESTINO
                   WS-ESTADO-PARTIDA WS-NUMERO-PARTIDA.

               IF PUENTE-OK
                   CALL 'ASENTAR-ENLACE-TRANSFERENCIA' USING
                       CC-NUMERO-CUENTA OF CUENTA-CORRIENTE
                       WS-CUENTA-PUENTE WS-MONTO-DESTINO
                   DISPLAY '--> EL MONTO QUEDÓ EN LA CUENTA PUENTE '
                       '(PARTIDA ' WS-NUMERO-PARTIDA ')'
               ELSE
                   DISPLAY 'ERROR AL GRABAR EL COMPROBANTE'
               ELSE
                   WRITE LINEA-COMPROBANTE
                   PERFORM 308-SELLAR-ENTRENAMIENTO
                   CLOSE ARCHIVO-COMPROBANTES
               END-IF.
               DISPLAY '---> CAMBIO CONFIRMADO S.E.U.O'.
                   DISPLAY 'ERROR AL GRABAR EL COMPROBANTE'
               ELSE
                   WRITE LINEA-COMPROBANTE
                   PERFORM 308-SELLAR-ENTRENAMIENTO
                   CLOSE ARCHIVO-COMPROBANTES
               END-IF.

                   DISPLAY 'ERROR AL GRABAR EL COMPROBANTE'
               ELSE
                   WRITE LINEA-COMPROBANTE
                   PERFORM 308-SELLAR-ENTRENAMIENTO
                   CLOSE ARCHIVO-COMPROBANTES
               END-IF.

      *    Acta de retención de billetes falsos: va a la misma
      *    impresora de comprobantes, un renglón por billete.
           305-EMITIR-ACTA-RETENCION SECTION.
               ACCEPT WS-HORA-AHORA FROM TIME.
               MOVE WS-FECHA-HOY TO WS-FM-FECHA.
               DIVIDE WS-HORA-AHORA BY 100 GIVING WS-FM-HORA.
               CALL 'FORMAT-FECHA' USING
                   WS-FECHA-COMPROBANTE WS-FECHA-MOVIMIENTO.

               OPEN EXTEND ARCHIVO-COMPROBANTES.
               IF WS-FILE-STATUS-COMP = '35'
                   OPEN OUTPUT ARCHIVO-COMPROBANTES
               END-IF.
               IF WS-FILE-STATUS-COMP NOT = '00'
                   DISPLAY 'ERROR AL GRABAR EL ACTA DE RETENCIÓN'
               ELSE
                   MOVE SPACES TO LINEA-COMPROBANTE
                   STRING
                       "ACTA DE RETENCION DE BILLETES N"
                           DELIMITED BY SIZE
                       WS-NUMERO-ACTA DELIMITED BY SIZE
                       " CTA:" DELIMITED BY SIZE
                       CC-NUMERO-CUENTA OF CUENTA-CORRIENTE
                           DELIMITED BY SIZE
                       " DNI:" DELIMITED BY SIZE
                       WS-DNI-PORTADOR DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-FECHA-COMPROBANTE DELIMITED BY SIZE
                       " CAJERO:" DELIMITED BY SIZE
                       WS-OPERADOR DELIMITED BY SIZE
                       INTO LINEA-COMPROBANTE
                   END-STRING
                   WRITE LINEA-COMPROBANTE
                   PERFORM VARYING WS-IDX-FALSO FROM 1 BY 1
                           UNTIL WS-IDX-FALSO > WS-CANT-FALSOS
                       MOVE SPACES TO LINEA-COMPROBANTE
                       STRING
                           "  BILLETE " DELIMITED BY SIZE
                           WS-MONEDA-FALSOS DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-BF-DENOMINACION (WS-IDX-FALSO)
                               DELIMITED BY SIZE
                           " SERIE:" DELIMITED BY SIZE
                           WS-BF-SERIE (WS-IDX-FALSO)
                               DELIMITED BY SIZE
                           INTO LINEA-COMPROBANTE
                       END-STRING
                       WRITE LINEA-COMPROBANTE
                   END-PERFORM
                   MOVE SPACES TO LINEA-COMPROBANTE
                   STRING
                       "  TOTAL RETENIDO: " DELIMITED BY SIZE
                       WS-MONEDA-FALSOS DELIMITED BY SIZE
                       WS-TOTAL-FALSOS-EDIT DELIMITED BY SIZE
                       " - SE REMITE AL BCRA PARA SU PERITAJE"
                           DELIMITED BY SIZE
                       INTO LINEA-COMPROBANTE
                   END-STRING
                   WRITE LINEA-COMPROBANTE
                   PERFORM 308-SELLAR-ENTRENAMIENTO
                   CLOSE ARCHIVO-COMPROBANTES
               END-IF.

      *    Renglón de sello al pie del comprobante emitido en una
      *    sesión de entrenamiento.
           308-SELLAR-ENTRENAMIENTO SECTION.
               IF SESION-ENTRENAMIENTO
                   WRITE LINEA-COMPROBANTE FROM WS-SELLO-ENTRENAMIENTO
               END-IF.

      *    Las cuotas vencidas (con su punitorio) se debitan de la
      *    cuenta, sin pata de bóveda: el cliente que paga en
      *    efectivo deposita primero. El disponible es el mismo de
      *    un retiro.
           296-PAGAR-CUOTAS-PRESTAMO SECTION.
               PERFORM 205-CALCULAR-DESCUBIERTO-DISPONIBLE.
               COMPUTE WS-DISPONIBLE-CUOTAS =
                   CC-SALDO OF CUENTA-CORRIENTE
                   + WS-DESCUBIERTO-DISPONIBLE
                   - WS-FONDOS-RETENIDOS.
               IF WS-DISPONIBLE-CUOTAS < ZERO
                   MOVE ZERO TO WS-DISPONIBLE-CUOTAS
               END-IF.
               CALL 'PAGAR-CUOTAS-PRESTAMO' USING
                   CC-NUMERO-CUENTA OF CUENTA-CORRIENTE
                   WS-OPERADOR WS-DISPONIBLE-CUOTAS
                   WS-DEBITADO-CUOTAS.
               SUBTRACT WS-DEBITADO-CUOTAS
                   FROM CC-SALDO OF CUENTA-CORRIENTE.

      *    Arqueo de fin de sesión: totales de depósitos y retiros en
      *    efectivo atendidos por este cajero, para cuadrar el cajón.
           910-RESUMEN-SESION SECTION.
