       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERAR-FCI.
       AUTHOR. MARCOS MUÑOZ.

      * Suscripciones y rescates del fondo común de inversión money
      * market del banco contra la cuenta en pesos del cliente. La
      * suscripción debita la cuenta a través de MOVIMIENTO-CUENTA
      * y acredita cuotapartes a la cuotaparte del día en la
      * tenencia del DNI (fci_tenencias.dat). El rescate saca las
      * cuotapartes de la tenencia al valor del día y deja el
      * rescate pendiente en fci_rescates.dat: los pesos se
      * acreditan en la cuenta el día hábil siguiente (T+1) con el
      * batch LIQUIDAR-RESCATES-FCI. Sin cuotaparte cargada para el
      * día no se opera, igual que CAJA con las cuentas UVA. Un
      * titular restringido por documentación vencida en su
      * legajo no puede suscribir; sí rescatar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-TENENCIAS-FCI
               ASSIGN TO 'fci_tenencias.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FT-DNI OF REGISTRO-TENENCIA
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-RESCATES-FCI
               ASSIGN TO 'fci_rescates.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-NUMERO OF REGISTRO-RESCATE
               FILE STATUS IS WS-FILE-STATUS-RES.

           SELECT ARCHIVO-CONTADOR
               ASSIGN TO 'contador-rescates-fci.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CONTADOR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-TENENCIAS-FCI.
           01 REGISTRO-TENENCIA.
               COPY "fcitenencia.cpy".

       FD  ARCHIVO-RESCATES-FCI.
           01 REGISTRO-RESCATE.
               COPY "fcirescate.cpy".

       FD  ARCHIVO-CONTADOR.
           01 REGISTRO-CONTADOR.
               05 CONTADOR-RESCATE PIC 9(06).

       WORKING-STORAGE SECTION.
       01  CUENTA-CORRIENTE.
           COPY "cuenta.cpy".

       01  WS-FILE-STATUS           PIC XX VALUE '00'.
       01  WS-FILE-STATUS-RES       PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CONTADOR  PIC XX VALUE '00'.

       01  OPCION                   PIC 9.

       01  WS-FECHA-HOY             PIC 9(08).
       01  WS-FECHA-LIQUIDACION     PIC 9(08).
       01  WS-UN-DIA                PIC 9(03) VALUE 001.

      *    Cuotaparte del día, sin la cual no se suscribe ni se
      *    rescata.
       01  WS-VALOR-CUOTAPARTE      PIC 9(06)V9(06) VALUE ZERO.

       01  WS-MONTO                 PIC S9(12)V99.
       01  WS-CUOTAPARTES           PIC 9(10)V9(06).
       01  WS-CUOTAPARTES-ANTES     PIC 9(10)V9(06).
       01  WS-VALUACION             PIC S9(12)V99.
       01  WS-MONTO-DISPLAY         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-CUOTAPARTES-DISPLAY   PIC Z,ZZZ,ZZZ,ZZ9.999999.

       01  WS-TENENCIA-EXISTE       PIC X(01) VALUE 'N'.
           88 TENENCIA-EXISTE       VALUE 'S'.

      *    El disponible de la cuenta: saldo menos fondos
      *    retenidos (sin descubierto: no se invierte en
      *    descubierto).
       01  WS-FONDOS-RETENIDOS      PIC S9(12)V99 VALUE ZERO.

       01  WS-CANAL                 PIC X(10) VALUE 'SUCURSAL'.
       01  WS-SIN-AUTORIZANTE       PIC X(08) VALUE SPACES.
       01  WS-CONCEPTO              PIC 9(03) VALUE 053.
       01  WS-CONVERSION.
           05 WS-CV-MONEDA-ORIGINAL PIC X(03) VALUE SPACES.
           05 WS-CV-MONTO-ORIGINAL  PIC S9(12)V99 VALUE ZERO.
           05 WS-CV-TASA-APLICADA   PIC 9(06)V9999 VALUE ZERO.

       01  WS-RESULTADO-MOVIMIENTO  PIC X(01).
           88 MOVIMIENTO-OK         VALUE 'S'.

      *    Titular restringido por documentación vencida.
       01  WS-DOC-RESTRINGIDO       PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión.
       01  LK-OPERADOR              PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- FONDO COMÚN DE INVERSIÓN ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           CALL 'OBTENER-VALOR-CUOTAPARTE' USING
               WS-FECHA-HOY WS-VALOR-CUOTAPARTE.
           DISPLAY '1. Suscribir'.
           DISPLAY '2. Rescatar'.
           DISPLAY '3. Consultar tenencia'.
           DISPLAY 'Elija una opción (0 = salir): '
               WITH NO ADVANCING.
           ACCEPT OPCION.
           IF (OPCION = 1 OR OPCION = 2)
              AND WS-VALOR-CUOTAPARTE = ZERO
               DISPLAY '--> SIN VALOR DE CUOTAPARTE CARGADO PARA HOY'
               MOVE ZERO TO OPCION
           END-IF.
           EVALUATE OPCION
               WHEN 1 PERFORM 100-SUSCRIBIR
               WHEN 2 PERFORM 200-RESCATAR
               WHEN 3 PERFORM 300-CONSULTAR
               WHEN 0 CONTINUE
               WHEN OTHER DISPLAY '--> OPCIÓN INVÁLIDA'
           END-EVALUATE.
           PERFORM 900-FINALIZAR-PROGRAMA.

      *    La cuenta de la operación tiene que estar activa y en
      *    pesos; la tenencia es del titular de la cuenta.
           050-BUSCAR-CUENTA SECTION.
               CALL 'BUSCAR-CUENTA' USING CUENTA-CORRIENTE.
               IF CC-NUMERO-CUENTA OF CUENTA-CORRIENTE = ZERO
                   DISPLAY '--> OPERACIÓN CANCELADA'
               ELSE
               IF NOT CUENTA-ACTIVA OF CUENTA-CORRIENTE
                   DISPLAY '--> LA CUENTA NO ESTÁ ACTIVA'
                   MOVE ZERO TO CC-NUMERO-CUENTA OF CUENTA-CORRIENTE
               ELSE
               IF NOT MONEDA-PESOS OF CUENTA-CORRIENTE
                   DISPLAY '--> EL FONDO SE OPERA SÓLO EN PESOS'
                   MOVE ZERO TO CC-NUMERO-CUENTA OF CUENTA-CORRIENTE
               END-IF
               END-IF
               END-IF.

      *    Deja leída la tenencia del titular de la cuenta, con el
      *    archivo abierto en I-O.
           060-ABRIR-TENENCIA SECTION.
               MOVE 'N' TO WS-TENENCIA-EXISTE.
               OPEN I-O ARCHIVO-TENENCIAS-FCI.
               IF WS-FILE-STATUS = '35'
                   OPEN OUTPUT ARCHIVO-TENENCIAS-FCI
                   CLOSE ARCHIVO-TENENCIAS-FCI
                   OPEN I-O ARCHIVO-TENENCIAS-FCI
               END-IF.
               IF WS-FILE-STATUS = '00'
                   MOVE CC-DNI-TITULAR OF CUENTA-CORRIENTE
                       TO FT-DNI OF REGISTRO-TENENCIA
                   READ ARCHIVO-TENENCIAS-FCI
                       KEY IS FT-DNI OF REGISTRO-TENENCIA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-TENENCIA-EXISTE
                   END-READ
               END-IF.

           100-SUSCRIBIR SECTION.
               PERFORM 050-BUSCAR-CUENTA.
               IF CC-NUMERO-CUENTA OF CUENTA-CORRIENTE NOT = ZERO
                   CALL 'VERIFICAR-DOCUMENTACION' USING
                       CC-DNI-TITULAR OF CUENTA-CORRIENTE
                       WS-DOC-RESTRINGIDO
                   IF WS-DOC-RESTRINGIDO = 'S'
                       DISPLAY '--> DOCUMENTACIÓN DEL TITULAR '
                           'VENCIDA: NO SE OTORGAN PRODUCTOS NUEVOS'
                   ELSE
                       PERFORM 110-CAPTURAR-Y-DEBITAR
                   END-IF
               END-IF.

           110-CAPTURAR-Y-DEBITAR SECTION.
               DISPLAY 'Cuotaparte del día: ' WS-VALOR-CUOTAPARTE.
               DISPLAY 'Monto a suscribir: $' WITH NO ADVANCING.
               ACCEPT WS-MONTO.
               CALL 'CALCULAR-FONDOS-RETENIDOS' USING
                   CC-NUMERO-CUENTA OF CUENTA-CORRIENTE
                   WS-FONDOS-RETENIDOS.
               PERFORM UNTIL WS-MONTO >= 1
                   AND WS-MONTO <=
                       CC-SALDO OF CUENTA-CORRIENTE
                       - WS-FONDOS-RETENIDOS
                   DISPLAY '--> MONTO INVÁLIDO: DEBE SER POSITIVO '
                       'Y NO SUPERAR EL SALDO DISPONIBLE'
                   DISPLAY 'Monto a suscribir: $' WITH NO ADVANCING
                   ACCEPT WS-MONTO
               END-PERFORM.
               COMPUTE WS-CUOTAPARTES ROUNDED =
                   WS-MONTO / WS-VALOR-CUOTAPARTE.

      *        Primero el débito: si no se puede postear no hay
      *        cuotapartes. Cargo sin pata de bóveda, los pesos
      *        pasan de la cuenta al fondo.
               MOVE 053 TO WS-CONCEPTO.
               CALL 'MOVIMIENTO-CUENTA' USING
                   CC-NUMERO-CUENTA OF CUENTA-CORRIENTE
                   WS-MONTO 'C' LK-OPERADOR WS-CANAL
                   WS-SIN-AUTORIZANTE WS-CONCEPTO WS-CONVERSION
                   WS-RESULTADO-MOVIMIENTO.
               IF NOT MOVIMIENTO-OK
                   DISPLAY '--> NO SE PUDO DEBITAR LA CUENTA: '
                       'SUSCRIPCIÓN NO REALIZADA'
               ELSE
                   PERFORM 120-ACREDITAR-CUOTAPARTES
               END-IF.

           120-ACREDITAR-CUOTAPARTES SECTION.
               PERFORM 060-ABRIR-TENENCIA.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL ABRIR LAS TENENCIAS DEL FONDO'
               ELSE
                   IF NOT TENENCIA-EXISTE
                       INITIALIZE REGISTRO-TENENCIA
                       MOVE CC-DNI-TITULAR OF CUENTA-CORRIENTE
                           TO FT-DNI OF REGISTRO-TENENCIA
                       MOVE WS-FECHA-HOY
                           TO FT-FECHA-ALTA OF REGISTRO-TENENCIA
                   END-IF
                   MOVE CC-NUMERO-CUENTA OF CUENTA-CORRIENTE
                       TO FT-CUENTA OF REGISTRO-TENENCIA
                   ADD WS-CUOTAPARTES
                       TO FT-CUOTAPARTES OF REGISTRO-TENENCIA
                   ADD WS-MONTO TO FT-APORTADO OF REGISTRO-TENENCIA
                   MOVE WS-FECHA-HOY
                       TO FT-FECHA-ULT-MOV OF REGISTRO-TENENCIA
                   IF TENENCIA-EXISTE
                       REWRITE REGISTRO-TENENCIA
                   ELSE
                       WRITE REGISTRO-TENENCIA
                   END-IF
                   IF WS-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR AL GRABAR LA TENENCIA'
                   ELSE
                       MOVE WS-CUOTAPARTES TO WS-CUOTAPARTES-DISPLAY
                       DISPLAY '---> SUSCRIPCIÓN REALIZADA, '
                           'CUOTAPARTES: ' WS-CUOTAPARTES-DISPLAY
                   END-IF
                   CLOSE ARCHIVO-TENENCIAS-FCI
               END-IF.

      *    Rescate parcial por monto en pesos o total (monto cero):
      *    las cuotapartes salen hoy y los pesos se acreditan en
      *    T+1.
           200-RESCATAR SECTION.
               PERFORM 050-BUSCAR-CUENTA.
               IF CC-NUMERO-CUENTA OF CUENTA-CORRIENTE NOT = ZERO
                   PERFORM 060-ABRIR-TENENCIA
                   IF WS-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR AL ABRIR LAS TENENCIAS DEL FONDO'
                   ELSE
                       IF NOT TENENCIA-EXISTE
                          OR FT-CUOTAPARTES OF REGISTRO-TENENCIA
                             = ZERO
                           DISPLAY '--> EL CLIENTE NO TIENE '
                               'TENENCIA EN EL FONDO'
                       ELSE
                           PERFORM 210-CAPTURAR-RESCATE
                       END-IF
                       CLOSE ARCHIVO-TENENCIAS-FCI
                   END-IF
               END-IF.

           210-CAPTURAR-RESCATE SECTION.
               COMPUTE WS-VALUACION ROUNDED =
                   FT-CUOTAPARTES OF REGISTRO-TENENCIA
                   * WS-VALOR-CUOTAPARTE.
               MOVE WS-VALUACION TO WS-MONTO-DISPLAY.
               DISPLAY 'Tenencia valuada hoy: $' WS-MONTO-DISPLAY.
               DISPLAY 'Monto a rescatar (0 = total): $'
                   WITH NO ADVANCING.
               ACCEPT WS-MONTO.
               PERFORM UNTIL WS-MONTO >= ZERO
                   AND WS-MONTO <= WS-VALUACION
                   DISPLAY '--> MONTO INVÁLIDO: NO PUEDE SUPERAR '
                       'LA TENENCIA'
                   DISPLAY 'Monto a rescatar (0 = total): $'
                       WITH NO ADVANCING
                   ACCEPT WS-MONTO
               END-PERFORM.
               IF WS-MONTO = ZERO OR WS-MONTO = WS-VALUACION
                   MOVE FT-CUOTAPARTES OF REGISTRO-TENENCIA
                       TO WS-CUOTAPARTES
                   MOVE WS-VALUACION TO WS-MONTO
               ELSE
                   COMPUTE WS-CUOTAPARTES ROUNDED =
                       WS-MONTO / WS-VALOR-CUOTAPARTE
                   IF WS-CUOTAPARTES
                      > FT-CUOTAPARTES OF REGISTRO-TENENCIA
                       MOVE FT-CUOTAPARTES OF REGISTRO-TENENCIA
                           TO WS-CUOTAPARTES
                   END-IF
               END-IF.

               MOVE WS-FECHA-HOY TO WS-FECHA-LIQUIDACION.
               CALL 'SUMAR-DIAS-FECHA' USING
                   WS-FECHA-LIQUIDACION WS-UN-DIA.
               CALL 'PROXIMO-DIA-HABIL' USING WS-FECHA-LIQUIDACION.

               PERFORM 220-GRABAR-RESCATE.
               IF WS-FILE-STATUS-RES = '00'
      *            El aportado baja en la proporción rescatada.
                   MOVE FT-CUOTAPARTES OF REGISTRO-TENENCIA
                       TO WS-CUOTAPARTES-ANTES
                   SUBTRACT WS-CUOTAPARTES
                       FROM FT-CUOTAPARTES OF REGISTRO-TENENCIA
                   COMPUTE FT-APORTADO OF REGISTRO-TENENCIA ROUNDED =
                       FT-APORTADO OF REGISTRO-TENENCIA
                       * FT-CUOTAPARTES OF REGISTRO-TENENCIA
                       / WS-CUOTAPARTES-ANTES
                   MOVE WS-FECHA-HOY
                       TO FT-FECHA-ULT-MOV OF REGISTRO-TENENCIA
                   REWRITE REGISTRO-TENENCIA
                   MOVE WS-MONTO TO WS-MONTO-DISPLAY
                   DISPLAY '---> RESCATE REGISTRADO, NÚMERO: '
                       RF-NUMERO OF REGISTRO-RESCATE
                   DISPLAY '---> SE ACREDITAN $' WS-MONTO-DISPLAY
                       ' EL ' WS-FECHA-LIQUIDACION
               END-IF.

           220-GRABAR-RESCATE SECTION.
               OPEN I-O ARCHIVO-RESCATES-FCI.
               IF WS-FILE-STATUS-RES = '35'
                   OPEN OUTPUT ARCHIVO-RESCATES-FCI
                   CLOSE ARCHIVO-RESCATES-FCI
                   OPEN I-O ARCHIVO-RESCATES-FCI
               END-IF.
               IF WS-FILE-STATUS-RES NOT = '00'
                   DISPLAY 'ERROR AL ABRIR LOS RESCATES DEL FONDO'
               ELSE
                   INITIALIZE REGISTRO-RESCATE
                   PERFORM 230-ASIGNAR-NUMERO
                   MOVE CC-DNI-TITULAR OF CUENTA-CORRIENTE
                       TO RF-DNI OF REGISTRO-RESCATE
                   MOVE CC-NUMERO-CUENTA OF CUENTA-CORRIENTE
                       TO RF-CUENTA OF REGISTRO-RESCATE
                   MOVE WS-CUOTAPARTES
                       TO RF-CUOTAPARTES OF REGISTRO-RESCATE
                   MOVE WS-VALOR-CUOTAPARTE
                       TO RF-VALOR-CUOTAPARTE OF REGISTRO-RESCATE
                   MOVE WS-MONTO TO RF-MONTO OF REGISTRO-RESCATE
                   MOVE WS-FECHA-HOY
                       TO RF-FECHA-SOLICITUD OF REGISTRO-RESCATE
                   MOVE WS-FECHA-LIQUIDACION
                       TO RF-FECHA-LIQUIDACION OF REGISTRO-RESCATE
                   MOVE LK-OPERADOR TO RF-OPERADOR OF REGISTRO-RESCATE
                   MOVE 'P' TO RF-ESTADO OF REGISTRO-RESCATE
                   WRITE REGISTRO-RESCATE
                   IF WS-FILE-STATUS-RES NOT = '00'
                       DISPLAY 'ERROR AL GRABAR EL RESCATE'
                   END-IF
                   CLOSE ARCHIVO-RESCATES-FCI
               END-IF.

           230-ASIGNAR-NUMERO SECTION.
               OPEN I-O ARCHIVO-CONTADOR.
               IF WS-FILE-STATUS-CONTADOR = '35'
                   OPEN OUTPUT ARCHIVO-CONTADOR
                   MOVE ZERO TO CONTADOR-RESCATE
                   WRITE REGISTRO-CONTADOR
                   CLOSE ARCHIVO-CONTADOR
                   OPEN I-O ARCHIVO-CONTADOR
               END-IF.
               READ ARCHIVO-CONTADOR INTO REGISTRO-CONTADOR
               END-READ.
               ADD 1 TO CONTADOR-RESCATE.
               MOVE CONTADOR-RESCATE TO RF-NUMERO OF REGISTRO-RESCATE.
               REWRITE REGISTRO-CONTADOR.
               CLOSE ARCHIVO-CONTADOR.

           300-CONSULTAR SECTION.
               PERFORM 050-BUSCAR-CUENTA.
               IF CC-NUMERO-CUENTA OF CUENTA-CORRIENTE NOT = ZERO
                   PERFORM 060-ABRIR-TENENCIA
                   IF WS-FILE-STATUS = '00'
                       IF NOT TENENCIA-EXISTE
                           DISPLAY '--> EL CLIENTE NO TIENE '
                               'TENENCIA EN EL FONDO'
                       ELSE
                           PERFORM 310-MOSTRAR-TENENCIA
                       END-IF
                       CLOSE ARCHIVO-TENENCIAS-FCI
                   END-IF
               END-IF.

           310-MOSTRAR-TENENCIA SECTION.
               MOVE FT-CUOTAPARTES OF REGISTRO-TENENCIA
                   TO WS-CUOTAPARTES-DISPLAY.
               DISPLAY '--> CUOTAPARTES:      ' WS-CUOTAPARTES-DISPLAY.
               MOVE FT-APORTADO OF REGISTRO-TENENCIA
                   TO WS-MONTO-DISPLAY.
               DISPLAY '--> APORTADO NETO:    ' WS-MONTO-DISPLAY.
               IF WS-VALOR-CUOTAPARTE = ZERO
                   DISPLAY '--> SIN VALOR DE CUOTAPARTE PARA HOY'
               ELSE
                   COMPUTE WS-VALUACION ROUNDED =
                       FT-CUOTAPARTES OF REGISTRO-TENENCIA
                       * WS-VALOR-CUOTAPARTE
                   MOVE WS-VALUACION TO WS-MONTO-DISPLAY
                   DISPLAY '--> VALUACIÓN HOY:    ' WS-MONTO-DISPLAY
                   COMPUTE WS-MONTO-DISPLAY = WS-VALUACION
                       - FT-APORTADO OF REGISTRO-TENENCIA
                   DISPLAY '--> RESULTADO:        ' WS-MONTO-DISPLAY
               END-IF.
               DISPLAY '--> CUENTA ASOCIADA:  '
                   FT-CUENTA OF REGISTRO-TENENCIA.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
