       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIRCULARIZAR-SALDOS.
       AUTHOR. MARCOS MUÑOZ.

      * Circularización de saldos para los auditores externos: al
      * cierre del ejercicio selecciona clientes por muestreo
      * sistemático (uno cada N cuentas, con arranque tomado del
      * reloj), por saldo al 31/12 igual o mayor a un umbral, por
      * cuentas dormidas o por cuentas con préstamos, y emite a
      * cada uno una carta numerada (circularizacion/carta_<año>_
      * <número>.txt) con el saldo de sus cuentas al corte según
      * la historia de saldos diarios, los plazos fijos vigentes
      * a esa fecha y el saldo de capital de sus préstamos, para
      * que confirme o marque la diferencia. Cada carta queda en
      * circularizaciones.dat con su respuesta (confirmada, con
      * diferencias y su detalle, o no devuelta); un cliente no
      * recibe dos cartas del mismo ejercicio. El resumen por
      * estado, con la tasa de respuesta y las diferencias
      * informadas, es el papel de trabajo que se entrega a los
      * auditores en vez del armado a mano de cada año.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CIRCULARIZACIONES
               ASSIGN TO 'circularizaciones.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-NUMERO OF REGISTRO-CIRCULARIZACION
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS-CTA.

           SELECT ARCHIVO-CLIENTES ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DNI OF REGISTRO-CLIENTE
               FILE STATUS IS WS-FILE-STATUS-CLI.

           SELECT ARCHIVO-SALDOS-DIARIOS
               ASSIGN TO 'saldos_diarios.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-CLAVE OF REGISTRO-SALDO-DIARIO
               FILE STATUS IS WS-FILE-STATUS-SDI.

           SELECT ARCHIVO-PLAZOS ASSIGN TO 'plazofijo.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-NUMERO OF REGISTRO-PLAZO
               FILE STATUS IS WS-FILE-STATUS-PLA.

           SELECT ARCHIVO-PRESTAMOS ASSIGN TO 'prestamos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-NUMERO OF REGISTRO-PRESTAMO
               FILE STATUS IS WS-FILE-STATUS-PRE.

           SELECT ARCHIVO-CUOTAS
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-CUOTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CUO.

           SELECT ARCHIVO-CONTADOR
               ASSIGN TO 'contador-circularizacion.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CONTADOR.

           SELECT ARCHIVO-CARTA
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-CARTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CAR.

           SELECT ARCHIVO-REPORTE
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-REP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CIRCULARIZACIONES.
           01 REGISTRO-CIRCULARIZACION.
               COPY "circularizacion.cpy".

       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-CLIENTES.
           01 REGISTRO-CLIENTE.
               COPY "cliente.cpy".

       FD  ARCHIVO-SALDOS-DIARIOS.
           01 REGISTRO-SALDO-DIARIO.
               COPY "saldodiario.cpy".

       FD  ARCHIVO-PLAZOS.
           01 REGISTRO-PLAZO.
               COPY "plazofijo.cpy".

       FD  ARCHIVO-PRESTAMOS.
           01 REGISTRO-PRESTAMO.
               COPY "prestamo.cpy".

       FD  ARCHIVO-CUOTAS.
           01 REGISTRO-CUOTA.
               COPY "cuotaprestamo.cpy".

       FD  ARCHIVO-CONTADOR.
           01 REGISTRO-CONTADOR.
               05 CONTADOR-CIRCULARIZACION PIC 9(06).

       FD  ARCHIVO-CARTA
           RECORD CONTAINS 100 CHARACTERS.
           01  LINEA-CARTA            PIC X(100).

       FD  ARCHIVO-REPORTE
           RECORD CONTAINS 100 CHARACTERS.
           01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS           PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTA       PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CLI       PIC XX VALUE '00'.
       01  WS-FILE-STATUS-SDI       PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PLA       PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PRE       PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CUO       PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CONTADOR  PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CAR       PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REP       PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-CUOTAS    PIC X(100).
       01  NOMBRE-ARCHIVO-CARTA     PIC X(100).
       01  NOMBRE-ARCHIVO-REPORTE   PIC X(100).
       01  WS-COMANDO               PIC X(100).

       01  WS-EOF-FLAG              PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO           VALUE 'Y'.
       01  WS-EOF-CTA               PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CTA       VALUE 'Y'.
       01  WS-EOF-SDI               PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-SDI       VALUE 'Y'.
       01  WS-EOF-PLA               PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-PLA       VALUE 'Y'.
       01  WS-EOF-PRE               PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-PRE       VALUE 'Y'.
       01  WS-EOF-CUO               PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CUO       VALUE 'Y'.

       01  OPCION                   PIC 9.
       01  WS-FECHA-HOY             PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-HOY.
           05 WS-FH-ANIO            PIC 9(04).
           05 WS-FH-MES-DIA         PIC 9(04).

      *    Ejercicio circularizado y fecha de corte (31/12).
       01  WS-ANIO                  PIC 9(04).
       01  WS-FECHA-CORTE           PIC 9(08).

      *    Criterio de selección y sus parámetros.
       01  WS-CRITERIO              PIC X(01).
       01  WS-INTERVALO             PIC 9(04) VALUE ZERO.
       01  WS-UMBRAL                PIC S9(12)V99 VALUE ZERO.
       01  WS-HORA-AHORA            PIC 9(08).
       01  WS-ARRANQUE              PIC 9(04).
       01  WS-COCIENTE              PIC 9(08).
       01  WS-RESTO                 PIC 9(04).
       01  WS-CANT-ELEGIBLES        PIC 9(07) VALUE ZERO.
       01  WS-DESPLAZAMIENTO        PIC 9(07).

      *    Clientes ya circularizados en el ejercicio (de corridas
      *    anteriores y de ésta): no reciben una segunda carta.
       01  WS-TABLA-YA.
           05 WS-DNI-YA OCCURS 3000 TIMES PIC 9(08).
       01  WS-CANT-YA               PIC 9(04) VALUE ZERO.
       01  WS-IDX-YA                PIC 9(04).
       01  WS-YA-CIRCULARIZADO      PIC X(01).

      *    Clientes seleccionados en esta corrida (tope por
      *    corrida para que el lote de cartas sea manejable).
       01  WS-TABLA-CANDIDATOS.
           05 WS-CANDIDATO OCCURS 300 TIMES.
              10 WS-CAN-DNI         PIC 9(08).
              10 WS-CAN-CUENTA      PIC 9(08).
       01  WS-CANT-CANDIDATOS       PIC 9(03) VALUE ZERO.
       01  WS-IDX-CANDIDATO         PIC 9(03).
       01  WS-TOPE-CARTAS           PIC 9(03) VALUE 300.
       01  WS-TOPE-ALCANZADO        PIC X(01) VALUE 'N'.

      *    Cuentas con préstamo vigente al corte (criterio P).
       01  WS-TABLA-CON-PRESTAMO.
           05 WS-CTA-CON-PRESTAMO OCCURS 3000 TIMES PIC 9(08).
       01  WS-CANT-CON-PRESTAMO     PIC 9(04) VALUE ZERO.
       01  WS-IDX-PRESTAMO          PIC 9(04).
       01  WS-TIENE-PRESTAMO        PIC X(01).

      *    Cuentas del cliente de la carta en curso (hasta 100).
       01  WS-TABLA-CUENTAS.
           05 WS-CUENTA-CLIENTE OCCURS 100 TIMES.
              10 WS-CTA-CLIENTE     PIC 9(08).
              10 WS-CTA-MONEDA      PIC X(03).
       01  WS-CANT-CUENTAS          PIC 9(03) VALUE ZERO.
       01  WS-IDX-CUENTA            PIC 9(03).
       01  WS-IDX-COTITULAR         PIC 9(01).
       01  WS-ES-DEL-CLIENTE        PIC X(01).

       01  WS-DNI-ACTUAL            PIC 9(08).
       01  WS-CUENTA-ACTUAL         PIC 9(08).
       01  WS-MONEDA-ACTUAL         PIC X(03).
       01  WS-IDX-MONEDA            PIC 9(01).
       01  WS-SALDO-A-FECHA         PIC S9(12)V99.
       01  WS-SALDO-HALLADO         PIC X(01).
       01  WS-SALDOS-ABIERTOS       PIC X(01) VALUE 'N'.
       01  WS-CAPITAL-PENDIENTE     PIC S9(12)V99.
       01  WS-CLIENTE-HALLADO       PIC X(01).
       01  WS-NOMBRE-CLIENTE        PIC X(30).
       01  WS-DOMICILIO-CLIENTE     PIC X(40).
       01  WS-NUMERO-CARTA          PIC 9(06).

       01  WS-CANT-EMITIDAS         PIC 9(04) VALUE ZERO.
       01  WS-CANT-SIN-CARTA        PIC 9(04) VALUE ZERO.
       01  WS-CANT-CERRADAS         PIC 9(04) VALUE ZERO.

      *    Respuesta del cliente.
       01  WS-RESPUESTA             PIC X(01).
       01  WS-OBSERVACION           PIC X(60).

      *    Totales del resumen por estado de la carta (1 enviada
      *    sin respuesta, 2 confirmada, 3 con diferencias, 4 no
      *    devuelta), con los depósitos (cuentas más plazos) y los
      *    préstamos circularizados en pesos y en dólares.
       01  WS-TABLA-RESUMEN.
           05 WS-RESUMEN-ESTADO OCCURS 4 TIMES.
              10 WS-RS-CARTAS       PIC 9(05).
              10 WS-RS-DEPOSITOS    PIC S9(14)V99 OCCURS 2 TIMES.
              10 WS-RS-PRESTAMOS    PIC S9(14)V99 OCCURS 2 TIMES.
       01  WS-IDX-ESTADO            PIC 9(01).
       01  WS-LEYENDA-ESTADO        PIC X(22).
       01  WS-CANT-TOTAL            PIC 9(05).
       01  WS-CANT-RESPONDIDAS      PIC 9(05).
       01  WS-TASA-RESPUESTA        PIC 9(03).

       01  WS-MONTO-DISPLAY         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-MONTO-DISPLAY-2       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CANT-DISPLAY          PIC ZZZZ9.

       01  WS-ACCION-AUDITORIA      PIC X(12).
       01  WS-MOTIVO-AUDITORIA      PIC X(40).
       01  WS-SIN-AUTORIZANTE       PIC X(08) VALUE SPACES.
       01  WS-CUENTA-AUDITORIA      PIC 9(08) VALUE ZERO.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'CIRCULARIZAR-SALDOS'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión.
       01  LK-OPERADOR              PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- CIRCULARIZACIÓN DE SALDOS ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           DISPLAY '1. Emitir cartas de circularización'.
           DISPLAY '2. Registrar respuesta de un cliente'.
           DISPLAY '3. Cerrar ejercicio (pendientes = no devueltas)'.
           DISPLAY '4. Resumen para los auditores'.
           DISPLAY 'Elija una opción (0 = salir): '
               WITH NO ADVANCING.
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 1 PERFORM 100-EMITIR-CIRCULARIZACION
               WHEN 2 PERFORM 600-REGISTRAR-RESPUESTA
               WHEN 3 PERFORM 700-CERRAR-EJERCICIO
               WHEN 4 PERFORM 800-RESUMEN-AUDITORES
               WHEN 0 CONTINUE
               WHEN OTHER DISPLAY '--> OPCIÓN INVÁLIDA'
           END-EVALUATE.
           PERFORM 900-FINALIZAR-PROGRAMA.

      *    Sin año, el ejercicio es el anterior al de proceso.
           050-PEDIR-EJERCICIO SECTION.
               DISPLAY 'Ejercicio a circularizar (AAAA, 0 = '
                   'anterior): ' WITH NO ADVANCING.
               ACCEPT WS-ANIO.
               IF WS-ANIO = ZERO
                   COMPUTE WS-ANIO = WS-FH-ANIO - 1
               END-IF.
               COMPUTE WS-FECHA-CORTE = WS-ANIO * 10000 + 1231.

           060-ASIGNAR-NUMERO SECTION.
               OPEN I-O ARCHIVO-CONTADOR.
               IF WS-FILE-STATUS-CONTADOR = '35'
                   OPEN OUTPUT ARCHIVO-CONTADOR
                   MOVE ZERO TO CONTADOR-CIRCULARIZACION
                   WRITE REGISTRO-CONTADOR
                   CLOSE ARCHIVO-CONTADOR
                   OPEN I-O ARCHIVO-CONTADOR
               END-IF.
               READ ARCHIVO-CONTADOR INTO REGISTRO-CONTADOR
               END-READ.
               ADD 1 TO CONTADOR-CIRCULARIZACION.
               MOVE CONTADOR-CIRCULARIZACION TO WS-NUMERO-CARTA.
               REWRITE REGISTRO-CONTADOR.
               CLOSE ARCHIVO-CONTADOR.

           100-EMITIR-CIRCULARIZACION SECTION.
               PERFORM 050-PEDIR-EJERCICIO.
               IF WS-FECHA-CORTE NOT < WS-FECHA-HOY
                   DISPLAY '--> EL EJERCICIO ' WS-ANIO
                       ' TODAVÍA NO CERRÓ'
                   PERFORM 900-FINALIZAR-PROGRAMA
               END-IF.
               DISPLAY 'Criterio (M muestra sistemática / U saldo '
                   'mayor a un umbral /'.
               DISPLAY '          D cuentas dormidas / P cuentas '
                   'con préstamos): ' WITH NO ADVANCING.
               ACCEPT WS-CRITERIO.
               PERFORM UNTIL WS-CRITERIO = 'M' OR WS-CRITERIO = 'U'
                   OR WS-CRITERIO = 'D' OR WS-CRITERIO = 'P'
                   DISPLAY '--> CRITERIO INVÁLIDO (M/U/D/P)'
                   DISPLAY 'Criterio (M/U/D/P): ' WITH NO ADVANCING
                   ACCEPT WS-CRITERIO
               END-PERFORM.
               EVALUATE WS-CRITERIO
                   WHEN 'M'
                       DISPLAY 'Tomar una cuenta cada: '
                           WITH NO ADVANCING
                       ACCEPT WS-INTERVALO
                       IF WS-INTERVALO = ZERO
                           MOVE 1 TO WS-INTERVALO
                       END-IF
      *                Arranque al azar entre 1 y el intervalo,
      *                tomado de los centésimos del reloj.
                       ACCEPT WS-HORA-AHORA FROM TIME
                       DIVIDE WS-HORA-AHORA BY WS-INTERVALO
                           GIVING WS-COCIENTE REMAINDER WS-RESTO
                       COMPUTE WS-ARRANQUE = WS-RESTO + 1
                       DISPLAY '--> ARRANQUE DE LA MUESTRA: '
                           WS-ARRANQUE
                   WHEN 'U'
                       DISPLAY 'Saldo mínimo al corte: '
                           WITH NO ADVANCING
                       ACCEPT WS-UMBRAL
                   WHEN 'P'
                       PERFORM 120-CARGAR-CON-PRESTAMO
               END-EVALUATE.
               PERFORM 110-CARGAR-YA-CIRCULARIZADOS.
               OPEN INPUT ARCHIVO-SALDOS-DIARIOS.
               IF WS-FILE-STATUS-SDI = '00'
                   MOVE 'S' TO WS-SALDOS-ABIERTOS
               END-IF.
               PERFORM 200-SELECCIONAR-CLIENTES.
               IF WS-CANT-CANDIDATOS = ZERO
                   DISPLAY '--> NINGÚN CLIENTE NUEVO CUMPLE EL '
                       'CRITERIO'
               ELSE
                   MOVE 'mkdir -p circularizacion' TO WS-COMANDO
                   CALL 'SYSTEM' USING WS-COMANDO
                   PERFORM 300-EMITIR-CARTAS
               END-IF.
               IF WS-SALDOS-ABIERTOS = 'S'
                   CLOSE ARCHIVO-SALDOS-DIARIOS
                   MOVE 'N' TO WS-SALDOS-ABIERTOS
               END-IF.
               DISPLAY '---> CARTAS EMITIDAS: ' WS-CANT-EMITIDAS.
               IF WS-CANT-SIN-CARTA > ZERO
                   DISPLAY '---> CLIENTES SIN CARTA (SIN DOMICILIO '
                       'O FALLECIDOS): ' WS-CANT-SIN-CARTA
               END-IF.
               IF WS-TOPE-ALCANZADO = 'S'
                   DISPLAY '---> SE ALCANZÓ EL TOPE DE '
                       WS-TOPE-CARTAS ' CARTAS: REPITA LA EMISIÓN '
                       'PARA EL RESTO'
               END-IF.
               IF WS-CANT-EMITIDAS > ZERO
                   MOVE 'CIRCULARIZ' TO WS-ACCION-AUDITORIA
                   MOVE SPACES TO WS-MOTIVO-AUDITORIA
                   STRING
                       'EJERCICIO ' DELIMITED BY SIZE
                       WS-ANIO DELIMITED BY SIZE
                       ' CRITERIO ' DELIMITED BY SIZE
                       WS-CRITERIO DELIMITED BY SIZE
                       ' CARTAS ' DELIMITED BY SIZE
                       WS-CANT-EMITIDAS DELIMITED BY SIZE
                       INTO WS-MOTIVO-AUDITORIA
                   END-STRING
                   PERFORM 950-AUDITAR
               END-IF.

           110-CARGAR-YA-CIRCULARIZADOS SECTION.
               MOVE ZERO TO WS-CANT-YA.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-CIRCULARIZACIONES.
               IF WS-FILE-STATUS NOT = '00'
                   SET FIN-ARCHIVO TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CIRCULARIZACIONES NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF CI-ANIO OF REGISTRO-CIRCULARIZACION
                              = WS-ANIO
                              AND WS-CANT-YA < 3000
                               ADD 1 TO WS-CANT-YA
                               MOVE CI-DNI
                                   OF REGISTRO-CIRCULARIZACION
                                   TO WS-DNI-YA (WS-CANT-YA)
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10'
                   CLOSE ARCHIVO-CIRCULARIZACIONES
               END-IF.

      *    Préstamos dados de alta hasta el corte y que siguen en
      *    cartera o se cancelaron normalmente.
           120-CARGAR-CON-PRESTAMO SECTION.
               MOVE ZERO TO WS-CANT-CON-PRESTAMO.
               MOVE 'N' TO WS-EOF-PRE.
               OPEN INPUT ARCHIVO-PRESTAMOS.
               IF WS-FILE-STATUS-PRE NOT = '00'
                   SET FIN-ARCHIVO-PRE TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-PRE
                   READ ARCHIVO-PRESTAMOS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-PRE TO TRUE
                       NOT AT END
                           IF PR-FECHA-ALTA OF REGISTRO-PRESTAMO
                              NOT > WS-FECHA-CORTE
                              AND (PRESTAMO-VIGENTE
                                   OF REGISTRO-PRESTAMO
                                OR PRESTAMO-CANCELADO
                                   OF REGISTRO-PRESTAMO)
                              AND WS-CANT-CON-PRESTAMO < 3000
                               ADD 1 TO WS-CANT-CON-PRESTAMO
                               MOVE PR-CUENTA OF REGISTRO-PRESTAMO
                                   TO WS-CTA-CON-PRESTAMO
                                      (WS-CANT-CON-PRESTAMO)
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-PRE = '00'
                  OR WS-FILE-STATUS-PRE = '10'
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF.

      *    Recorre el maestro de cuentas abiertas al corte y
      *    aplica el criterio elegido; el cliente seleccionado es
      *    el titular de la cuenta.
           200-SELECCIONAR-CLIENTES SECTION.
               MOVE ZERO TO WS-CANT-CANDIDATOS.
               MOVE 'N' TO WS-EOF-CTA.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS-CTA NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL MAESTRO DE CUENTAS'
                   SET FIN-ARCHIVO-CTA TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-CTA
                   READ ARCHIVO-CUENTAS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-CTA TO TRUE
                       NOT AT END
                           IF NOT CUENTA-CERRADA OF RCC
                              AND NOT CUENTA-PENDIENTE-ACTIV OF RCC
                              AND CC-FECHA-APERTURA OF RCC (1:8)
                                  NOT > WS-FECHA-CORTE (1:8)
                               PERFORM 210-APLICAR-CRITERIO
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-CTA = '00'
                  OR WS-FILE-STATUS-CTA = '10'
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

           210-APLICAR-CRITERIO SECTION.
               MOVE CC-NUMERO-CUENTA OF RCC TO WS-CUENTA-ACTUAL.
               EVALUATE WS-CRITERIO
                   WHEN 'M'
                       ADD 1 TO WS-CANT-ELEGIBLES
                       IF WS-CANT-ELEGIBLES NOT < WS-ARRANQUE
                           COMPUTE WS-DESPLAZAMIENTO =
                               WS-CANT-ELEGIBLES - WS-ARRANQUE
                           DIVIDE WS-DESPLAZAMIENTO BY WS-INTERVALO
                               GIVING WS-COCIENTE
                               REMAINDER WS-RESTO
                           IF WS-RESTO = ZERO
                               PERFORM 220-AGREGAR-CANDIDATO
                           END-IF
                       END-IF
                   WHEN 'U'
                       PERFORM 500-SALDO-AL-CORTE
                       IF WS-SALDO-HALLADO = 'S'
                          AND WS-SALDO-A-FECHA NOT < WS-UMBRAL
                           PERFORM 220-AGREGAR-CANDIDATO
                       END-IF
                   WHEN 'D'
                       IF CUENTA-DORMIDA OF RCC
                           PERFORM 220-AGREGAR-CANDIDATO
                       END-IF
                   WHEN 'P'
                       MOVE 'N' TO WS-TIENE-PRESTAMO
                       PERFORM VARYING WS-IDX-PRESTAMO FROM 1 BY 1
                           UNTIL WS-IDX-PRESTAMO
                               > WS-CANT-CON-PRESTAMO
                           IF WS-CTA-CON-PRESTAMO (WS-IDX-PRESTAMO)
                              = WS-CUENTA-ACTUAL
                               MOVE 'S' TO WS-TIENE-PRESTAMO
                           END-IF
                       END-PERFORM
                       IF WS-TIENE-PRESTAMO = 'S'
                           PERFORM 220-AGREGAR-CANDIDATO
                       END-IF
               END-EVALUATE.

           220-AGREGAR-CANDIDATO SECTION.
               MOVE 'N' TO WS-YA-CIRCULARIZADO.
               PERFORM VARYING WS-IDX-YA FROM 1 BY 1
                   UNTIL WS-IDX-YA > WS-CANT-YA
                   IF WS-DNI-YA (WS-IDX-YA)
                      = CC-DNI-TITULAR OF RCC
                       MOVE 'S' TO WS-YA-CIRCULARIZADO
                   END-IF
               END-PERFORM.
               IF WS-YA-CIRCULARIZADO = 'N'
                   IF WS-CANT-CANDIDATOS < WS-TOPE-CARTAS
                      AND WS-CANT-YA < 3000
                       ADD 1 TO WS-CANT-CANDIDATOS
                       MOVE CC-DNI-TITULAR OF RCC
                           TO WS-CAN-DNI (WS-CANT-CANDIDATOS)
                       MOVE WS-CUENTA-ACTUAL
                           TO WS-CAN-CUENTA (WS-CANT-CANDIDATOS)
                       ADD 1 TO WS-CANT-YA
                       MOVE CC-DNI-TITULAR OF RCC
                           TO WS-DNI-YA (WS-CANT-YA)
                   ELSE
                       MOVE 'S' TO WS-TOPE-ALCANZADO
                   END-IF
               END-IF.

           300-EMITIR-CARTAS SECTION.
               OPEN I-O ARCHIVO-CIRCULARIZACIONES.
               IF WS-FILE-STATUS = '35'
                   OPEN OUTPUT ARCHIVO-CIRCULARIZACIONES
                   CLOSE ARCHIVO-CIRCULARIZACIONES
                   OPEN I-O ARCHIVO-CIRCULARIZACIONES
               END-IF.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL REGISTRO DE '
                       'CIRCULARIZACIONES'
               ELSE
                   PERFORM VARYING WS-IDX-CANDIDATO FROM 1 BY 1
                       UNTIL WS-IDX-CANDIDATO > WS-CANT-CANDIDATOS
                       MOVE WS-CAN-DNI (WS-IDX-CANDIDATO)
                           TO WS-DNI-ACTUAL
                       PERFORM 310-EMITIR-UNA-CARTA
                   END-PERFORM
                   CLOSE ARCHIVO-CIRCULARIZACIONES
               END-IF.

      *    Sin domicilio no hay a dónde mandar la carta, y al
      *    titular fallecido se le circulariza por la sucesión.
           310-EMITIR-UNA-CARTA SECTION.
               PERFORM 320-LEER-CLIENTE.
               IF WS-CLIENTE-HALLADO = 'N'
                  OR WS-DOMICILIO-CLIENTE = SPACES
                   ADD 1 TO WS-CANT-SIN-CARTA
                   DISPLAY '--> DNI ' WS-DNI-ACTUAL
                       ' SIN DOMICILIO O FALLECIDO: NO SE EMITE'
               ELSE
                   PERFORM 060-ASIGNAR-NUMERO
                   MOVE SPACES TO NOMBRE-ARCHIVO-CARTA
                   STRING
                       "circularizacion/carta_" DELIMITED BY SIZE
                       WS-ANIO DELIMITED BY SIZE
                       "_" DELIMITED BY SIZE
                       WS-NUMERO-CARTA DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                       INTO NOMBRE-ARCHIVO-CARTA
                   END-STRING
                   OPEN OUTPUT ARCHIVO-CARTA
                   IF WS-FILE-STATUS-CAR NOT = '00'
                       DISPLAY 'ERROR AL ABRIR LA CARTA '
                           NOMBRE-ARCHIVO-CARTA
                   ELSE
                       PERFORM 330-PREPARAR-REGISTRO
                       PERFORM 340-ENCABEZAR-CARTA
                       PERFORM 350-RELEVAR-CUENTAS
                       PERFORM 360-CARTA-CUENTAS
                       PERFORM 370-CARTA-PLAZOS
                       PERFORM 380-CARTA-PRESTAMOS
                       PERFORM 390-CERRAR-CARTA
                       CLOSE ARCHIVO-CARTA
                       WRITE REGISTRO-CIRCULARIZACION
                       ADD 1 TO WS-CANT-EMITIDAS
                       DISPLAY '---> CARTA ' WS-NUMERO-CARTA
                           ' DNI ' WS-DNI-ACTUAL
                   END-IF
               END-IF.

           320-LEER-CLIENTE SECTION.
               MOVE 'N' TO WS-CLIENTE-HALLADO.
               MOVE SPACES TO WS-NOMBRE-CLIENTE.
               MOVE SPACES TO WS-DOMICILIO-CLIENTE.
               OPEN INPUT ARCHIVO-CLIENTES.
               IF WS-FILE-STATUS-CLI = '00'
                   MOVE WS-DNI-ACTUAL TO CLI-DNI OF REGISTRO-CLIENTE
                   READ ARCHIVO-CLIENTES
                       KEY IS CLI-DNI OF REGISTRO-CLIENTE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NOT CLIENTE-FALLECIDO
                              OF REGISTRO-CLIENTE
                               MOVE 'S' TO WS-CLIENTE-HALLADO
                               MOVE CLI-NOMBRE OF REGISTRO-CLIENTE
                                   TO WS-NOMBRE-CLIENTE
                               MOVE CLI-DOMICILIO
                                   OF REGISTRO-CLIENTE
                                   TO WS-DOMICILIO-CLIENTE
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CLIENTES
               END-IF.

           330-PREPARAR-REGISTRO SECTION.
               INITIALIZE REGISTRO-CIRCULARIZACION.
               MOVE WS-NUMERO-CARTA
                   TO CI-NUMERO OF REGISTRO-CIRCULARIZACION.
               MOVE WS-ANIO TO CI-ANIO OF REGISTRO-CIRCULARIZACION.
               MOVE WS-DNI-ACTUAL
                   TO CI-DNI OF REGISTRO-CIRCULARIZACION.
               MOVE WS-NOMBRE-CLIENTE
                   TO CI-NOMBRE OF REGISTRO-CIRCULARIZACION.
               MOVE WS-DOMICILIO-CLIENTE
                   TO CI-DOMICILIO OF REGISTRO-CIRCULARIZACION.
               MOVE WS-CRITERIO
                   TO CI-CRITERIO OF REGISTRO-CIRCULARIZACION.
               MOVE WS-CAN-CUENTA (WS-IDX-CANDIDATO)
                   TO CI-CUENTA-SELECCION
                      OF REGISTRO-CIRCULARIZACION.
               MOVE WS-FECHA-HOY
                   TO CI-FECHA-EMISION OF REGISTRO-CIRCULARIZACION.
               MOVE LK-OPERADOR
                   TO CI-OPERADOR-EMISION
                      OF REGISTRO-CIRCULARIZACION.
               SET CARTA-ENVIADA OF REGISTRO-CIRCULARIZACION
                   TO TRUE.

           340-ENCABEZAR-CARTA SECTION.
               MOVE SPACES TO LINEA-CARTA.
               STRING
                   'CIRCULARIZACION DE SALDOS N ' DELIMITED BY SIZE
                   WS-NUMERO-CARTA DELIMITED BY SIZE
                   ' - EJERCICIO ' DELIMITED BY SIZE
                   WS-ANIO DELIMITED BY SIZE
                   ' - FECHA ' DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   INTO LINEA-CARTA
               END-STRING.
               WRITE LINEA-CARTA.
               MOVE SPACES TO LINEA-CARTA.
               WRITE LINEA-CARTA.
               MOVE WS-NOMBRE-CLIENTE TO LINEA-CARTA.
               WRITE LINEA-CARTA.
               MOVE WS-DOMICILIO-CLIENTE TO LINEA-CARTA.
               WRITE LINEA-CARTA.
               MOVE SPACES TO LINEA-CARTA.
               WRITE LINEA-CARTA.
               MOVE 'A pedido de nuestros auditores externos le '
                   TO LINEA-CARTA.
               WRITE LINEA-CARTA.
               MOVE SPACES TO LINEA-CARTA.
               STRING
                   'solicitamos confirme los saldos que registramos '
                       DELIMITED BY SIZE
                   'a su nombre al ' DELIMITED BY SIZE
                   WS-FECHA-CORTE DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   INTO LINEA-CARTA
               END-STRING.
               WRITE LINEA-CARTA.
               MOVE SPACES TO LINEA-CARTA.
               WRITE LINEA-CARTA.

      *    Cuentas del cliente como titular o cotitular, abiertas
      *    al corte.
           350-RELEVAR-CUENTAS SECTION.
               MOVE ZERO TO WS-CANT-CUENTAS.
               MOVE 'N' TO WS-EOF-CTA.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS-CTA NOT = '00'
                   SET FIN-ARCHIVO-CTA TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-CTA
                   READ ARCHIVO-CUENTAS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-CTA TO TRUE
                       NOT AT END
                           IF CC-FECHA-APERTURA OF RCC (1:8)
                              NOT > WS-FECHA-CORTE (1:8)
                               PERFORM 355-EVALUAR-PERTENENCIA
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-CTA = '00'
                  OR WS-FILE-STATUS-CTA = '10'
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

           355-EVALUAR-PERTENENCIA SECTION.
               MOVE 'N' TO WS-ES-DEL-CLIENTE.
               IF CC-DNI-TITULAR OF RCC = WS-DNI-ACTUAL
                   MOVE 'S' TO WS-ES-DEL-CLIENTE
               END-IF.
               PERFORM VARYING WS-IDX-COTITULAR FROM 1 BY 1
                   UNTIL WS-IDX-COTITULAR
                       > CC-CANT-COTITULARES OF RCC
                   IF CC-DNI-COTITULAR OF RCC (WS-IDX-COTITULAR)
                      = WS-DNI-ACTUAL
                       MOVE 'S' TO WS-ES-DEL-CLIENTE
                   END-IF
               END-PERFORM.
               IF WS-ES-DEL-CLIENTE = 'S'
                  AND WS-CANT-CUENTAS < 100
                   ADD 1 TO WS-CANT-CUENTAS
                   MOVE CC-NUMERO-CUENTA OF RCC
                       TO WS-CTA-CLIENTE (WS-CANT-CUENTAS)
                   MOVE CC-MONEDA OF RCC
                       TO WS-CTA-MONEDA (WS-CANT-CUENTAS)
               END-IF.

           360-CARTA-CUENTAS SECTION.
               PERFORM VARYING WS-IDX-CUENTA FROM 1 BY 1
                   UNTIL WS-IDX-CUENTA > WS-CANT-CUENTAS
                   MOVE WS-CTA-CLIENTE (WS-IDX-CUENTA)
                       TO WS-CUENTA-ACTUAL
                   MOVE WS-CTA-MONEDA (WS-IDX-CUENTA)
                       TO WS-MONEDA-ACTUAL
                   PERFORM 500-SALDO-AL-CORTE
                   PERFORM 365-RENGLON-CUENTA
               END-PERFORM.

           365-RENGLON-CUENTA SECTION.
               MOVE WS-SALDO-A-FECHA TO WS-MONTO-DISPLAY.
               MOVE SPACES TO LINEA-CARTA.
               IF WS-SALDO-HALLADO = 'S'
                   STRING
                       'CUENTA ' DELIMITED BY SIZE
                       WS-CUENTA-ACTUAL DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-MONEDA-ACTUAL DELIMITED BY SIZE
                       ' SALDO ' DELIMITED BY SIZE
                       WS-MONTO-DISPLAY DELIMITED BY SIZE
                       INTO LINEA-CARTA
                   END-STRING
                   PERFORM 510-INDICE-MONEDA
                   IF WS-IDX-MONEDA > ZERO
                       ADD WS-SALDO-A-FECHA TO CI-SALDO-CUENTAS
                           OF REGISTRO-CIRCULARIZACION
                              (WS-IDX-MONEDA)
                   END-IF
               ELSE
                   STRING
                       'CUENTA ' DELIMITED BY SIZE
                       WS-CUENTA-ACTUAL DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-MONEDA-ACTUAL DELIMITED BY SIZE
                       ' SIN CIERRE DIARIO AL CORTE'
                           DELIMITED BY SIZE
                       INTO LINEA-CARTA
                   END-STRING
               END-IF.
               WRITE LINEA-CARTA.
               ADD 1 TO CI-CANT-CUENTAS OF REGISTRO-CIRCULARIZACION.

      *    Plazos fijos vigentes al corte: constituidos hasta esa
      *    fecha y no liquidados antes de ella.
           370-CARTA-PLAZOS SECTION.
               MOVE 'N' TO WS-EOF-PLA.
               OPEN INPUT ARCHIVO-PLAZOS.
               IF WS-FILE-STATUS-PLA NOT = '00'
                   SET FIN-ARCHIVO-PLA TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-PLA
                   READ ARCHIVO-PLAZOS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-PLA TO TRUE
                       NOT AT END
                           MOVE PF-CUENTA-ORIGEN OF REGISTRO-PLAZO
                               TO WS-CUENTA-ACTUAL
                           PERFORM 520-BUSCAR-CUENTA-CLIENTE
                           IF WS-ES-DEL-CLIENTE = 'S'
                              AND PF-FECHA-INICIO OF REGISTRO-PLAZO
                                  NOT > WS-FECHA-CORTE
                              AND (PF-VIGENTE OF REGISTRO-PLAZO
                                OR PF-FECHA-LIQUIDACION
                                   OF REGISTRO-PLAZO
                                   > WS-FECHA-CORTE
                                OR (PF-FECHA-LIQUIDACION
                                    OF REGISTRO-PLAZO = ZERO
                                    AND PF-FECHA-VENCIMIENTO
                                        OF REGISTRO-PLAZO
                                        > WS-FECHA-CORTE))
                               PERFORM 375-RENGLON-PLAZO
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-PLA = '00'
                  OR WS-FILE-STATUS-PLA = '10'
                   CLOSE ARCHIVO-PLAZOS
               END-IF.

           375-RENGLON-PLAZO SECTION.
               MOVE PF-CAPITAL OF REGISTRO-PLAZO
                   TO WS-MONTO-DISPLAY.
               MOVE SPACES TO LINEA-CARTA.
               STRING
                   'PLAZO FIJO ' DELIMITED BY SIZE
                   PF-NUMERO OF REGISTRO-PLAZO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MONEDA-ACTUAL DELIMITED BY SIZE
                   ' CAPITAL ' DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   ' VENCE ' DELIMITED BY SIZE
                   PF-FECHA-VENCIMIENTO OF REGISTRO-PLAZO
                       DELIMITED BY SIZE
                   INTO LINEA-CARTA
               END-STRING.
               WRITE LINEA-CARTA.
               ADD 1 TO CI-CANT-PLAZOS OF REGISTRO-CIRCULARIZACION.
               PERFORM 510-INDICE-MONEDA.
               IF WS-IDX-MONEDA > ZERO
                   ADD PF-CAPITAL OF REGISTRO-PLAZO
                       TO CI-CAPITAL-PLAZOS
                          OF REGISTRO-CIRCULARIZACION
                             (WS-IDX-MONEDA)
               END-IF.

      *    Préstamos de las cuentas del cliente dados de alta hasta
      *    el corte; el saldo de capital al corte es el capital de
      *    las cuotas que vencían después y el de las vencidas que
      *    seguían impagas.
           380-CARTA-PRESTAMOS SECTION.
               MOVE 'N' TO WS-EOF-PRE.
               OPEN INPUT ARCHIVO-PRESTAMOS.
               IF WS-FILE-STATUS-PRE NOT = '00'
                   SET FIN-ARCHIVO-PRE TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-PRE
                   READ ARCHIVO-PRESTAMOS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-PRE TO TRUE
                       NOT AT END
                           MOVE PR-CUENTA OF REGISTRO-PRESTAMO
                               TO WS-CUENTA-ACTUAL
                           PERFORM 520-BUSCAR-CUENTA-CLIENTE
                           IF WS-ES-DEL-CLIENTE = 'S'
                              AND PR-FECHA-ALTA OF REGISTRO-PRESTAMO
                                  NOT > WS-FECHA-CORTE
                              AND (PRESTAMO-VIGENTE
                                   OF REGISTRO-PRESTAMO
                                OR PRESTAMO-CANCELADO
                                   OF REGISTRO-PRESTAMO)
                               PERFORM 385-CAPITAL-AL-CORTE
                               IF WS-CAPITAL-PENDIENTE > ZERO
                                   PERFORM 387-RENGLON-PRESTAMO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-PRE = '00'
                  OR WS-FILE-STATUS-PRE = '10'
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF.

           385-CAPITAL-AL-CORTE SECTION.
               MOVE ZERO TO WS-CAPITAL-PENDIENTE.
               MOVE SPACES TO NOMBRE-ARCHIVO-CUOTAS.
               STRING
                   "prestamos/" DELIMITED BY SIZE
                   PR-NUMERO OF REGISTRO-PRESTAMO DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-CUOTAS
               END-STRING.
               MOVE 'N' TO WS-EOF-CUO.
               OPEN INPUT ARCHIVO-CUOTAS.
               IF WS-FILE-STATUS-CUO NOT = '00'
                   SET FIN-ARCHIVO-CUO TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-CUO
                   READ ARCHIVO-CUOTAS
                       AT END
                           SET FIN-ARCHIVO-CUO TO TRUE
                       NOT AT END
                           IF NOT CUOTA-REFINANCIADA
                              OF REGISTRO-CUOTA
                              AND (CUO-FECHA-VENC OF REGISTRO-CUOTA
                                   > WS-FECHA-CORTE
                                OR CUOTA-PENDIENTE
                                   OF REGISTRO-CUOTA)
                               ADD CUO-CAPITAL OF REGISTRO-CUOTA
                                   TO WS-CAPITAL-PENDIENTE
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-CUO = '00'
                  OR WS-FILE-STATUS-CUO = '10'
                   CLOSE ARCHIVO-CUOTAS
               END-IF.

           387-RENGLON-PRESTAMO SECTION.
               MOVE WS-CAPITAL-PENDIENTE TO WS-MONTO-DISPLAY.
               MOVE SPACES TO LINEA-CARTA.
               STRING
                   'PRESTAMO ' DELIMITED BY SIZE
                   PR-NUMERO OF REGISTRO-PRESTAMO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MONEDA-ACTUAL DELIMITED BY SIZE
                   ' SALDO DE CAPITAL ' DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-CARTA
               END-STRING.
               WRITE LINEA-CARTA.
               ADD 1 TO CI-CANT-PRESTAMOS
                   OF REGISTRO-CIRCULARIZACION.
               PERFORM 510-INDICE-MONEDA.
               IF WS-IDX-MONEDA > ZERO
                   ADD WS-CAPITAL-PENDIENTE
                       TO CI-SALDO-PRESTAMOS
                          OF REGISTRO-CIRCULARIZACION
                             (WS-IDX-MONEDA)
               END-IF.

           390-CERRAR-CARTA SECTION.
               MOVE SPACES TO LINEA-CARTA.
               WRITE LINEA-CARTA.
               MOVE 'Le rogamos devolver esta carta firmada '
                   TO LINEA-CARTA.
               WRITE LINEA-CARTA.
               MOVE 'directamente a los auditores externos, aun '
                   TO LINEA-CARTA.
               WRITE LINEA-CARTA.
               MOVE 'cuando los saldos sean correctos.'
                   TO LINEA-CARTA.
               WRITE LINEA-CARTA.
               MOVE SPACES TO LINEA-CARTA.
               WRITE LINEA-CARTA.
               MOVE '[ ] CONFORME      [ ] NO CONFORME - DETALLE '
                   TO LINEA-CARTA.
               MOVE 'DE LA DIFERENCIA:' TO LINEA-CARTA (46:17).
               WRITE LINEA-CARTA.
               MOVE ALL '_' TO LINEA-CARTA (1:70).
               WRITE LINEA-CARTA.
               MOVE SPACES TO LINEA-CARTA.
               WRITE LINEA-CARTA.
               MOVE 'FIRMA: ____________________   ACLARACION: '
                   TO LINEA-CARTA.
               MOVE '____________________   FECHA: __________'
                   TO LINEA-CARTA (44:40).
               WRITE LINEA-CARTA.

      *    Saldo al corte: el último cierre diario igual o
      *    anterior al 31/12 del ejercicio.
           500-SALDO-AL-CORTE SECTION.
               MOVE ZERO TO WS-SALDO-A-FECHA.
               MOVE 'N' TO WS-SALDO-HALLADO.
               MOVE 'N' TO WS-EOF-SDI.
               IF WS-SALDOS-ABIERTOS NOT = 'S'
                   SET FIN-ARCHIVO-SDI TO TRUE
               ELSE
                   MOVE WS-CUENTA-ACTUAL
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
                              NOT = WS-CUENTA-ACTUAL
                              OR SD-FECHA OF REGISTRO-SALDO-DIARIO
                                 > WS-FECHA-CORTE
                               SET FIN-ARCHIVO-SDI TO TRUE
                           ELSE
                               MOVE SD-SALDO-CIERRE
                                   OF REGISTRO-SALDO-DIARIO
                                   TO WS-SALDO-A-FECHA
                               MOVE 'S' TO WS-SALDO-HALLADO
                           END-IF
                   END-READ
               END-PERFORM.

      *    Las partidas en UVA se informan en la carta pero no
      *    suman a los totales en pesos ni en dólares.
           510-INDICE-MONEDA SECTION.
               EVALUATE WS-MONEDA-ACTUAL
                   WHEN 'ARS' MOVE 1 TO WS-IDX-MONEDA
                   WHEN 'USD' MOVE 2 TO WS-IDX-MONEDA
                   WHEN OTHER MOVE 0 TO WS-IDX-MONEDA
               END-EVALUATE.

           520-BUSCAR-CUENTA-CLIENTE SECTION.
               MOVE 'N' TO WS-ES-DEL-CLIENTE.
               PERFORM VARYING WS-IDX-CUENTA FROM 1 BY 1
                   UNTIL WS-IDX-CUENTA > WS-CANT-CUENTAS
                   IF WS-CTA-CLIENTE (WS-IDX-CUENTA)
                      = WS-CUENTA-ACTUAL
                       MOVE 'S' TO WS-ES-DEL-CLIENTE
                       MOVE WS-CTA-MONEDA (WS-IDX-CUENTA)
                           TO WS-MONEDA-ACTUAL
                   END-IF
               END-PERFORM.

      *    Una carta no devuelta todavía puede contestarse tarde;
      *    la que ya tiene respuesta del cliente no se modifica.
           600-REGISTRAR-RESPUESTA SECTION.
               DISPLAY 'Número de carta: ' WITH NO ADVANCING.
               ACCEPT WS-NUMERO-CARTA.
               OPEN I-O ARCHIVO-CIRCULARIZACIONES.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY '--> SIN CARTAS EMITIDAS'
               ELSE
                   MOVE WS-NUMERO-CARTA
                       TO CI-NUMERO OF REGISTRO-CIRCULARIZACION
                   READ ARCHIVO-CIRCULARIZACIONES
                       KEY IS CI-NUMERO OF REGISTRO-CIRCULARIZACION
                       INVALID KEY
                           DISPLAY '--> CARTA NO ENCONTRADA'
                       NOT INVALID KEY
                           IF CARTA-ENVIADA
                              OF REGISTRO-CIRCULARIZACION
                              OR CARTA-NO-DEVUELTA
                                 OF REGISTRO-CIRCULARIZACION
                               PERFORM 610-APLICAR-RESPUESTA
                           ELSE
                               DISPLAY '--> LA CARTA YA TIENE '
                                   'RESPUESTA DEL CLIENTE'
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CIRCULARIZACIONES
               END-IF.

           610-APLICAR-RESPUESTA SECTION.
               DISPLAY '--> EJERCICIO: '
                   CI-ANIO OF REGISTRO-CIRCULARIZACION
                   ' DNI: ' CI-DNI OF REGISTRO-CIRCULARIZACION.
               DISPLAY '--> CLIENTE: '
                   CI-NOMBRE OF REGISTRO-CIRCULARIZACION.
               DISPLAY 'Respuesta (C conforme / D con diferencias / '
                   'N no devuelta): ' WITH NO ADVANCING.
               ACCEPT WS-RESPUESTA.
               PERFORM UNTIL WS-RESPUESTA = 'C'
                   OR WS-RESPUESTA = 'D' OR WS-RESPUESTA = 'N'
                   DISPLAY '--> RESPUESTA INVÁLIDA (C/D/N)'
                   DISPLAY 'Respuesta (C/D/N): ' WITH NO ADVANCING
                   ACCEPT WS-RESPUESTA
               END-PERFORM.
               MOVE SPACES TO WS-OBSERVACION.
               IF WS-RESPUESTA = 'D'
      *            La diferencia que señala el cliente es lo que
      *            los auditores van a seguir: no puede quedar
      *            en blanco.
                   PERFORM UNTIL WS-OBSERVACION NOT = SPACES
                       DISPLAY 'Diferencia informada por el '
                           'cliente: ' WITH NO ADVANCING
                       ACCEPT WS-OBSERVACION
                   END-PERFORM
               ELSE
                   DISPLAY 'Observación (opcional): '
                       WITH NO ADVANCING
                   ACCEPT WS-OBSERVACION
               END-IF.
               MOVE WS-RESPUESTA
                   TO CI-ESTADO OF REGISTRO-CIRCULARIZACION.
               MOVE WS-FECHA-HOY
                   TO CI-FECHA-RESPUESTA OF REGISTRO-CIRCULARIZACION.
               MOVE LK-OPERADOR
                   TO CI-OPERADOR-RESPUESTA
                      OF REGISTRO-CIRCULARIZACION.
               MOVE WS-OBSERVACION
                   TO CI-OBSERVACION OF REGISTRO-CIRCULARIZACION.
               REWRITE REGISTRO-CIRCULARIZACION.
               DISPLAY '---> RESPUESTA REGISTRADA'.
               MOVE 'CIRC-RESP' TO WS-ACCION-AUDITORIA.
               MOVE SPACES TO WS-MOTIVO-AUDITORIA.
               STRING
                   'CARTA ' DELIMITED BY SIZE
                   WS-NUMERO-CARTA DELIMITED BY SIZE
                   ' RESPUESTA ' DELIMITED BY SIZE
                   WS-RESPUESTA DELIMITED BY SIZE
                   INTO WS-MOTIVO-AUDITORIA
               END-STRING.
               PERFORM 950-AUDITAR.

      *    Al cerrar el trabajo del ejercicio, las cartas que
      *    nunca volvieron pasan a no devueltas, para que el
      *    resumen las muestre como tales.
           700-CERRAR-EJERCICIO SECTION.
               PERFORM 050-PEDIR-EJERCICIO.
               MOVE ZERO TO WS-CANT-CERRADAS.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN I-O ARCHIVO-CIRCULARIZACIONES.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY '--> SIN CARTAS EMITIDAS'
               ELSE
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-CIRCULARIZACIONES NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF CI-ANIO OF REGISTRO-CIRCULARIZACION
                                  = WS-ANIO
                                  AND CARTA-ENVIADA
                                      OF REGISTRO-CIRCULARIZACION
                                   SET CARTA-NO-DEVUELTA
                                       OF REGISTRO-CIRCULARIZACION
                                       TO TRUE
                                   MOVE WS-FECHA-HOY
                                       TO CI-FECHA-RESPUESTA
                                       OF REGISTRO-CIRCULARIZACION
                                   MOVE LK-OPERADOR
                                       TO CI-OPERADOR-RESPUESTA
                                       OF REGISTRO-CIRCULARIZACION
                                   REWRITE REGISTRO-CIRCULARIZACION
                                   ADD 1 TO WS-CANT-CERRADAS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CIRCULARIZACIONES
                   DISPLAY '---> CARTAS PASADAS A NO DEVUELTAS: '
                       WS-CANT-CERRADAS
                   MOVE 'CIRC-CIERRE' TO WS-ACCION-AUDITORIA
                   MOVE SPACES TO WS-MOTIVO-AUDITORIA
                   STRING
                       'EJERCICIO ' DELIMITED BY SIZE
                       WS-ANIO DELIMITED BY SIZE
                       ' NO DEVUELTAS ' DELIMITED BY SIZE
                       WS-CANT-CERRADAS DELIMITED BY SIZE
                       INTO WS-MOTIVO-AUDITORIA
                   END-STRING
                   PERFORM 950-AUDITAR
               END-IF.

           800-RESUMEN-AUDITORES SECTION.
               PERFORM 050-PEDIR-EJERCICIO.
               INITIALIZE WS-TABLA-RESUMEN.
               MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE.
               STRING
                   "circularizacion_resumen_" DELIMITED BY SIZE
                   WS-ANIO DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-REPORTE
               END-STRING.
               OPEN INPUT ARCHIVO-CIRCULARIZACIONES.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY '--> SIN CARTAS EMITIDAS'
               ELSE
                   OPEN OUTPUT ARCHIVO-REPORTE
                   MOVE SPACES TO LINEA-REPORTE
                   STRING
                       'RESUMEN DE CIRCULARIZACION DE SALDOS - '
                           DELIMITED BY SIZE
                       'EJERCICIO ' DELIMITED BY SIZE
                       WS-ANIO DELIMITED BY SIZE
                       ' - EMITIDO ' DELIMITED BY SIZE
                       WS-FECHA-HOY DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   END-STRING
                   WRITE LINEA-REPORTE
                   MOVE 'CARTA  DNI      CLIENTE                       '
                       TO LINEA-REPORTE
                   MOVE ' CRIT EST RESPUESTA' TO LINEA-REPORTE (47:19)
                   WRITE LINEA-REPORTE
                   PERFORM 810-DETALLE-CARTAS
                   CLOSE ARCHIVO-CIRCULARIZACIONES
                   PERFORM 830-TOTALES-POR-ESTADO
                   PERFORM 840-DIFERENCIAS
                   CLOSE ARCHIVO-REPORTE
                   MOVE NOMBRE-ARCHIVO-REPORTE TO WS-ARCHIVO-CATALOGO
                   CALL 'REGISTRAR-REPORTE' USING
                       WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                       WS-SUCURSAL-CATALOGO
                   DISPLAY '---> RESUMEN EMITIDO EN '
                       NOMBRE-ARCHIVO-REPORTE
               END-IF.

           810-DETALLE-CARTAS SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CIRCULARIZACIONES NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF CI-ANIO OF REGISTRO-CIRCULARIZACION
                              = WS-ANIO
                               PERFORM 820-RENGLON-CARTA
                           END-IF
                   END-READ
               END-PERFORM.

           820-RENGLON-CARTA SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   CI-NUMERO OF REGISTRO-CIRCULARIZACION
                       DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CI-DNI OF REGISTRO-CIRCULARIZACION
                       DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CI-NOMBRE OF REGISTRO-CIRCULARIZACION
                       DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   CI-CRITERIO OF REGISTRO-CIRCULARIZACION
                       DELIMITED BY SIZE
                   '    ' DELIMITED BY SIZE
                   CI-ESTADO OF REGISTRO-CIRCULARIZACION
                       DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   CI-FECHA-RESPUESTA OF REGISTRO-CIRCULARIZACION
                       DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               EVALUATE TRUE
                   WHEN CARTA-CONFIRMADA OF REGISTRO-CIRCULARIZACION
                       MOVE 2 TO WS-IDX-ESTADO
                   WHEN CARTA-DISCONFORME
                        OF REGISTRO-CIRCULARIZACION
                       MOVE 3 TO WS-IDX-ESTADO
                   WHEN CARTA-NO-DEVUELTA
                        OF REGISTRO-CIRCULARIZACION
                       MOVE 4 TO WS-IDX-ESTADO
                   WHEN OTHER
                       MOVE 1 TO WS-IDX-ESTADO
               END-EVALUATE.
               ADD 1 TO WS-RS-CARTAS (WS-IDX-ESTADO).
               PERFORM VARYING WS-IDX-MONEDA FROM 1 BY 1
                   UNTIL WS-IDX-MONEDA > 2
                   ADD CI-SALDO-CUENTAS OF REGISTRO-CIRCULARIZACION
                           (WS-IDX-MONEDA)
                       CI-CAPITAL-PLAZOS OF REGISTRO-CIRCULARIZACION
                           (WS-IDX-MONEDA)
                       TO WS-RS-DEPOSITOS
                          (WS-IDX-ESTADO WS-IDX-MONEDA)
                   ADD CI-SALDO-PRESTAMOS
                       OF REGISTRO-CIRCULARIZACION (WS-IDX-MONEDA)
                       TO WS-RS-PRESTAMOS
                          (WS-IDX-ESTADO WS-IDX-MONEDA)
               END-PERFORM.

           830-TOTALES-POR-ESTADO SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE 'TOTALES POR ESTADO (DEPOSITOS = CUENTAS MAS '
                   TO LINEA-REPORTE.
               MOVE 'PLAZOS FIJOS)' TO LINEA-REPORTE (45:13).
               WRITE LINEA-REPORTE.
               MOVE ZERO TO WS-CANT-TOTAL.
               PERFORM VARYING WS-IDX-ESTADO FROM 1 BY 1
                   UNTIL WS-IDX-ESTADO > 4
                   EVALUATE WS-IDX-ESTADO
                       WHEN 1 MOVE 'ENVIADAS SIN RESPUESTA'
                                  TO WS-LEYENDA-ESTADO
                       WHEN 2 MOVE 'CONFIRMADAS'
                                  TO WS-LEYENDA-ESTADO
                       WHEN 3 MOVE 'CON DIFERENCIAS'
                                  TO WS-LEYENDA-ESTADO
                       WHEN 4 MOVE 'NO DEVUELTAS'
                                  TO WS-LEYENDA-ESTADO
                   END-EVALUATE
                   ADD WS-RS-CARTAS (WS-IDX-ESTADO) TO WS-CANT-TOTAL
                   PERFORM 835-RENGLON-ESTADO
               END-PERFORM.
               COMPUTE WS-CANT-RESPONDIDAS =
                   WS-RS-CARTAS (2) + WS-RS-CARTAS (3).
               MOVE ZERO TO WS-TASA-RESPUESTA.
               IF WS-CANT-TOTAL > ZERO
                   COMPUTE WS-TASA-RESPUESTA =
                       WS-CANT-RESPONDIDAS * 100 / WS-CANT-TOTAL
               END-IF.
               MOVE WS-CANT-TOTAL TO WS-CANT-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   'CARTAS EMITIDAS: ' DELIMITED BY SIZE
                   WS-CANT-DISPLAY DELIMITED BY SIZE
                   '  TASA DE RESPUESTA: ' DELIMITED BY SIZE
                   WS-TASA-RESPUESTA DELIMITED BY SIZE
                   '%' DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.

           835-RENGLON-ESTADO SECTION.
               MOVE WS-RS-CARTAS (WS-IDX-ESTADO) TO WS-CANT-DISPLAY.
               MOVE WS-RS-DEPOSITOS (WS-IDX-ESTADO 1)
                   TO WS-MONTO-DISPLAY.
               MOVE WS-RS-PRESTAMOS (WS-IDX-ESTADO 1)
                   TO WS-MONTO-DISPLAY-2.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   WS-LEYENDA-ESTADO DELIMITED BY SIZE
                   WS-CANT-DISPLAY DELIMITED BY SIZE
                   ' DEP ARS ' DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   ' PRE ARS ' DELIMITED BY SIZE
                   WS-MONTO-DISPLAY-2 DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               MOVE WS-RS-DEPOSITOS (WS-IDX-ESTADO 2)
                   TO WS-MONTO-DISPLAY.
               MOVE WS-RS-PRESTAMOS (WS-IDX-ESTADO 2)
                   TO WS-MONTO-DISPLAY-2.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   '                           ' DELIMITED BY SIZE
                   ' DEP USD ' DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   ' PRE USD ' DELIMITED BY SIZE
                   WS-MONTO-DISPLAY-2 DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.

      *    Las diferencias informadas por los clientes, con su
      *    detalle, para el seguimiento de los auditores.
           840-DIFERENCIAS SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE 'DIFERENCIAS INFORMADAS POR LOS CLIENTES'
                   TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-CIRCULARIZACIONES.
               IF WS-FILE-STATUS NOT = '00'
                   SET FIN-ARCHIVO TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CIRCULARIZACIONES NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF CI-ANIO OF REGISTRO-CIRCULARIZACION
                              = WS-ANIO
                              AND CARTA-DISCONFORME
                                  OF REGISTRO-CIRCULARIZACION
                               MOVE SPACES TO LINEA-REPORTE
                               STRING
                                   CI-NUMERO
                                   OF REGISTRO-CIRCULARIZACION
                                       DELIMITED BY SIZE
                                   ' DNI ' DELIMITED BY SIZE
                                   CI-DNI
                                   OF REGISTRO-CIRCULARIZACION
                                       DELIMITED BY SIZE
                                   ' ' DELIMITED BY SIZE
                                   CI-OBSERVACION
                                   OF REGISTRO-CIRCULARIZACION
                                       DELIMITED BY SIZE
                                   INTO LINEA-REPORTE
                               END-STRING
                               WRITE LINEA-REPORTE
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10'
                   CLOSE ARCHIVO-CIRCULARIZACIONES
               END-IF.

           950-AUDITAR SECTION.
               CALL 'REGISTRAR-AUDITORIA' USING
                   WS-ACCION-AUDITORIA WS-CUENTA-AUDITORIA
                   LK-OPERADOR WS-SIN-AUTORIZANTE
                   WS-MOTIVO-AUDITORIA.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
