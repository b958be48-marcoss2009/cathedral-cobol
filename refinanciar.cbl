       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFINANCIAR-PRESTAMO.
       AUTHOR. MARCOS MUÑOZ.

      * Refinanciación de un préstamo en mora: toma el capital
      * pendiente de todo el plan, el interés de las cuotas
      * vencidas e impagas y el punitorio que esas cuotas llevan
      * corrido (CALCULAR-PUNITORIO-CUOTA), y cancela esa deuda
      * contra un préstamo nuevo por el total, con plan alemán
      * nuevo a la tasa vigente de ARCHIVO-PARAMETROS. No mueve
      * fondos de la cuenta: la deuda vieja se extingue con el
      * préstamo nuevo. El préstamo nuevo queda con el número del
      * original en PR-PRESTAMO-ORIGEN, la marca de refinanciado
      * y la situación que el deudor tenía al refinanciar (la
      * peor entre la última clasificación y la que da el atraso
      * del préstamo), que CLASIFICAR-DEUDORES usa de piso hasta
      * que se paguen las cuotas que exige el régimen. El
      * original queda en estado 'R', sus cuotas impagas marcadas
      * como refinanciadas y la prenda, si la había, pasa al
      * préstamo nuevo, igual que sus garantes y, si es
      * hipotecario, su hipoteca (el nuevo sigue siendo
      * hipotecario y paga el mismo seguro de incendio). El
      * interés y el punitorio capitalizados se asientan contra
      * intereses ganados.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PRESTAMOS ASSIGN TO 'prestamos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-NUMERO OF REGISTRO-PRESTAMO
               FILE STATUS IS WS-FILE-STATUS-PRE.

           SELECT ARCHIVO-CONTADOR
               ASSIGN TO 'contador-prestamos.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CONTADOR.

           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS-CTA.

           SELECT ARCHIVO-CUOTAS
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-CUOTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CUOTAS.

           SELECT ARCHIVO-TEMP
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-TEMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-TEMP.

           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PARAM.

           SELECT ARCHIVO-PLAZOS ASSIGN TO 'plazofijo.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-NUMERO OF REGISTRO-PLAZO
               FILE STATUS IS WS-FILE-STATUS-PLAZO.

      *    Historia de clasificaciones, para la situación del
      *    deudor al momento de refinanciar.
           SELECT ARCHIVO-CLASIFICACIONES
               ASSIGN TO 'clasificaciones.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLA-CLAVE OF REGISTRO-CLASIFICACION
               FILE STATUS IS WS-FILE-STATUS-CLA.

      *    Garantes del original, que pasan al préstamo nuevo.
           SELECT ARCHIVO-GARANTES ASSIGN TO 'garantes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-CLAVE OF REGISTRO-GARANTE
               FILE STATUS IS WS-FILE-STATUS-GAR.

      *    Hipoteca del original, que pasa al préstamo nuevo.
           SELECT ARCHIVO-HIPOTECAS ASSIGN TO 'hipotecas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-PRESTAMO OF REGISTRO-HIPOTECA
               FILE STATUS IS WS-FILE-STATUS-HIP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PRESTAMOS.
           01 REGISTRO-PRESTAMO.
               COPY "prestamo.cpy".

       FD  ARCHIVO-CONTADOR.
           01 REGISTRO-CONTADOR.
               05 CONTADOR-PRESTAMO PIC 9(06).

       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-CUOTAS.
           01 REGISTRO-CUOTA.
               COPY "cuotaprestamo.cpy".

       FD  ARCHIVO-TEMP.
           01 REGISTRO-TEMP.
               COPY "cuotaprestamo.cpy".

       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       FD  ARCHIVO-PLAZOS.
           01 REGISTRO-PLAZO.
               COPY "plazofijo.cpy".

       FD  ARCHIVO-CLASIFICACIONES.
           01 REGISTRO-CLASIFICACION.
               COPY "clasificacion.cpy".

       FD  ARCHIVO-GARANTES.
           01 REGISTRO-GARANTE.
               COPY "garante.cpy".

       FD  ARCHIVO-HIPOTECAS.
           01 REGISTRO-HIPOTECA.
               COPY "hipoteca.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-PRE    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CONTADOR PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CUOTAS PIC XX VALUE '00'.
       01  WS-FILE-STATUS-TEMP   PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM  PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PLAZO  PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CLA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-GAR    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-HIP    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-CUOTAS PIC X(100).
       01  NOMBRE-ARCHIVO-TEMP   PIC X(100).
       01  NOMBRE-ARCHIVO-ORIGEN PIC X(100).

       01  WS-NUMERO-PRESTAMO    PIC 9(06).
       01  WS-PRESTAMO-OK        PIC X(01) VALUE 'N'.
           88 PRESTAMO-OK        VALUE 'S'.

      *    Datos del préstamo original que pasan al nuevo.
       01  WS-CUENTA-PRESTAMO    PIC 9(08).
       01  WS-PF-GARANTIA        PIC 9(06) VALUE ZERO.
       01  WS-TIPO-PRESTAMO      PIC X(01) VALUE 'P'.
       01  WS-NUMERO-NUEVO       PIC 9(06) VALUE ZERO.

       01  WS-EOF-CUOTAS         PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CUOTAS VALUE 'Y'.
       01  WS-EOF-CLA            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CLA    VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).

      *    Plan original en memoria (hasta 120 cuotas, el máximo
      *    del alta), para marcar las impagas como refinanciadas.
       01  WS-TABLA-PLAN.
           05 WS-PLAN-CUOTA OCCURS 120 TIMES.
               10 WS-PL-NUMERO       PIC 9(03).
               10 WS-PL-FECHA-VENC   PIC 9(08).
               10 WS-PL-CAPITAL      PIC S9(12)V99.
               10 WS-PL-INTERES      PIC S9(12)V99.
               10 WS-PL-ESTADO       PIC X(01).
       01  WS-CANT-CUOTAS-PLAN   PIC 9(03) VALUE ZERO.
       01  WS-IDX-CUOTA          PIC 9(03).

      *    Deuda que se refinancia: capital pendiente de todo el
      *    plan, interés y punitorio de las cuotas vencidas.
       01  WS-CAPITAL-PENDIENTE  PIC S9(12)V99 VALUE ZERO.
       01  WS-INTERES-VENCIDO    PIC S9(12)V99 VALUE ZERO.
       01  WS-PUNITORIO-VENCIDO  PIC S9(12)V99 VALUE ZERO.
       01  WS-CUOTAS-VENCIDAS    PIC 9(03) VALUE ZERO.
       01  WS-IMPORTE-CUOTA      PIC S9(12)V99.
       01  WS-PUNITORIO-CUOTA    PIC S9(12)V99.
       01  WS-DIAS-CUOTA         PIC 9(05).
       01  WS-MAX-DIAS-ATRASO    PIC 9(05) VALUE ZERO.
       01  WS-CAPITALIZADO       PIC S9(12)V99 VALUE ZERO.

      *    Préstamo nuevo.
       01  WS-MONTO              PIC S9(12)V99.
       01  WS-CANT-CUOTAS        PIC 9(03).
       01  WS-TASA-PRESTAMO      PIC V9(04) VALUE 0.4500.
       01  WS-CONFIRMA           PIC X(01).
       01  WS-SITUACION          PIC 9(01) VALUE 1.
       01  WS-SITUACION-ATRASO   PIC 9(01) VALUE 1.
       01  WS-DNI-DEUDOR         PIC 9(08) VALUE ZERO.
       01  WS-SUCURSAL           PIC 9(03) VALUE ZERO.

      *    Armado del plan nuevo, igual que el alta de préstamo.
       01  WS-CAPITAL-CUOTA      PIC S9(12)V99.
       01  WS-SALDO-RESTANTE     PIC S9(12)V99.
       01  WS-INTERES-CUOTA      PIC S9(12)V99.
       01  WS-FECHA-CUOTA        PIC 9(08).
       01  WS-FECHA-VENC-HABIL   PIC 9(08).
       01  WS-TREINTA-DIAS       PIC 9(03) VALUE 030.

      *    Asiento del interés y punitorio capitalizados.
       01  WS-MONEDA-PESOS       PIC X(03) VALUE 'ARS'.
       01  WS-CONCEPTO-REFIN     PIC 9(03) VALUE 055.
       01  WS-OPERACION-DIRECTA  PIC X(01) VALUE 'G'.

       01  WS-MONTO-DISPLAY      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    Garantes del original, levantados antes de grabarlos
      *    con el número nuevo.
       01  WS-TABLA-GARANTES.
           05 WS-GARANTE OCCURS 10 TIMES.
               10 WS-GT-DNI          PIC 9(08).
               10 WS-GT-MONTO        PIC S9(12)V99.
               10 WS-GT-TIPO         PIC X(01).
       01  WS-CANT-GARANTES      PIC 9(02) VALUE ZERO.
       01  WS-IDX-GARANTE        PIC 9(02).
       01  WS-EOF-GAR            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-GAR    VALUE 'Y'.
       01  WS-GARANTES-ABIERTO   PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión.
       01  LK-OPERADOR           PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- REFINANCIACIÓN DE PRÉSTAMO EN MORA ----'.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 050-LEER-PARAMETROS.
           DISPLAY 'Número de préstamo: ' WITH NO ADVANCING.
           ACCEPT WS-NUMERO-PRESTAMO.
           PERFORM 100-BUSCAR-PRESTAMO.
           IF PRESTAMO-OK
               PERFORM 110-CARGAR-PLAN
               IF WS-CUOTAS-VENCIDAS = ZERO
                   DISPLAY '--> EL PRÉSTAMO NO TIENE CUOTAS '
                       'VENCIDAS IMPAGAS: NO CORRESPONDE '
                       'REFINANCIAR'
               ELSE
                   PERFORM 120-PROPONER-REFINANCIACION
               END-IF
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           050-LEER-PARAMETROS SECTION.
               OPEN INPUT ARCHIVO-PARAMETROS.
               IF WS-FILE-STATUS-PARAM = '00'
                   READ ARCHIVO-PARAMETROS
                   END-READ
                   IF PA-TASA-PRESTAMO NOT = ZERO
                       MOVE PA-TASA-PRESTAMO TO WS-TASA-PRESTAMO
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
                           IF PRESTAMO-VIGENTE OF REGISTRO-PRESTAMO
                               MOVE 'S' TO WS-PRESTAMO-OK
                               MOVE PR-CUENTA OF REGISTRO-PRESTAMO
                                   TO WS-CUENTA-PRESTAMO
                               MOVE PR-PF-GARANTIA
                                   OF REGISTRO-PRESTAMO
                                   TO WS-PF-GARANTIA
                               MOVE PR-TIPO OF REGISTRO-PRESTAMO
                                   TO WS-TIPO-PRESTAMO
                           ELSE
                               DISPLAY '--> EL PRÉSTAMO NO ESTÁ '
                                   'VIGENTE'
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF.

           110-CARGAR-PLAN SECTION.
               MOVE SPACES TO NOMBRE-ARCHIVO-ORIGEN.
               STRING
                   "prestamos/" DELIMITED BY SIZE
                   WS-NUMERO-PRESTAMO DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-ORIGEN
               END-STRING.
               MOVE NOMBRE-ARCHIVO-ORIGEN TO NOMBRE-ARCHIVO-CUOTAS.
               MOVE ZERO TO WS-CANT-CUOTAS-PLAN.
               MOVE ZERO TO WS-CAPITAL-PENDIENTE.
               MOVE ZERO TO WS-INTERES-VENCIDO.
               MOVE ZERO TO WS-PUNITORIO-VENCIDO.
               MOVE ZERO TO WS-CUOTAS-VENCIDAS.
               MOVE ZERO TO WS-MAX-DIAS-ATRASO.
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

      *    Toda cuota impaga aporta su capital; la vencida aporta
      *    además su interés y el punitorio corrido hasta hoy.
           115-CARGAR-UNA-CUOTA SECTION.
               IF WS-CANT-CUOTAS-PLAN < 120
                   ADD 1 TO WS-CANT-CUOTAS-PLAN
                   MOVE CUO-NUMERO OF REGISTRO-CUOTA
                       TO WS-PL-NUMERO (WS-CANT-CUOTAS-PLAN)
                   MOVE CUO-FECHA-VENC OF REGISTRO-CUOTA
                       TO WS-PL-FECHA-VENC (WS-CANT-CUOTAS-PLAN)
                   MOVE CUO-CAPITAL OF REGISTRO-CUOTA
                       TO WS-PL-CAPITAL (WS-CANT-CUOTAS-PLAN)
                   MOVE CUO-INTERES OF REGISTRO-CUOTA
                       TO WS-PL-INTERES (WS-CANT-CUOTAS-PLAN)
                   MOVE CUO-ESTADO OF REGISTRO-CUOTA
                       TO WS-PL-ESTADO (WS-CANT-CUOTAS-PLAN)
                   IF CUOTA-PENDIENTE OF REGISTRO-CUOTA
                       ADD CUO-CAPITAL OF REGISTRO-CUOTA
                           TO WS-CAPITAL-PENDIENTE
                       IF CUO-FECHA-VENC OF REGISTRO-CUOTA
                          < WS-FECHA-HOY
                           ADD 1 TO WS-CUOTAS-VENCIDAS
                           ADD CUO-INTERES OF REGISTRO-CUOTA
                               TO WS-INTERES-VENCIDO
                           COMPUTE WS-IMPORTE-CUOTA =
                               CUO-CAPITAL OF REGISTRO-CUOTA
                               + CUO-INTERES OF REGISTRO-CUOTA
                           CALL 'CALCULAR-PUNITORIO-CUOTA' USING
                               CUO-FECHA-VENC OF REGISTRO-CUOTA
                               WS-FECHA-HOY WS-IMPORTE-CUOTA
                               WS-DIAS-CUOTA WS-PUNITORIO-CUOTA
                           ADD WS-PUNITORIO-CUOTA
                               TO WS-PUNITORIO-VENCIDO
                           IF WS-DIAS-CUOTA > WS-MAX-DIAS-ATRASO
                               MOVE WS-DIAS-CUOTA
                                   TO WS-MAX-DIAS-ATRASO
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           120-PROPONER-REFINANCIACION SECTION.
               COMPUTE WS-CAPITALIZADO =
                   WS-INTERES-VENCIDO + WS-PUNITORIO-VENCIDO.
               COMPUTE WS-MONTO =
                   WS-CAPITAL-PENDIENTE + WS-CAPITALIZADO.
               DISPLAY '--> CUOTAS VENCIDAS IMPAGAS: '
                   WS-CUOTAS-VENCIDAS ', ATRASO MÁXIMO: '
                   WS-MAX-DIAS-ATRASO ' DÍAS'.
               MOVE WS-CAPITAL-PENDIENTE TO WS-MONTO-DISPLAY.
               DISPLAY '--> CAPITAL PENDIENTE:     ' WS-MONTO-DISPLAY.
               MOVE WS-INTERES-VENCIDO TO WS-MONTO-DISPLAY.
               DISPLAY '--> INTERÉS VENCIDO:       ' WS-MONTO-DISPLAY.
               MOVE WS-PUNITORIO-VENCIDO TO WS-MONTO-DISPLAY.
               DISPLAY '--> PUNITORIO CORRIDO:     ' WS-MONTO-DISPLAY.
               MOVE WS-MONTO TO WS-MONTO-DISPLAY.
               DISPLAY '--> MONTO A REFINANCIAR:   ' WS-MONTO-DISPLAY.
               DISPLAY 'Tasa nominal anual del refinanciado: '
                   WS-TASA-PRESTAMO.

               DISPLAY 'Cantidad de cuotas del plan nuevo (1-120): '
                   WITH NO ADVANCING.
               ACCEPT WS-CANT-CUOTAS.
               PERFORM UNTIL WS-CANT-CUOTAS >= 1
                   AND WS-CANT-CUOTAS <= 120
                   DISPLAY '--> CANTIDAD INVÁLIDA'
                   DISPLAY 'Cantidad de cuotas del plan nuevo '
                       '(1-120): ' WITH NO ADVANCING
                   ACCEPT WS-CANT-CUOTAS
               END-PERFORM.

               DISPLAY '¿Confirma la refinanciación? (S/N): '
                   WITH NO ADVANCING.
               ACCEPT WS-CONFIRMA.
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                   PERFORM 130-DETERMINAR-SITUACION
                   PERFORM 140-GRABAR-PRESTAMO-NUEVO
               ELSE
                   DISPLAY '--> OPERACIÓN CANCELADA'
               END-IF.

      *    Situación del deudor al refinanciar: la peor entre la
      *    última que le asignó la clasificación mensual y la que
      *    corresponde al atraso de este préstamo (mismos tramos
      *    que CLASIFICAR-DEUDORES).
           130-DETERMINAR-SITUACION SECTION.
               EVALUATE TRUE
                   WHEN WS-MAX-DIAS-ATRASO <= 31
                       MOVE 1 TO WS-SITUACION-ATRASO
                   WHEN WS-MAX-DIAS-ATRASO <= 90
                       MOVE 2 TO WS-SITUACION-ATRASO
                   WHEN WS-MAX-DIAS-ATRASO <= 180
                       MOVE 3 TO WS-SITUACION-ATRASO
                   WHEN WS-MAX-DIAS-ATRASO <= 365
                       MOVE 4 TO WS-SITUACION-ATRASO
                   WHEN OTHER
                       MOVE 5 TO WS-SITUACION-ATRASO
               END-EVALUATE.
               MOVE WS-SITUACION-ATRASO TO WS-SITUACION.

               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS-CTA = '00'
                   MOVE WS-CUENTA-PRESTAMO
                       TO CC-NUMERO-CUENTA OF RCC
                   READ ARCHIVO-CUENTAS
                       KEY IS CC-NUMERO-CUENTA OF RCC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CC-DNI-TITULAR OF RCC
                               TO WS-DNI-DEUDOR
                           MOVE CC-SUCURSAL OF RCC TO WS-SUCURSAL
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
               END-IF.
               IF WS-DNI-DEUDOR NOT = ZERO
                   PERFORM 135-ULTIMA-CLASIFICACION
               END-IF.
               DISPLAY '--> SITUACIÓN DEL DEUDOR AL REFINANCIAR: '
                   WS-SITUACION.

      *    La historia está ordenada por DNI y período: la última
      *    del DNI es la más reciente.
           135-ULTIMA-CLASIFICACION SECTION.
               MOVE 'N' TO WS-EOF-CLA.
               OPEN INPUT ARCHIVO-CLASIFICACIONES.
               IF WS-FILE-STATUS-CLA NOT = '00'
                   SET FIN-ARCHIVO-CLA TO TRUE
               ELSE
                   MOVE WS-DNI-DEUDOR
                       TO CLA-DNI OF REGISTRO-CLASIFICACION
                   MOVE ZERO TO CLA-PERIODO OF REGISTRO-CLASIFICACION
                   START ARCHIVO-CLASIFICACIONES
                       KEY IS GREATER THAN
                       CLA-CLAVE OF REGISTRO-CLASIFICACION
                       INVALID KEY
                           SET FIN-ARCHIVO-CLA TO TRUE
                   END-START
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-CLA
                   READ ARCHIVO-CLASIFICACIONES NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-CLA TO TRUE
                       NOT AT END
                           IF CLA-DNI OF REGISTRO-CLASIFICACION
                              NOT = WS-DNI-DEUDOR
                               SET FIN-ARCHIVO-CLA TO TRUE
                           ELSE
                               IF CLA-SITUACION
                                  OF REGISTRO-CLASIFICACION
                                  > WS-SITUACION-ATRASO
                                   MOVE CLA-SITUACION
                                       OF REGISTRO-CLASIFICACION
                                       TO WS-SITUACION
                               ELSE
                                   MOVE WS-SITUACION-ATRASO
                                       TO WS-SITUACION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-CLA = '00'
                  OR WS-FILE-STATUS-CLA = '10'
                   CLOSE ARCHIVO-CLASIFICACIONES
               END-IF.

      *    Primero el préstamo nuevo: si no se graba, el original
      *    queda como estaba.
           140-GRABAR-PRESTAMO-NUEVO SECTION.
               OPEN I-O ARCHIVO-PRESTAMOS.
               IF WS-FILE-STATUS-PRE NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PRÉSTAMOS'
               ELSE
                   PERFORM 145-ASIGNAR-NUMERO
                   MOVE WS-CUENTA-PRESTAMO
                       TO PR-CUENTA OF REGISTRO-PRESTAMO
                   MOVE WS-MONTO TO PR-MONTO OF REGISTRO-PRESTAMO
                   MOVE WS-TASA-PRESTAMO
                       TO PR-TASA OF REGISTRO-PRESTAMO
                   MOVE WS-CANT-CUOTAS
                       TO PR-CANT-CUOTAS OF REGISTRO-PRESTAMO
                   MOVE WS-FECHA-HOY
                       TO PR-FECHA-ALTA OF REGISTRO-PRESTAMO
                   MOVE 'V' TO PR-ESTADO OF REGISTRO-PRESTAMO
                   MOVE WS-PF-GARANTIA
                       TO PR-PF-GARANTIA OF REGISTRO-PRESTAMO
                   MOVE WS-NUMERO-PRESTAMO
                       TO PR-PRESTAMO-ORIGEN OF REGISTRO-PRESTAMO
                   MOVE 'S' TO PR-REFINANCIADO OF REGISTRO-PRESTAMO
                   MOVE WS-SITUACION
                       TO PR-SITUACION-REFIN OF REGISTRO-PRESTAMO
                   MOVE 'N' TO PR-EN-MORA OF REGISTRO-PRESTAMO
                   MOVE WS-TIPO-PRESTAMO
                       TO PR-TIPO OF REGISTRO-PRESTAMO
                   MOVE 'N' TO PR-EN-SINIESTRO OF REGISTRO-PRESTAMO
      *            El refinanciado sale a la tasa fija pactada.
                   MOVE 'N' TO PR-TASA-VARIABLE OF REGISTRO-PRESTAMO
                   MOVE SPACES
                       TO PR-INDICE-REFERENCIA OF REGISTRO-PRESTAMO
                   MOVE ZERO TO PR-SPREAD OF REGISTRO-PRESTAMO
                   MOVE ZERO TO PR-MESES-AJUSTE OF REGISTRO-PRESTAMO
                   MOVE ZERO
                       TO PR-FECHA-PROX-AJUSTE OF REGISTRO-PRESTAMO
                   MOVE ZERO TO PR-TEA OF REGISTRO-PRESTAMO
                   MOVE ZERO TO PR-CFT OF REGISTRO-PRESTAMO
                   MOVE ZERO
                       TO PR-GASTOS-OTORGAMIENTO OF REGISTRO-PRESTAMO

                   WRITE REGISTRO-PRESTAMO
                   IF WS-FILE-STATUS-PRE NOT = '00'
                       DISPLAY 'ERROR AL GRABAR EL PRÉSTAMO'
                       CLOSE ARCHIVO-PRESTAMOS
                   ELSE
                       MOVE PR-NUMERO OF REGISTRO-PRESTAMO
                           TO WS-NUMERO-NUEVO
                       PERFORM 160-DAR-DE-BAJA-ORIGINAL
                       CLOSE ARCHIVO-PRESTAMOS
                       PERFORM 150-GENERAR-PLAN-NUEVO
                       PERFORM 170-MARCAR-CUOTAS-ORIGINALES
                       IF WS-PF-GARANTIA NOT = ZERO
                           PERFORM 180-TRASLADAR-PRENDA
                       END-IF
                       PERFORM 190-TRASLADAR-GARANTES
                       IF WS-TIPO-PRESTAMO = 'H'
                           PERFORM 195-TRASLADAR-HIPOTECA
                       END-IF
                       IF WS-CAPITALIZADO > ZERO
                           CALL 'CONTABILIZAR-MOVIMIENTO' USING
                               WS-FECHA-HOY WS-SUCURSAL
                               WS-MONEDA-PESOS WS-CONCEPTO-REFIN
                               WS-OPERACION-DIRECTA WS-CAPITALIZADO
                       END-IF
                       DISPLAY '---> PRÉSTAMO REFINANCIADO, NÚMERO '
                           'NUEVO: ' WS-NUMERO-NUEVO
                   END-IF
               END-IF.

           145-ASIGNAR-NUMERO SECTION.
               OPEN I-O ARCHIVO-CONTADOR.
               IF WS-FILE-STATUS-CONTADOR = '35'
                   OPEN OUTPUT ARCHIVO-CONTADOR
                   MOVE ZERO TO CONTADOR-PRESTAMO
                   WRITE REGISTRO-CONTADOR
                   CLOSE ARCHIVO-CONTADOR
                   OPEN I-O ARCHIVO-CONTADOR
               END-IF.
               READ ARCHIVO-CONTADOR INTO REGISTRO-CONTADOR
               END-READ.
               ADD 1 TO CONTADOR-PRESTAMO.
               MOVE CONTADOR-PRESTAMO
                   TO PR-NUMERO OF REGISTRO-PRESTAMO.
               REWRITE REGISTRO-CONTADOR.
               CLOSE ARCHIVO-CONTADOR.

      *    Plan alemán del refinanciado, con el mismo armado que
      *    el alta de préstamo: capital constante, interés mensual
      *    sobre saldo, vencimientos cada 30 días corridos al
      *    próximo día hábil.
           150-GENERAR-PLAN-NUEVO SECTION.
               MOVE SPACES TO NOMBRE-ARCHIVO-CUOTAS.
               STRING
                   "prestamos/" DELIMITED BY SIZE
                   WS-NUMERO-NUEVO DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-CUOTAS
               END-STRING.

               COMPUTE WS-CAPITAL-CUOTA ROUNDED =
                   WS-MONTO / WS-CANT-CUOTAS.
               MOVE WS-MONTO TO WS-SALDO-RESTANTE.
               MOVE WS-FECHA-HOY TO WS-FECHA-CUOTA.

               OPEN OUTPUT ARCHIVO-CUOTAS.
               IF WS-FILE-STATUS-CUOTAS NOT = '00'
                   DISPLAY 'ERROR AL CREAR EL PLAN DE CUOTAS'
               ELSE
                   PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
                       UNTIL WS-IDX-CUOTA > WS-CANT-CUOTAS
                       CALL 'SUMAR-DIAS-FECHA' USING
                           WS-FECHA-CUOTA WS-TREINTA-DIAS
                       COMPUTE WS-INTERES-CUOTA ROUNDED =
                           WS-SALDO-RESTANTE
                           * WS-TASA-PRESTAMO / 12
                       MOVE WS-IDX-CUOTA
                           TO CUO-NUMERO OF REGISTRO-CUOTA
                       MOVE WS-FECHA-CUOTA TO WS-FECHA-VENC-HABIL
                       CALL 'PROXIMO-DIA-HABIL' USING
                           WS-FECHA-VENC-HABIL
                       MOVE WS-FECHA-VENC-HABIL
                           TO CUO-FECHA-VENC OF REGISTRO-CUOTA
                       IF WS-IDX-CUOTA = WS-CANT-CUOTAS
                           MOVE WS-SALDO-RESTANTE
                               TO CUO-CAPITAL OF REGISTRO-CUOTA
                       ELSE
                           MOVE WS-CAPITAL-CUOTA
                               TO CUO-CAPITAL OF REGISTRO-CUOTA
                       END-IF
                       MOVE WS-INTERES-CUOTA
                           TO CUO-INTERES OF REGISTRO-CUOTA
                       MOVE 'P' TO CUO-ESTADO OF REGISTRO-CUOTA
                       WRITE REGISTRO-CUOTA
                       SUBTRACT CUO-CAPITAL OF REGISTRO-CUOTA
                           FROM WS-SALDO-RESTANTE
                   END-PERFORM
                   CLOSE ARCHIVO-CUOTAS
               END-IF.

      *    El original sale de la cartera vigente con estado 'R':
      *    ni el cobro de cuotas ni la mora lo vuelven a tomar.
           160-DAR-DE-BAJA-ORIGINAL SECTION.
               MOVE WS-NUMERO-PRESTAMO
                   TO PR-NUMERO OF REGISTRO-PRESTAMO.
               READ ARCHIVO-PRESTAMOS
                   KEY IS PR-NUMERO OF REGISTRO-PRESTAMO
                   INVALID KEY
                       DISPLAY 'ERROR AL DAR DE BAJA EL PRÉSTAMO '
                           'ORIGINAL'
                   NOT INVALID KEY
                       MOVE 'R' TO PR-ESTADO OF REGISTRO-PRESTAMO
                       REWRITE REGISTRO-PRESTAMO
               END-READ.

      *    Las cuotas impagas del original quedan marcadas como
      *    refinanciadas, con el mismo esquema de archivo temporal
      *    más renombre que la cancelación anticipada.
           170-MARCAR-CUOTAS-ORIGINALES SECTION.
               MOVE SPACES TO NOMBRE-ARCHIVO-TEMP.
               STRING
                   "prestamos/" DELIMITED BY SIZE
                   WS-NUMERO-PRESTAMO DELIMITED BY SIZE
                   ".tmp" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-TEMP
               END-STRING.
               OPEN OUTPUT ARCHIVO-TEMP.
               IF WS-FILE-STATUS-TEMP NOT = '00'
                   DISPLAY 'ERROR AL REESCRIBIR EL PLAN ORIGINAL'
               ELSE
                   PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
                       UNTIL WS-IDX-CUOTA > WS-CANT-CUOTAS-PLAN
                       IF WS-PL-ESTADO (WS-IDX-CUOTA) = 'P'
                           MOVE 'R' TO WS-PL-ESTADO (WS-IDX-CUOTA)
                       END-IF
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
                       NOMBRE-ARCHIVO-ORIGEN
                   CALL 'CBL_RENAME_FILE' USING
                       NOMBRE-ARCHIVO-TEMP NOMBRE-ARCHIVO-ORIGEN
               END-IF.

      *    La prenda sigue garantizando la misma deuda, ahora en
      *    el préstamo nuevo.
           180-TRASLADAR-PRENDA SECTION.
               OPEN I-O ARCHIVO-PLAZOS.
               IF WS-FILE-STATUS-PLAZO = '00'
                   MOVE WS-PF-GARANTIA
                       TO PF-NUMERO OF REGISTRO-PLAZO
                   READ ARCHIVO-PLAZOS
                       KEY IS PF-NUMERO OF REGISTRO-PLAZO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-NUMERO-NUEVO
                               TO PF-PRESTAMO-PRENDA
                               OF REGISTRO-PLAZO
                           REWRITE REGISTRO-PLAZO
                           DISPLAY '--> PRENDA TRASLADADA AL '
                               'PRÉSTAMO NUEVO SOBRE EL PF '
                               PF-NUMERO OF REGISTRO-PLAZO
                   END-READ
                   CLOSE ARCHIVO-PLAZOS
               END-IF.

      *    Los garantes siguen respondiendo por la misma deuda,
      *    ahora en el préstamo nuevo, con el mismo tope.
           190-TRASLADAR-GARANTES SECTION.
               MOVE ZERO TO WS-CANT-GARANTES.
               MOVE 'N' TO WS-EOF-GAR.
               MOVE 'N' TO WS-GARANTES-ABIERTO.
               OPEN I-O ARCHIVO-GARANTES.
               IF WS-FILE-STATUS-GAR NOT = '00'
                   SET FIN-ARCHIVO-GAR TO TRUE
               ELSE
                   MOVE 'S' TO WS-GARANTES-ABIERTO
                   MOVE WS-NUMERO-PRESTAMO
                       TO GA-PRESTAMO OF REGISTRO-GARANTE
                   MOVE ZERO TO GA-DNI OF REGISTRO-GARANTE
                   START ARCHIVO-GARANTES
                       KEY IS >= GA-CLAVE OF REGISTRO-GARANTE
                       INVALID KEY
                           SET FIN-ARCHIVO-GAR TO TRUE
                   END-START
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-GAR
                   READ ARCHIVO-GARANTES NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-GAR TO TRUE
                       NOT AT END
                           IF GA-PRESTAMO OF REGISTRO-GARANTE
                              NOT = WS-NUMERO-PRESTAMO
                              OR WS-CANT-GARANTES = 10
                               SET FIN-ARCHIVO-GAR TO TRUE
                           ELSE
                               ADD 1 TO WS-CANT-GARANTES
                               MOVE GA-DNI OF REGISTRO-GARANTE
                                   TO WS-GT-DNI (WS-CANT-GARANTES)
                               MOVE GA-MONTO-GARANTIZADO
                                   OF REGISTRO-GARANTE
                                   TO WS-GT-MONTO (WS-CANT-GARANTES)
                               MOVE GA-TIPO OF REGISTRO-GARANTE
                                   TO WS-GT-TIPO (WS-CANT-GARANTES)
                           END-IF
                   END-READ
               END-PERFORM.
               PERFORM VARYING WS-IDX-GARANTE FROM 1 BY 1
                   UNTIL WS-IDX-GARANTE > WS-CANT-GARANTES
                   MOVE WS-NUMERO-NUEVO
                       TO GA-PRESTAMO OF REGISTRO-GARANTE
                   MOVE WS-GT-DNI (WS-IDX-GARANTE)
                       TO GA-DNI OF REGISTRO-GARANTE
                   MOVE WS-GT-MONTO (WS-IDX-GARANTE)
                       TO GA-MONTO-GARANTIZADO OF REGISTRO-GARANTE
                   MOVE WS-FECHA-HOY
                       TO GA-FECHA-ALTA OF REGISTRO-GARANTE
                   MOVE WS-GT-TIPO (WS-IDX-GARANTE)
                       TO GA-TIPO OF REGISTRO-GARANTE
                   WRITE REGISTRO-GARANTE
               END-PERFORM.
               IF WS-GARANTES-ABIERTO = 'S'
                   CLOSE ARCHIVO-GARANTES
               END-IF.
               IF WS-CANT-GARANTES > ZERO
                   DISPLAY '--> GARANTES TRASLADADOS AL PRÉSTAMO '
                       'NUEVO: ' WS-CANT-GARANTES
               END-IF.

      *    La hipoteca se vuelve a grabar con el número del
      *    préstamo nuevo: el inmueble sigue gravado por la misma
      *    deuda refinanciada.
           195-TRASLADAR-HIPOTECA SECTION.
               OPEN I-O ARCHIVO-HIPOTECAS.
               IF WS-FILE-STATUS-HIP NOT = '00'
                   DISPLAY '--> NO SE PUDO TRASLADAR LA HIPOTECA'
               ELSE
                   MOVE WS-NUMERO-PRESTAMO
                       TO HI-PRESTAMO OF REGISTRO-HIPOTECA
                   READ ARCHIVO-HIPOTECAS
                       KEY IS HI-PRESTAMO OF REGISTRO-HIPOTECA
                       INVALID KEY
                           DISPLAY '--> NO SE PUDO TRASLADAR LA '
                               'HIPOTECA'
                       NOT INVALID KEY
                           DELETE ARCHIVO-HIPOTECAS
                           MOVE WS-NUMERO-NUEVO
                               TO HI-PRESTAMO OF REGISTRO-HIPOTECA
                           WRITE REGISTRO-HIPOTECA
                           DISPLAY '--> HIPOTECA TRASLADADA AL '
                               'PRÉSTAMO NUEVO'
                   END-READ
                   CLOSE ARCHIVO-HIPOTECAS
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
