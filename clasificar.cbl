      * Batch mensual de clasificación de deudores: junta por DNI
      * la mora de préstamos (cuotas impagas vencidas del plan de
      * cada préstamo vigente) y la antigüedad del descubierto en
      * cuentas (historia de saldos diarios), la deuda de tarjetas
      * de crédito (atrasada desde el primer resumen vencido sin
      * cubrir el pago mínimo), asigna la situación 1 a 5 según
      * los días de atraso de la peor deuda, guarda la historia en
      * clasificaciones.dat (un registro por deudor y período) y
      * escribe el archivo de presentación a la central de
      * deudores. Días de atraso con la misma aritmética 30/360
      * del reporte de mora. Un deudor con un préstamo
      * refinanciado que todavía no pagó PA-CUOTAS-RECATEGORIZAR
      * cuotas no puede quedar mejor que la situación que tenía al
      * refinanciar (PR-SITUACION-REFIN), aunque esté al día; la
      * historia y la presentación lo informan como refinanciado.
      * Los préstamos castigados con saldo a recuperar se siguen
      * informando, con el atraso corrido desde su mora. Los
      * garantes y codeudores de préstamos vigentes (garantes.dat)
      * reciben como riesgo contingente lo que garantizan, hasta
      * el saldo pendiente del préstamo, en la historia y en la
      * presentación; ese riesgo no mueve su situación.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CLA-CLAVE OF REGISTRO-CLASIFICACION
               FILE STATUS IS WS-FILE-STATUS-CLA.

      *    Cuotas pagas exigidas para recategorizar a un
      *    refinanciado.
           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PARAM.

           SELECT ARCHIVO-CUENTAS-TARJETA
               ASSIGN TO 'cuentas_tarjeta.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-NUMERO OF REGISTRO-CUENTA-TARJETA
               FILE STATUS IS WS-FILE-STATUS-TC.

      *    Registro de préstamos castigados.
           SELECT ARCHIVO-CASTIGOS ASSIGN TO 'castigos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-PRESTAMO OF REGISTRO-CASTIGO
               FILE STATUS IS WS-FILE-STATUS-CAS.

      *    Garantes y codeudores de los préstamos.
           SELECT ARCHIVO-GARANTES ASSIGN TO 'garantes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-CLAVE OF REGISTRO-GARANTE
               FILE STATUS IS WS-FILE-STATUS-GAR.

      *    Archivo de presentación de formato fijo para la central
      *    de deudores.
           SELECT ARCHIVO-EXPORTACION
           01 REGISTRO-CLASIFICACION.
               COPY "clasificacion.cpy".

       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       FD  ARCHIVO-CUENTAS-TARJETA.
           01 REGISTRO-CUENTA-TARJETA.
               COPY "tarjetacredito.cpy".

       FD  ARCHIVO-CASTIGOS.
           01 REGISTRO-CASTIGO.
               COPY "castigo.cpy".

       FD  ARCHIVO-GARANTES.
           01 REGISTRO-GARANTE.
               COPY "garante.cpy".

       FD  ARCHIVO-EXPORTACION.
           01  LINEA-EXPORTACION.
               05  EX-DNI             PIC 9(08).
               05  EX-SITUACION       PIC 9(01).
               05  EX-DIAS-ATRASO     PIC 9(05).
               05  EX-DEUDA           PIC 9(14)V99.
               05  EX-REFINANCIADO    PIC X(01).
               05  EX-CONTINGENTE     PIC 9(14)V99.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-SDI    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CLA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-EXP    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-TC     PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM  PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CAS    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-GAR    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-CUOTAS PIC X(100).
       01  NOMBRE-ARCHIVO-EXPORT PIC X(100).

           88 FIN-ARCHIVO-CTA    VALUE 'Y'.
       01  WS-EOF-SDI            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-SDI    VALUE 'Y'.
       01  WS-EOF-TC             PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-TC     VALUE 'Y'.
       01  WS-EOF-CAS            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CAS    VALUE 'Y'.
       01  WS-EOF-GAR            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-GAR    VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-HOY.
               10 WS-DE-DNI          PIC 9(08).
               10 WS-DE-DIAS         PIC S9(05).
               10 WS-DE-DEUDA        PIC S9(14)V99.
      *        Piso de situación por refinanciación (cero = sin
      *        piso).
               10 WS-DE-SIT-MINIMA   PIC 9(01).
      *        Riesgo como garante de préstamos de terceros.
               10 WS-DE-CONTINGENTE  PIC S9(14)V99.
       01  WS-CANT-DEUDORES      PIC 9(03) VALUE ZERO.
       01  WS-IDX-DEUDOR         PIC 9(03).
       01  WS-DEUDOR-HALLADO     PIC X(01).

       01  WS-SITUACION          PIC 9(01).

      *    Refinanciados: cuotas pagas del plan del préstamo en
      *    curso, capital de sus cuotas a vencer y las cuotas que
      *    exige el régimen para recategorizar.
       01  WS-CUOTAS-PAGADAS     PIC 9(03).
       01  WS-CAPITAL-A-VENCER   PIC S9(14)V99.
       01  WS-CUOTAS-RECATEGORIZAR PIC 9(02) VALUE 3.
       01  WS-CLA-EXISTE         PIC X(01).

      *    Garantes: saldo pendiente del préstamo en curso (capital
      *    de las cuotas impagas más el interés de las vencidas) y
      *    lo que le toca a cada garante.
       01  WS-SALDO-PRESTAMO     PIC S9(14)V99.
       01  WS-CONTINGENTE        PIC S9(14)V99.
       01  WS-CANT-EXPORTADOS    PIC 9(03) VALUE ZERO.

      *    Contadores de la corrida publicados para el registro de
           DISPLAY '---- CLASIFICACIÓN DE DEUDORES ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           COMPUTE WS-PERIODO = WS-FECHA-HOY / 100.
           PERFORM 050-LEER-PARAMETROS.
           PERFORM 100-RELEVAR-PRESTAMOS.
           PERFORM 200-RELEVAR-DESCUBIERTOS.
           PERFORM 250-RELEVAR-TARJETAS.
           PERFORM 270-RELEVAR-CASTIGOS.
           PERFORM 300-CLASIFICAR-Y-EXPORTAR.
           DISPLAY '---- DEUDORES CLASIFICADOS: '
               WS-CANT-EXPORTADOS.
           MOVE WS-CANT-EXPORTADOS TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           050-LEER-PARAMETROS SECTION.
               OPEN INPUT ARCHIVO-PARAMETROS.
               IF WS-FILE-STATUS-PARAM = '00'
                   READ ARCHIVO-PARAMETROS
                   END-READ
                   IF PA-CUOTAS-RECATEGORIZAR NUMERIC
                      AND PA-CUOTAS-RECATEGORIZAR NOT = ZERO
                       MOVE PA-CUOTAS-RECATEGORIZAR
                           TO WS-CUOTAS-RECATEGORIZAR
                   END-IF
                   CLOSE ARCHIVO-PARAMETROS
               END-IF.

           100-RELEVAR-PRESTAMOS SECTION.
               MOVE 'N' TO WS-EOF-PRE.
               OPEN INPUT ARCHIVO-PRESTAMOS.
                   INTO NOMBRE-ARCHIVO-CUOTAS
               END-STRING.
               MOVE 'N' TO WS-EOF-CUO.
               MOVE ZERO TO WS-CUOTAS-PAGADAS.
               MOVE ZERO TO WS-CAPITAL-A-VENCER.
               MOVE ZERO TO WS-SALDO-PRESTAMO.
               OPEN INPUT ARCHIVO-CUOTAS.
               IF WS-FILE-STATUS-CUO NOT = '00'
                   SET FIN-ARCHIVO-CUO TO TRUE
                       AT END
                           SET FIN-ARCHIVO-CUO TO TRUE
                       NOT AT END
                           IF CUOTA-PENDIENTE OF REGISTRO-CUOTA
                               ADD CUO-CAPITAL OF REGISTRO-CUOTA
                                   TO WS-SALDO-PRESTAMO
                           END-IF
                           IF CUOTA-PENDIENTE OF REGISTRO-CUOTA
                              AND CUO-FECHA-VENC OF REGISTRO-CUOTA
                                  < WS-FECHA-HOY
                               COMPUTE WS-DEUDA =
                                   CUO-CAPITAL OF REGISTRO-CUOTA
                                   + CUO-INTERES OF REGISTRO-CUOTA
                               ADD CUO-INTERES OF REGISTRO-CUOTA
                                   TO WS-SALDO-PRESTAMO
                               PERFORM 140-ACUMULAR-DEUDOR
                           ELSE
                               PERFORM 125-CONTAR-CUOTA-REFIN
                           END-IF
                   END-READ
               END-PERFORM.
                  OR WS-FILE-STATUS-CUO = '10'
                   CLOSE ARCHIVO-CUOTAS
               END-IF.
               IF PRESTAMO-REFINANCIADO OF REGISTRO-PRESTAMO
                  AND WS-CUOTAS-PAGADAS < WS-CUOTAS-RECATEGORIZAR
                   PERFORM 150-APLICAR-PISO-REFIN
               END-IF.
               IF WS-SALDO-PRESTAMO > ZERO
                   PERFORM 160-RELEVAR-GARANTES
               END-IF.

      *    Cuotas no vencidas de un refinanciado: las pagas
      *    cuentan para recategorizar y el capital a vencer se
      *    informa como deuda mientras rige el piso.
           125-CONTAR-CUOTA-REFIN SECTION.
               IF PRESTAMO-REFINANCIADO OF REGISTRO-PRESTAMO
                   IF CUOTA-COBRADA OF REGISTRO-CUOTA
                       ADD 1 TO WS-CUOTAS-PAGADAS
                   END-IF
                   IF CUOTA-PENDIENTE OF REGISTRO-CUOTA
                       ADD CUO-CAPITAL OF REGISTRO-CUOTA
                           TO WS-CAPITAL-A-VENCER
                   END-IF
               END-IF.

      *    Días de atraso contra la fecha de referencia, con la
      *    aritmética 30/360 del reporte de mora.
                       TO WS-DE-DIAS (WS-CANT-DEUDORES)
                   MOVE WS-DEUDA
                       TO WS-DE-DEUDA (WS-CANT-DEUDORES)
                   MOVE ZERO TO WS-DE-SIT-MINIMA (WS-CANT-DEUDORES)
                   MOVE ZERO
                       TO WS-DE-CONTINGENTE (WS-CANT-DEUDORES)
               END-IF.

      *    Refinanciado sin las cuotas pagas que exige el régimen:
      *    el deudor entra en la clasificación aunque esté al día
      *    y su situación no baja de la que tenía al refinanciar.
           150-APLICAR-PISO-REFIN SECTION.
               MOVE ZERO TO WS-DIAS-ATRASO.
               MOVE WS-CAPITAL-A-VENCER TO WS-DEUDA.
               PERFORM 140-ACUMULAR-DEUDOR.
               PERFORM VARYING WS-IDX-DEUDOR FROM 1 BY 1
                   UNTIL WS-IDX-DEUDOR > WS-CANT-DEUDORES
                   IF WS-DE-DNI (WS-IDX-DEUDOR) = WS-DNI-DEUDOR
                      AND WS-DE-SIT-MINIMA (WS-IDX-DEUDOR)
                          < PR-SITUACION-REFIN OF REGISTRO-PRESTAMO
                       MOVE PR-SITUACION-REFIN OF REGISTRO-PRESTAMO
                           TO WS-DE-SIT-MINIMA (WS-IDX-DEUDOR)
                   END-IF
               END-PERFORM.

      *    Cada garante o codeudor del préstamo toma como riesgo
      *    contingente lo que garantiza, sin pasar del saldo
      *    pendiente.
           160-RELEVAR-GARANTES SECTION.
               MOVE 'N' TO WS-EOF-GAR.
               OPEN INPUT ARCHIVO-GARANTES.
               IF WS-FILE-STATUS-GAR NOT = '00'
                   SET FIN-ARCHIVO-GAR TO TRUE
               ELSE
                   MOVE PR-NUMERO OF REGISTRO-PRESTAMO
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
                              NOT = PR-NUMERO OF REGISTRO-PRESTAMO
                               SET FIN-ARCHIVO-GAR TO TRUE
                           ELSE
                               PERFORM 170-ACUMULAR-CONTINGENTE
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-GAR = '00'
                  OR WS-FILE-STATUS-GAR = '10'
                   CLOSE ARCHIVO-GARANTES
               END-IF.

      *    El garante que no es deudor entra en la tabla sin deuda
      *    ni atraso propios.
           170-ACUMULAR-CONTINGENTE SECTION.
               IF GA-MONTO-GARANTIZADO OF REGISTRO-GARANTE
                  < WS-SALDO-PRESTAMO
                   MOVE GA-MONTO-GARANTIZADO OF REGISTRO-GARANTE
                       TO WS-CONTINGENTE
               ELSE
                   MOVE WS-SALDO-PRESTAMO TO WS-CONTINGENTE
               END-IF.
               MOVE 'N' TO WS-DEUDOR-HALLADO.
               PERFORM VARYING WS-IDX-DEUDOR FROM 1 BY 1
                   UNTIL WS-IDX-DEUDOR > WS-CANT-DEUDORES
                   OR WS-DEUDOR-HALLADO = 'S'
                   IF WS-DE-DNI (WS-IDX-DEUDOR)
                      = GA-DNI OF REGISTRO-GARANTE
                       MOVE 'S' TO WS-DEUDOR-HALLADO
                       ADD WS-CONTINGENTE
                           TO WS-DE-CONTINGENTE (WS-IDX-DEUDOR)
                   END-IF
               END-PERFORM.
               IF WS-DEUDOR-HALLADO NOT = 'S'
                  AND WS-CANT-DEUDORES < 500
                   ADD 1 TO WS-CANT-DEUDORES
                   MOVE GA-DNI OF REGISTRO-GARANTE
                       TO WS-DE-DNI (WS-CANT-DEUDORES)
                   MOVE ZERO TO WS-DE-DIAS (WS-CANT-DEUDORES)
                   MOVE ZERO TO WS-DE-DEUDA (WS-CANT-DEUDORES)
                   MOVE ZERO TO WS-DE-SIT-MINIMA (WS-CANT-DEUDORES)
                   MOVE WS-CONTINGENTE
                       TO WS-DE-CONTINGENTE (WS-CANT-DEUDORES)
               END-IF.

      *    Descubiertos: cada cuenta con saldo negativo aporta su
                   CLOSE ARCHIVO-SALDOS-DIARIOS
               END-IF.

      *    Tarjetas de crédito: cada cuenta tarjeta con deuda la
      *    suma al DNI del titular; el atraso corre desde el
      *    vencimiento del primer resumen impago y es cero si la
      *    cuenta está al día.
           250-RELEVAR-TARJETAS SECTION.
               MOVE 'N' TO WS-EOF-TC.
               OPEN INPUT ARCHIVO-CUENTAS-TARJETA.
               IF WS-FILE-STATUS-TC NOT = '00'
                   SET FIN-ARCHIVO-TC TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-TC
                   READ ARCHIVO-CUENTAS-TARJETA NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-TC TO TRUE
                       NOT AT END
                           IF TC-SALDO-DEUDOR
                              OF REGISTRO-CUENTA-TARJETA > ZERO
                               PERFORM 260-RELEVAR-UNA-TARJETA
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-TC = '00' OR WS-FILE-STATUS-TC = '10'
                   CLOSE ARCHIVO-CUENTAS-TARJETA
               END-IF.

           260-RELEVAR-UNA-TARJETA SECTION.
               IF TC-FECHA-IMPAGO OF REGISTRO-CUENTA-TARJETA
                  NOT = ZERO
                   MOVE TC-FECHA-IMPAGO OF REGISTRO-CUENTA-TARJETA
                       TO WS-FECHA-REF
                   PERFORM 130-CALCULAR-ATRASO
               ELSE
                   MOVE ZERO TO WS-DIAS-ATRASO
               END-IF.
               MOVE TC-DNI-TITULAR OF REGISTRO-CUENTA-TARJETA
                   TO WS-DNI-DEUDOR.
               MOVE TC-SALDO-DEUDOR OF REGISTRO-CUENTA-TARJETA
                   TO WS-DEUDA.
               PERFORM 140-ACUMULAR-DEUDOR.

      *    Castigados: el saldo a recuperar sigue siendo deuda del
      *    DNI, con el atraso desde la cuota impaga más antigua.
           270-RELEVAR-CASTIGOS SECTION.
               MOVE 'N' TO WS-EOF-CAS.
               OPEN INPUT ARCHIVO-CASTIGOS.
               IF WS-FILE-STATUS-CAS NOT = '00'
                   SET FIN-ARCHIVO-CAS TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-CAS
                   READ ARCHIVO-CASTIGOS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-CAS TO TRUE
                       NOT AT END
                           IF CASTIGO-PENDIENTE OF REGISTRO-CASTIGO
                               PERFORM 280-RELEVAR-UN-CASTIGO
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-CAS = '00'
                  OR WS-FILE-STATUS-CAS = '10'
                   CLOSE ARCHIVO-CASTIGOS
               END-IF.

           280-RELEVAR-UN-CASTIGO SECTION.
               MOVE CA-FECHA-MORA OF REGISTRO-CASTIGO
                   TO WS-FECHA-REF.
               PERFORM 130-CALCULAR-ATRASO.
               MOVE CA-DNI OF REGISTRO-CASTIGO TO WS-DNI-DEUDOR.
               COMPUTE WS-DEUDA =
                   CA-CAPITAL-CASTIGADO OF REGISTRO-CASTIGO
                   + CA-INTERES-VENCIDO OF REGISTRO-CASTIGO
                   - CA-TOTAL-RECUPERADO OF REGISTRO-CASTIGO.
               PERFORM 140-ACUMULAR-DEUDOR.

      *    Situación por días de atraso de la peor deuda, historia
      *    en clasificaciones.dat y archivo de presentación.
           300-CLASIFICAR-Y-EXPORTAR SECTION.
                   WHEN OTHER
                       MOVE 5 TO WS-SITUACION
               END-EVALUATE.
               IF WS-SITUACION < WS-DE-SIT-MINIMA (WS-IDX-DEUDOR)
                   MOVE WS-DE-SIT-MINIMA (WS-IDX-DEUDOR)
                       TO WS-SITUACION
               END-IF.
               PERFORM 320-GRABAR-HISTORIA.
               MOVE WS-DE-DNI (WS-IDX-DEUDOR) TO EX-DNI.
               MOVE WS-SITUACION TO EX-SITUACION.
               MOVE WS-DE-DIAS (WS-IDX-DEUDOR) TO EX-DIAS-ATRASO.
               MOVE WS-DE-DEUDA (WS-IDX-DEUDOR) TO EX-DEUDA.
               IF WS-DE-SIT-MINIMA (WS-IDX-DEUDOR) > ZERO
                   MOVE 'S' TO EX-REFINANCIADO
               ELSE
                   MOVE 'N' TO EX-REFINANCIADO
               END-IF.
               MOVE WS-DE-CONTINGENTE (WS-IDX-DEUDOR)
                   TO EX-CONTINGENTE.
               WRITE LINEA-EXPORTACION.
               ADD 1 TO WS-CANT-EXPORTADOS.

                       TO CLA-DIAS-ATRASO OF REGISTRO-CLASIFICACION
                   MOVE WS-DE-DEUDA (WS-IDX-DEUDOR)
                       TO CLA-DEUDA-TOTAL OF REGISTRO-CLASIFICACION
                   IF WS-DE-SIT-MINIMA (WS-IDX-DEUDOR) > ZERO
                       MOVE 'S' TO CLA-REFINANCIADO
                           OF REGISTRO-CLASIFICACION
                   ELSE
                       MOVE 'N' TO CLA-REFINANCIADO
                           OF REGISTRO-CLASIFICACION
                   END-IF
                   MOVE WS-DE-CONTINGENTE (WS-IDX-DEUDOR)
                       TO CLA-DEUDA-CONTINGENTE
                       OF REGISTRO-CLASIFICACION
                   IF WS-CLA-EXISTE = 'S'
                       REWRITE REGISTRO-CLASIFICACION
                   ELSE
