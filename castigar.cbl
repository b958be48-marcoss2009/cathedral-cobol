       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASTIGAR-PRESTAMOS.
       AUTHOR. MARCOS MUÑOZ.

      * Batch mensual de castigo de préstamos, a correr después de
      * CLASIFICAR-DEUDORES: recorre los préstamos vigentes y, para
      * cada uno cuyo deudor lleva PA-MESES-CASTIGO clasificaciones
      * seguidas en situación 5 (irrecuperable), lo pasa a estado
      * castigado, da de baja su capital pendiente del activo de
      * préstamos contra el cargo por incobrabilidad (asiento
      * directo por CONTABILIZAR-MOVIMIENTO) y lo deja en el
      * registro de castigados (castigos.dat), donde se imputan los
      * recuperos posteriores. Un préstamo con plazo fijo en prenda
      * no se castiga: primero se ejecuta la garantía.

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
               FILE STATUS IS WS-FILE-STATUS-CUO.

           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS-CTA.

           SELECT ARCHIVO-CLASIFICACIONES
               ASSIGN TO 'clasificaciones.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLA-CLAVE OF REGISTRO-CLASIFICACION
               FILE STATUS IS WS-FILE-STATUS-CLA.

           SELECT ARCHIVO-CASTIGOS ASSIGN TO 'castigos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-PRESTAMO OF REGISTRO-CASTIGO
               FILE STATUS IS WS-FILE-STATUS-CAS.

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

       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-CLASIFICACIONES.
           01 REGISTRO-CLASIFICACION.
               COPY "clasificacion.cpy".

       FD  ARCHIVO-CASTIGOS.
           01 REGISTRO-CASTIGO.
               COPY "castigo.cpy".

       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-PRE    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CUO    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CLA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CAS    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM  PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-CUOTAS PIC X(100).

       01  WS-EOF-PRE            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-PRE    VALUE 'Y'.
       01  WS-EOF-CUO            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CUO    VALUE 'Y'.
       01  WS-EOF-CLA            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CLA    VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-MESES-CASTIGO      PIC 9(02) VALUE 12.

      *    Deudor del préstamo en curso y sus meses seguidos en
      *    situación 5, contados desde la clasificación más
      *    reciente hacia atrás.
       01  WS-DNI-DEUDOR         PIC 9(08).
       01  WS-SUCURSAL           PIC 9(03).
       01  WS-MESES-IRRECUPERABLE PIC 9(03).

      *    Deuda del plan que se castiga.
       01  WS-CAPITAL-PENDIENTE  PIC S9(12)V99.
       01  WS-INTERES-VENCIDO    PIC S9(12)V99.
       01  WS-FECHA-MORA         PIC 9(08).

       01  WS-MONEDA-PESOS       PIC X(03) VALUE 'ARS'.
       01  WS-CONCEPTO-CASTIGO   PIC 9(03) VALUE 056.
       01  WS-OPERACION-DIRECTA  PIC X(01) VALUE 'G'.

       01  WS-CANT-PRESTAMOS     PIC 9(06) VALUE ZERO.
       01  WS-CANT-CASTIGADOS    PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-CASTIGADO    PIC S9(14)V99 VALUE ZERO.
       01  WS-MONTO-DISPLAY      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna.
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- CASTIGO DE PRÉSTAMOS IRRECUPERABLES ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           CALL 'RESPALDAR-DATOS-BATCH'.
           PERFORM 050-LEER-PARAMETROS.
           PERFORM 100-PROCESAR-PRESTAMOS.
           DISPLAY '---- PRÉSTAMOS VIGENTES REVISADOS: '
               WS-CANT-PRESTAMOS.
           DISPLAY '---- PRÉSTAMOS CASTIGADOS: ' WS-CANT-CASTIGADOS.
           MOVE WS-TOTAL-CASTIGADO TO WS-MONTO-DISPLAY.
           DISPLAY '---- CAPITAL CASTIGADO: ' WS-MONTO-DISPLAY.
           MOVE WS-CANT-PRESTAMOS TO CB-PROCESADOS.
           MOVE WS-CANT-CASTIGADOS TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           050-LEER-PARAMETROS SECTION.
               OPEN INPUT ARCHIVO-PARAMETROS.
               IF WS-FILE-STATUS-PARAM = '00'
                   READ ARCHIVO-PARAMETROS
                   END-READ
                   IF PA-MESES-CASTIGO NUMERIC
                      AND PA-MESES-CASTIGO NOT = ZERO
                       MOVE PA-MESES-CASTIGO TO WS-MESES-CASTIGO
                   END-IF
                   CLOSE ARCHIVO-PARAMETROS
               END-IF.

           100-PROCESAR-PRESTAMOS SECTION.
               OPEN I-O ARCHIVO-PRESTAMOS.
               IF WS-FILE-STATUS-PRE = '35'
                   DISPLAY '--> SIN PRÉSTAMOS REGISTRADOS'
               ELSE
               IF WS-FILE-STATUS-PRE NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PRÉSTAMOS'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN I-O ARCHIVO-CASTIGOS
                   IF WS-FILE-STATUS-CAS = '35'
                       OPEN OUTPUT ARCHIVO-CASTIGOS
                       CLOSE ARCHIVO-CASTIGOS
                       OPEN I-O ARCHIVO-CASTIGOS
                   END-IF
                   IF WS-FILE-STATUS-CAS NOT = '00'
                       DISPLAY 'ERROR AL ABRIR EL REGISTRO DE '
                           'CASTIGOS'
                       MOVE 8 TO RETURN-CODE
                       SET FIN-ARCHIVO-PRE TO TRUE
                   END-IF
                   PERFORM UNTIL FIN-ARCHIVO-PRE
                       READ ARCHIVO-PRESTAMOS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-PRE TO TRUE
                           NOT AT END
                               IF PRESTAMO-VIGENTE
                                  OF REGISTRO-PRESTAMO
                                   ADD 1 TO WS-CANT-PRESTAMOS
                                   PERFORM 110-EVALUAR-PRESTAMO
                               END-IF
                       END-READ
                   END-PERFORM
                   IF WS-FILE-STATUS-CAS = '00'
                       CLOSE ARCHIVO-CASTIGOS
                   END-IF
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF
               END-IF.

           110-EVALUAR-PRESTAMO SECTION.
               PERFORM 120-BUSCAR-DEUDOR.
               IF WS-DNI-DEUDOR NOT = ZERO
                   PERFORM 130-CONTAR-MESES-IRRECUPERABLE
                   IF WS-MESES-IRRECUPERABLE >= WS-MESES-CASTIGO
                       IF PR-PF-GARANTIA OF REGISTRO-PRESTAMO
                          NOT = ZERO
                           DISPLAY '--> PRÉSTAMO '
                               PR-NUMERO OF REGISTRO-PRESTAMO
                               ' IRRECUPERABLE CON PRENDA: EJECUTAR '
                               'LA GARANTÍA ANTES DE CASTIGAR'
                       ELSE
                           PERFORM 140-SUMAR-DEUDA-PLAN
                           PERFORM 150-CASTIGAR
                       END-IF
                   END-IF
               END-IF.

           120-BUSCAR-DEUDOR SECTION.
               MOVE ZERO TO WS-DNI-DEUDOR.
               MOVE ZERO TO WS-SUCURSAL.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS-CTA = '00'
                   MOVE PR-CUENTA OF REGISTRO-PRESTAMO
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

      *    La historia está ordenada por DNI y período: cada
      *    situación 5 suma un mes y cualquier otra corta la racha,
      *    así al terminar queda la racha que llega hasta la
      *    clasificación más reciente.
           130-CONTAR-MESES-IRRECUPERABLE SECTION.
               MOVE ZERO TO WS-MESES-IRRECUPERABLE.
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
                                  OF REGISTRO-CLASIFICACION = 5
                                   ADD 1 TO WS-MESES-IRRECUPERABLE
                               ELSE
                                   MOVE ZERO
                                       TO WS-MESES-IRRECUPERABLE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-CLA = '00'
                  OR WS-FILE-STATUS-CLA = '10'
                   CLOSE ARCHIVO-CLASIFICACIONES
               END-IF.

      *    Capital pendiente de todo el plan (lo que queda en el
      *    activo), interés de las cuotas vencidas impagas (nunca
      *    se registró: queda sólo en el registro) y el vencimiento
      *    impago más antiguo.
           140-SUMAR-DEUDA-PLAN SECTION.
               MOVE ZERO TO WS-CAPITAL-PENDIENTE.
               MOVE ZERO TO WS-INTERES-VENCIDO.
               MOVE ZERO TO WS-FECHA-MORA.
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
                           IF CUOTA-PENDIENTE OF REGISTRO-CUOTA
                               ADD CUO-CAPITAL OF REGISTRO-CUOTA
                                   TO WS-CAPITAL-PENDIENTE
                               IF CUO-FECHA-VENC OF REGISTRO-CUOTA
                                  < WS-FECHA-HOY
                                   ADD CUO-INTERES OF REGISTRO-CUOTA
                                       TO WS-INTERES-VENCIDO
                                   IF WS-FECHA-MORA = ZERO
                                       MOVE CUO-FECHA-VENC
                                           OF REGISTRO-CUOTA
                                           TO WS-FECHA-MORA
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-CUO = '00'
                  OR WS-FILE-STATUS-CUO = '10'
                   CLOSE ARCHIVO-CUOTAS
               END-IF.
               IF WS-FECHA-MORA = ZERO
                   MOVE WS-FECHA-HOY TO WS-FECHA-MORA
               END-IF.

      *    Primero el registro de castigados: si no se graba, el
      *    préstamo sigue vigente y se reintenta el mes próximo.
           150-CASTIGAR SECTION.
               INITIALIZE REGISTRO-CASTIGO.
               MOVE PR-NUMERO OF REGISTRO-PRESTAMO
                   TO CA-PRESTAMO OF REGISTRO-CASTIGO.
               MOVE PR-CUENTA OF REGISTRO-PRESTAMO
                   TO CA-CUENTA OF REGISTRO-CASTIGO.
               MOVE WS-DNI-DEUDOR TO CA-DNI OF REGISTRO-CASTIGO.
               MOVE WS-SUCURSAL TO CA-SUCURSAL OF REGISTRO-CASTIGO.
               MOVE WS-FECHA-HOY
                   TO CA-FECHA-CASTIGO OF REGISTRO-CASTIGO.
               MOVE WS-FECHA-MORA
                   TO CA-FECHA-MORA OF REGISTRO-CASTIGO.
               MOVE WS-CAPITAL-PENDIENTE
                   TO CA-CAPITAL-CASTIGADO OF REGISTRO-CASTIGO.
               MOVE WS-INTERES-VENCIDO
                   TO CA-INTERES-VENCIDO OF REGISTRO-CASTIGO.
               MOVE ZERO TO CA-TOTAL-RECUPERADO OF REGISTRO-CASTIGO.
               MOVE ZERO
                   TO CA-FECHA-ULT-RECUPERO OF REGISTRO-CASTIGO.
               MOVE 'C' TO CA-ESTADO OF REGISTRO-CASTIGO.
               WRITE REGISTRO-CASTIGO
                   INVALID KEY
                       DISPLAY '--> PRÉSTAMO '
                           PR-NUMERO OF REGISTRO-PRESTAMO
                           ' YA FIGURA EN EL REGISTRO DE CASTIGOS'
                   NOT INVALID KEY
                       MOVE 'K' TO PR-ESTADO OF REGISTRO-PRESTAMO
                       REWRITE REGISTRO-PRESTAMO
                       IF WS-CAPITAL-PENDIENTE > ZERO
                           CALL 'CONTABILIZAR-MOVIMIENTO' USING
                               WS-FECHA-HOY WS-SUCURSAL
                               WS-MONEDA-PESOS WS-CONCEPTO-CASTIGO
                               WS-OPERACION-DIRECTA
                               WS-CAPITAL-PENDIENTE
                       END-IF
                       ADD 1 TO WS-CANT-CASTIGADOS
                       ADD WS-CAPITAL-PENDIENTE
                           TO WS-TOTAL-CASTIGADO
                       MOVE WS-CAPITAL-PENDIENTE
                           TO WS-MONTO-DISPLAY
                       DISPLAY '---> CASTIGADO PRÉSTAMO '
                           PR-NUMERO OF REGISTRO-PRESTAMO
                           ' DNI ' WS-DNI-DEUDOR
                           ' CAPITAL ' WS-MONTO-DISPLAY
               END-WRITE.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
