       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-RESUMENES-TARJETA.
       AUTHOR. MARCOS MUÑOZ.

      * Cierre mensual de las cuentas tarjeta de crédito: cada
      * cuenta cierra el día del mes pactado (si ese día no hubo
      * proceso, cierra en el primer proceso posterior del mismo
      * mes). El cierre cobra el interés de financiación sobre lo
      * que quedó impago del resumen anterior, factura la cuota
      * del mes de cada plan de consumos, calcula el saldo del
      * resumen, el pago mínimo y el vencimiento (días corridos
      * desde el cierre, corrido al próximo día hábil) y emite el
      * resumen en resumenes_tarjeta_<fecha>.txt. El interés se
      * asienta contra intereses ganados y el cliente recibe el
      * aviso de resumen disponible por GENERAR-AVISOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CUENTAS-TARJETA
               ASSIGN TO 'cuentas_tarjeta.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-NUMERO OF REGISTRO-CUENTA-TARJETA
               FILE STATUS IS WS-FILE-STATUS-TC.

           SELECT ARCHIVO-CONSUMOS ASSIGN TO 'consumos_tarjeta.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CLAVE OF REGISTRO-CONSUMO
               FILE STATUS IS WS-FILE-STATUS-CON.

           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PARAM.

      *    Resúmenes emitidos en la corrida, uno detrás de otro.
           SELECT ARCHIVO-RESUMENES
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-RESUMENES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-RES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CUENTAS-TARJETA.
           01 REGISTRO-CUENTA-TARJETA.
               COPY "tarjetacredito.cpy".

       FD  ARCHIVO-CONSUMOS.
           01 REGISTRO-CONSUMO.
               COPY "consumotarjeta.cpy".

       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       FD  ARCHIVO-RESUMENES
           RECORD CONTAINS 80 CHARACTERS.
           01  LINEA-RESUMEN           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-TC     PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CON    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM  PIC XX VALUE '00'.
       01  WS-FILE-STATUS-RES    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-RESUMENES PIC X(100).

       01  WS-EOF-TC             PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-TC     VALUE 'Y'.
       01  WS-EOF-CON            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CON    VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-HOY.
           05 WS-FH-ANIO-MES     PIC 9(06).
           05 WS-FH-DIA          PIC 9(02).
       01  WS-MES-ULTIMO-CIERRE  PIC 9(06).

      *    Condiciones generales, con sus valores por defecto
      *    cuando el parámetro está en cero.
       01  WS-TASA-GENERAL       PIC V9(04) VALUE .9000.
       01  WS-TASA-CUENTA        PIC V9(04).
       01  WS-PORC-MINIMO        PIC V9(04) VALUE .0500.
       01  WS-DIAS-VENCIMIENTO   PIC 9(03) VALUE 10.

      *    Importes del resumen que se está armando.
       01  WS-SALDO-ANTERIOR     PIC S9(12)V99.
       01  WS-INTERES            PIC S9(12)V99.
       01  WS-CUOTA              PIC S9(12)V99.
       01  WS-TOTAL-CUOTAS       PIC S9(12)V99.
       01  WS-SALDO-NUEVO        PIC S9(12)V99.
       01  WS-MINIMO             PIC S9(12)V99.
       01  WS-FECHA-VENC         PIC 9(08).

      *    Asiento del interés de financiación: debe la cartera de
      *    tarjetas, haber intereses ganados.
       01  WS-MONEDA-PESOS       PIC X(03) VALUE 'ARS'.
       01  WS-CONCEPTO-INTERES   PIC 9(03) VALUE 051.
       01  WS-OPERACION-DIRECTA  PIC X(01) VALUE 'G'.

      *    Aviso al cliente de resumen disponible.
       01  WS-TIPO-EVENTO        PIC X(12) VALUE 'RESUMEN-TC'.
       01  WS-DETALLE-EVENTO     PIC X(40).

       01  WS-MONTO-DISPLAY      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-CUOTA-DISPLAY      PIC Z9.

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna (área común entre
      *    programas).
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

       01  WS-CANT-CUENTAS       PIC 9(06) VALUE ZERO.
       01  WS-CANT-CERRADAS      PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- CIERRE DE RESÚMENES DE TARJETAS ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 050-LEER-PARAMETROS.
           PERFORM 100-PROCESAR-CUENTAS.
           DISPLAY '---- CUENTAS TARJETA REVISADAS: '
               WS-CANT-CUENTAS.
           DISPLAY '---- RESÚMENES EMITIDOS: ' WS-CANT-CERRADAS.
           MOVE WS-CANT-CUENTAS TO CB-PROCESADOS.
           MOVE WS-CANT-CERRADAS TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           050-LEER-PARAMETROS SECTION.
               OPEN INPUT ARCHIVO-PARAMETROS.
               IF WS-FILE-STATUS-PARAM = '00'
                   READ ARCHIVO-PARAMETROS
                   END-READ
                   IF PA-TASA-FINANCIACION-TC NUMERIC
                      AND PA-TASA-FINANCIACION-TC NOT = ZERO
                       MOVE PA-TASA-FINANCIACION-TC
                           TO WS-TASA-GENERAL
                   ELSE
                       IF PA-TASA-PRESTAMO NUMERIC
                          AND PA-TASA-PRESTAMO NOT = ZERO
                           MOVE PA-TASA-PRESTAMO TO WS-TASA-GENERAL
                       END-IF
                   END-IF
                   IF PA-PORC-PAGO-MINIMO-TC NUMERIC
                      AND PA-PORC-PAGO-MINIMO-TC NOT = ZERO
                       MOVE PA-PORC-PAGO-MINIMO-TC TO WS-PORC-MINIMO
                   END-IF
                   IF PA-DIAS-VENC-RESUMEN-TC NUMERIC
                      AND PA-DIAS-VENC-RESUMEN-TC NOT = ZERO
                       MOVE PA-DIAS-VENC-RESUMEN-TC
                           TO WS-DIAS-VENCIMIENTO
                   END-IF
                   CLOSE ARCHIVO-PARAMETROS
               END-IF.

           100-PROCESAR-CUENTAS SECTION.
               OPEN I-O ARCHIVO-CUENTAS-TARJETA.
               IF WS-FILE-STATUS-TC = '35'
                   DISPLAY '--> SIN CUENTAS TARJETA REGISTRADAS'
               ELSE
               IF WS-FILE-STATUS-TC NOT = '00'
                   DISPLAY 'ERROR AL ABRIR LAS CUENTAS TARJETA'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN I-O ARCHIVO-CONSUMOS
                   IF WS-FILE-STATUS-CON = '35'
                       OPEN OUTPUT ARCHIVO-CONSUMOS
                       CLOSE ARCHIVO-CONSUMOS
                       OPEN I-O ARCHIVO-CONSUMOS
                   END-IF
                   STRING
                       "resumenes_tarjeta_" DELIMITED BY SIZE
                       WS-FECHA-HOY DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                       INTO NOMBRE-ARCHIVO-RESUMENES
                   END-STRING
                   OPEN EXTEND ARCHIVO-RESUMENES
                   IF WS-FILE-STATUS-RES = '35'
                       OPEN OUTPUT ARCHIVO-RESUMENES
                   END-IF
                   PERFORM UNTIL FIN-ARCHIVO-TC
                       READ ARCHIVO-CUENTAS-TARJETA NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-TC TO TRUE
                           NOT AT END
                               ADD 1 TO WS-CANT-CUENTAS
                               PERFORM 110-EVALUAR-CIERRE
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-RESUMENES
                   CLOSE ARCHIVO-CONSUMOS
                   CLOSE ARCHIVO-CUENTAS-TARJETA
               END-IF
               END-IF.

      *    Cierra la cuenta si llegó su día de cierre y todavía no
      *    cerró en el mes. Una cuenta dada de baja no cierra más.
           110-EVALUAR-CIERRE SECTION.
               COMPUTE WS-MES-ULTIMO-CIERRE =
                   TC-FECHA-CIERRE OF REGISTRO-CUENTA-TARJETA / 100.
               IF NOT CUENTA-TARJETA-CERRADA
                      OF REGISTRO-CUENTA-TARJETA
                  AND TC-DIA-CIERRE OF REGISTRO-CUENTA-TARJETA
                      <= WS-FH-DIA
                  AND WS-MES-ULTIMO-CIERRE < WS-FH-ANIO-MES
                   PERFORM 120-CERRAR-CUENTA
                   ADD 1 TO WS-CANT-CERRADAS
               END-IF.

           120-CERRAR-CUENTA SECTION.
               PERFORM 130-ENCABEZAR-RESUMEN.
               COMPUTE WS-SALDO-ANTERIOR =
                   TC-SALDO-RESUMEN OF REGISTRO-CUENTA-TARJETA
                   - TC-PAGOS-PERIODO OF REGISTRO-CUENTA-TARJETA.
               PERFORM 140-CALCULAR-INTERES.
               PERFORM 150-FACTURAR-CUOTAS.

               COMPUTE WS-SALDO-NUEVO =
                   WS-SALDO-ANTERIOR + WS-INTERES + WS-TOTAL-CUOTAS.
               IF WS-SALDO-NUEVO > ZERO
                   COMPUTE WS-MINIMO ROUNDED =
                       WS-SALDO-NUEVO * WS-PORC-MINIMO
               ELSE
                   MOVE ZERO TO WS-MINIMO
               END-IF.

               MOVE WS-FECHA-HOY TO WS-FECHA-VENC.
               CALL 'SUMAR-DIAS-FECHA' USING
                   WS-FECHA-VENC WS-DIAS-VENCIMIENTO.
               CALL 'PROXIMO-DIA-HABIL' USING WS-FECHA-VENC.

               MOVE WS-FECHA-HOY
                   TO TC-FECHA-CIERRE OF REGISTRO-CUENTA-TARJETA.
               MOVE WS-FECHA-VENC
                   TO TC-FECHA-VENC-RESUMEN OF REGISTRO-CUENTA-TARJETA.
               MOVE WS-SALDO-NUEVO
                   TO TC-SALDO-RESUMEN OF REGISTRO-CUENTA-TARJETA.
               MOVE WS-MINIMO
                   TO TC-PAGO-MINIMO OF REGISTRO-CUENTA-TARJETA.
               MOVE ZERO
                   TO TC-PAGOS-PERIODO OF REGISTRO-CUENTA-TARJETA.
      *        Un resumen sin nada que pagar no tiene vencimiento
      *        que procesar.
               IF WS-SALDO-NUEVO > ZERO
                   MOVE 'N' TO TC-VENC-PROCESADO
                       OF REGISTRO-CUENTA-TARJETA
               ELSE
                   MOVE 'S' TO TC-VENC-PROCESADO
                       OF REGISTRO-CUENTA-TARJETA
               END-IF.
               REWRITE REGISTRO-CUENTA-TARJETA.

               PERFORM 160-TOTALIZAR-RESUMEN.
               IF WS-SALDO-NUEVO > ZERO
                   PERFORM 170-AVISAR-CLIENTE
               END-IF.

           130-ENCABEZAR-RESUMEN SECTION.
               MOVE ALL '=' TO LINEA-RESUMEN.
               WRITE LINEA-RESUMEN.
               MOVE SPACES TO LINEA-RESUMEN.
               STRING
                   "RESUMEN TARJETA DE CREDITO - CUENTA "
                   DELIMITED BY SIZE
                   TC-NUMERO OF REGISTRO-CUENTA-TARJETA
                   DELIMITED BY SIZE
                   " - CIERRE " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   INTO LINEA-RESUMEN
               END-STRING.
               WRITE LINEA-RESUMEN.
               MOVE SPACES TO LINEA-RESUMEN.
               STRING
                   "DNI TITULAR " DELIMITED BY SIZE
                   TC-DNI-TITULAR OF REGISTRO-CUENTA-TARJETA
                   DELIMITED BY SIZE
                   "  CUENTA DE DEBITO " DELIMITED BY SIZE
                   TC-CUENTA-DEBITO OF REGISTRO-CUENTA-TARJETA
                   DELIMITED BY SIZE
                   INTO LINEA-RESUMEN
               END-STRING.
               WRITE LINEA-RESUMEN.
               MOVE ALL '-' TO LINEA-RESUMEN.
               WRITE LINEA-RESUMEN.

      *    Interés de financiación de un mes (30/360) sobre lo que
      *    quedó impago del resumen anterior; suma a la deuda y se
      *    asienta como interés ganado.
           140-CALCULAR-INTERES SECTION.
               MOVE ZERO TO WS-INTERES.
               IF TC-TASA-FINANCIACION OF REGISTRO-CUENTA-TARJETA
                  NOT = ZERO
                   MOVE TC-TASA-FINANCIACION
                       OF REGISTRO-CUENTA-TARJETA TO WS-TASA-CUENTA
               ELSE
                   MOVE WS-TASA-GENERAL TO WS-TASA-CUENTA
               END-IF.
               MOVE WS-SALDO-ANTERIOR TO WS-MONTO-DISPLAY.
               MOVE SPACES TO LINEA-RESUMEN.
               STRING
                   "SALDO ANTERIOR IMPAGO          " DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-RESUMEN
               END-STRING.
               WRITE LINEA-RESUMEN.
               IF WS-SALDO-ANTERIOR > ZERO
                   COMPUTE WS-INTERES ROUNDED =
                       WS-SALDO-ANTERIOR * WS-TASA-CUENTA / 12
               END-IF.
               IF WS-INTERES > ZERO
                   ADD WS-INTERES
                       TO TC-SALDO-DEUDOR OF REGISTRO-CUENTA-TARJETA
                   CALL 'CONTABILIZAR-MOVIMIENTO' USING
                       WS-FECHA-HOY
                       TC-SUCURSAL OF REGISTRO-CUENTA-TARJETA
                       WS-MONEDA-PESOS WS-CONCEPTO-INTERES
                       WS-OPERACION-DIRECTA WS-INTERES
                   MOVE WS-INTERES TO WS-MONTO-DISPLAY
                   MOVE SPACES TO LINEA-RESUMEN
                   STRING
                       "INTERES DE FINANCIACION        "
                       DELIMITED BY SIZE
                       WS-MONTO-DISPLAY DELIMITED BY SIZE
                       INTO LINEA-RESUMEN
                   END-STRING
                   WRITE LINEA-RESUMEN
               END-IF.

      *    Factura la cuota del mes de cada plan de consumos de la
      *    cuenta; la última cuota de un plan absorbe el redondeo
      *    y lo deja facturado.
           150-FACTURAR-CUOTAS SECTION.
               MOVE ZERO TO WS-TOTAL-CUOTAS.
               MOVE 'N' TO WS-EOF-CON.
               MOVE TC-NUMERO OF REGISTRO-CUENTA-TARJETA
                   TO CT-CUENTA-TARJETA OF REGISTRO-CONSUMO.
               MOVE ZERO TO CT-NUMERO OF REGISTRO-CONSUMO.
               START ARCHIVO-CONSUMOS
                   KEY IS GREATER THAN CT-CLAVE OF REGISTRO-CONSUMO
                   INVALID KEY
                       SET FIN-ARCHIVO-CON TO TRUE
               END-START.
               PERFORM UNTIL FIN-ARCHIVO-CON
                   READ ARCHIVO-CONSUMOS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-CON TO TRUE
                       NOT AT END
                           IF CT-CUENTA-TARJETA OF REGISTRO-CONSUMO
                              NOT = TC-NUMERO
                                  OF REGISTRO-CUENTA-TARJETA
                               SET FIN-ARCHIVO-CON TO TRUE
                           ELSE
                               IF CONSUMO-CON-CUOTAS
                                  OF REGISTRO-CONSUMO
                                   PERFORM 155-FACTURAR-UNA-CUOTA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

           155-FACTURAR-UNA-CUOTA SECTION.
               ADD 1 TO CT-CUOTAS-FACTURADAS OF REGISTRO-CONSUMO.
               IF CT-CUOTAS-FACTURADAS OF REGISTRO-CONSUMO
                  >= CT-CANT-CUOTAS OF REGISTRO-CONSUMO
                   COMPUTE WS-CUOTA =
                       CT-MONTO-TOTAL OF REGISTRO-CONSUMO
                       - CT-MONTO-CUOTA OF REGISTRO-CONSUMO
                       * (CT-CANT-CUOTAS OF REGISTRO-CONSUMO - 1)
                   MOVE 'F' TO CT-ESTADO OF REGISTRO-CONSUMO
               ELSE
                   MOVE CT-MONTO-CUOTA OF REGISTRO-CONSUMO
                       TO WS-CUOTA
               END-IF.
               REWRITE REGISTRO-CONSUMO.
               ADD WS-CUOTA TO WS-TOTAL-CUOTAS.
               SUBTRACT WS-CUOTA
                   FROM TC-CUOTAS-A-VENCER OF REGISTRO-CUENTA-TARJETA.

               MOVE WS-CUOTA TO WS-MONTO-DISPLAY.
               MOVE CT-CUOTAS-FACTURADAS OF REGISTRO-CONSUMO
                   TO WS-CUOTA-DISPLAY.
               MOVE SPACES TO LINEA-RESUMEN.
               STRING
                   CT-FECHA-CONSUMO OF REGISTRO-CONSUMO
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CT-COMERCIO OF REGISTRO-CONSUMO DELIMITED BY SIZE
                   " C" DELIMITED BY SIZE
                   WS-CUOTA-DISPLAY DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   CT-CANT-CUOTAS OF REGISTRO-CONSUMO
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-RESUMEN
               END-STRING.
               WRITE LINEA-RESUMEN.

           160-TOTALIZAR-RESUMEN SECTION.
               MOVE ALL '-' TO LINEA-RESUMEN.
               WRITE LINEA-RESUMEN.
               MOVE WS-SALDO-NUEVO TO WS-MONTO-DISPLAY.
               MOVE SPACES TO LINEA-RESUMEN.
               STRING
                   "SALDO A PAGAR                  " DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-RESUMEN
               END-STRING.
               WRITE LINEA-RESUMEN.
               MOVE WS-MINIMO TO WS-MONTO-DISPLAY.
               MOVE SPACES TO LINEA-RESUMEN.
               STRING
                   "PAGO MINIMO                    " DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-RESUMEN
               END-STRING.
               WRITE LINEA-RESUMEN.
               MOVE SPACES TO LINEA-RESUMEN.
               STRING
                   "VENCIMIENTO                    " DELIMITED BY SIZE
                   WS-FECHA-VENC DELIMITED BY SIZE
                   INTO LINEA-RESUMEN
               END-STRING.
               WRITE LINEA-RESUMEN.
               MOVE TC-CUOTAS-A-VENCER OF REGISTRO-CUENTA-TARJETA
                   TO WS-MONTO-DISPLAY.
               MOVE SPACES TO LINEA-RESUMEN.
               STRING
                   "CUOTAS A VENCER                " DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-RESUMEN
               END-STRING.
               WRITE LINEA-RESUMEN.

           170-AVISAR-CLIENTE SECTION.
               MOVE WS-MINIMO TO WS-MONTO-DISPLAY.
               MOVE SPACES TO WS-DETALLE-EVENTO.
               STRING
                   "VENCE " DELIMITED BY SIZE
                   WS-FECHA-VENC DELIMITED BY SIZE
                   " MIN" DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   INTO WS-DETALLE-EVENTO
               END-STRING.
               CALL 'REGISTRAR-EVENTO' USING
                   WS-TIPO-EVENTO
                   TC-CUENTA-DEBITO OF REGISTRO-CUENTA-TARJETA
                   TC-DNI-TITULAR OF REGISTRO-CUENTA-TARJETA
                   WS-DETALLE-EVENTO.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
