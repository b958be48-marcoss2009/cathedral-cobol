       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULAR-EXPOSICION-CREDITICIA.
       AUTHOR. MARCOS MUÑOZ.

      * Exposición crediticia total de un cliente, por producto:
      * límites de descubierto de las cuentas corrientes de las
      * que es titular (o el saldo deudor si lo supera), capital
      * pendiente de los préstamos vigentes de esas cuentas,
      * nominal de los cheques descontados vigentes, límites de
      * sus tarjetas de crédito (o la deuda si la supera) y lo
      * que garantiza en préstamos vigentes de otros. Todo en
      * pesos: la moneda extranjera a la cotización vendedora del
      * día y las cuentas UVA al coeficiente del día. Es la misma
      * cuenta para el control del margen en cada producto nuevo
      * y para el reporte de márgenes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS-CTA.

           SELECT ARCHIVO-PRESTAMOS ASSIGN TO 'prestamos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-NUMERO OF REGISTRO-PRESTAMO
               FILE STATUS IS WS-FILE-STATUS-PRE.

           SELECT ARCHIVO-CUOTAS
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-CUOTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CUO.

           SELECT ARCHIVO-DESCUENTOS
               ASSIGN TO 'descuentos_cheques.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-NUMERO OF REGISTRO-DESCUENTO
               FILE STATUS IS WS-FILE-STATUS-DES.

           SELECT ARCHIVO-CUENTAS-TARJETA
               ASSIGN TO 'cuentas_tarjeta.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-NUMERO OF REGISTRO-CUENTA-TARJETA
               FILE STATUS IS WS-FILE-STATUS-TC.

           SELECT ARCHIVO-GARANTES ASSIGN TO 'garantes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-CLAVE OF REGISTRO-GARANTE
               FILE STATUS IS WS-FILE-STATUS-GAR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-PRESTAMOS.
           01 REGISTRO-PRESTAMO.
               COPY "prestamo.cpy".

       FD  ARCHIVO-CUOTAS.
           01 REGISTRO-CUOTA.
               COPY "cuotaprestamo.cpy".

       FD  ARCHIVO-DESCUENTOS.
           01 REGISTRO-DESCUENTO.
               COPY "descuento.cpy".

       FD  ARCHIVO-CUENTAS-TARJETA.
           01 REGISTRO-CUENTA-TARJETA.
               COPY "tarjetacredito.cpy".

       FD  ARCHIVO-GARANTES.
           01 REGISTRO-GARANTE.
               COPY "garante.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CTA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PRE    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CUO    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-DES    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-TC     PIC XX VALUE '00'.
       01  WS-FILE-STATUS-GAR    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-CUOTAS PIC X(100).

       01  WS-EOF-CTA            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CTA    VALUE 'Y'.
       01  WS-EOF-PRE            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-PRE    VALUE 'Y'.
       01  WS-EOF-CUO            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CUO    VALUE 'Y'.
       01  WS-EOF-DES            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-DES    VALUE 'Y'.
       01  WS-EOF-TC             PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-TC     VALUE 'Y'.
       01  WS-EOF-GAR            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-GAR    VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).

      *    Cuentas de las que el cliente es titular, con su moneda,
      *    para llegar a sus préstamos sin volver a leer el maestro.
       01  WS-TABLA-CUENTAS.
           05 WS-CUENTA-CLIENTE OCCURS 50 TIMES.
               10 WS-TC-CUENTA       PIC 9(08).
               10 WS-TC-MONEDA       PIC X(03).
       01  WS-CANT-CUENTAS       PIC 9(02) VALUE ZERO.
       01  WS-IDX-CTA            PIC 9(02).
       01  WS-POS-CTA            PIC 9(02).

      *    Conversión a pesos de un importe en la moneda dada.
       01  WS-MONEDA             PIC X(03).
       01  WS-IMPORTE            PIC S9(14)V99.
       01  WS-LADO-VENTA         PIC X(01) VALUE 'V'.
       01  WS-TASA               PIC 9(06)V9999.
       01  WS-VALOR-UVA          PIC 9(06)V9999 VALUE ZERO.
       01  WS-UVA-LEIDO          PIC X(01) VALUE 'N'.

       01  WS-CAPITAL-PENDIENTE  PIC S9(14)V99.

       LINKAGE SECTION.
       01  LK-DNI                PIC 9(08).
       01  LK-EXPOSICION.
           COPY "exposicion.cpy".

       PROCEDURE DIVISION USING LK-DNI LK-EXPOSICION.
       000-MAIN-LOGIC SECTION.
           INITIALIZE LK-EXPOSICION.
           MOVE ZERO TO WS-CANT-CUENTAS.
           MOVE 'N' TO WS-UVA-LEIDO.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 100-SUMAR-DESCUBIERTOS.
           PERFORM 200-SUMAR-PRESTAMOS.
           PERFORM 300-SUMAR-DESCUENTOS.
           PERFORM 400-SUMAR-TARJETAS.
           PERFORM 500-SUMAR-GARANTIAS.
           COMPUTE EX-TOTAL OF LK-EXPOSICION =
               EX-DESCUBIERTOS OF LK-EXPOSICION
               + EX-PRESTAMOS OF LK-EXPOSICION
               + EX-DESCUENTOS OF LK-EXPOSICION
               + EX-TARJETAS OF LK-EXPOSICION
               + EX-GARANTIAS OF LK-EXPOSICION.
           PERFORM 900-FINALIZAR-PROGRAMA.

      *    Cuentas del titular no cerradas: la corriente consume su
      *    límite de descubierto; cualquier cuenta en rojo por
      *    encima de ese límite consume lo que debe.
           100-SUMAR-DESCUBIERTOS SECTION.
               MOVE 'N' TO WS-EOF-CTA.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS-CTA = '00'
                   PERFORM UNTIL FIN-ARCHIVO-CTA
                       READ ARCHIVO-CUENTAS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-CTA TO TRUE
                           NOT AT END
                               IF CC-DNI-TITULAR OF RCC = LK-DNI
                                  AND NOT CUENTA-CERRADA OF RCC
                                   PERFORM 110-SUMAR-CUENTA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

           110-SUMAR-CUENTA SECTION.
               IF WS-CANT-CUENTAS < 50
                   ADD 1 TO WS-CANT-CUENTAS
                   MOVE CC-NUMERO-CUENTA OF RCC
                       TO WS-TC-CUENTA (WS-CANT-CUENTAS)
                   MOVE CC-MONEDA OF RCC
                       TO WS-TC-MONEDA (WS-CANT-CUENTAS)
               END-IF.
               IF CUENTA-CORRIENTE-TIPO OF RCC
                   MOVE CC-LIMITE-DESCUBIERTO OF RCC TO WS-IMPORTE
               ELSE
                   MOVE ZERO TO WS-IMPORTE
               END-IF.
               IF CC-SALDO OF RCC < ZERO
                  AND ZERO - CC-SALDO OF RCC > WS-IMPORTE
                   COMPUTE WS-IMPORTE = ZERO - CC-SALDO OF RCC
               END-IF.
               IF WS-IMPORTE > ZERO
                   MOVE CC-MONEDA OF RCC TO WS-MONEDA
                   PERFORM 800-CONVERTIR-A-PESOS
                   ADD WS-IMPORTE TO EX-DESCUBIERTOS OF LK-EXPOSICION
               END-IF.

      *    Préstamos vigentes desembolsados en cuentas del cliente:
      *    capital de las cuotas que quedan por cobrar.
           200-SUMAR-PRESTAMOS SECTION.
               IF WS-CANT-CUENTAS > ZERO
                   MOVE 'N' TO WS-EOF-PRE
                   OPEN INPUT ARCHIVO-PRESTAMOS
                   IF WS-FILE-STATUS-PRE = '00'
                       PERFORM UNTIL FIN-ARCHIVO-PRE
                           READ ARCHIVO-PRESTAMOS NEXT RECORD
                               AT END
                                   SET FIN-ARCHIVO-PRE TO TRUE
                               NOT AT END
                                   IF PRESTAMO-VIGENTE
                                      OF REGISTRO-PRESTAMO
                                       PERFORM 210-UBICAR-CUENTA
                                       IF WS-POS-CTA NOT = ZERO
                                           PERFORM 220-SUMAR-PRESTAMO
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE ARCHIVO-PRESTAMOS
                   END-IF
               END-IF.

           210-UBICAR-CUENTA SECTION.
               MOVE ZERO TO WS-POS-CTA.
               PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CANT-CUENTAS
                   OR WS-POS-CTA NOT = ZERO
                   IF WS-TC-CUENTA (WS-IDX-CTA)
                      = PR-CUENTA OF REGISTRO-PRESTAMO
                       MOVE WS-IDX-CTA TO WS-POS-CTA
                   END-IF
               END-PERFORM.

           220-SUMAR-PRESTAMO SECTION.
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
               IF WS-FILE-STATUS-CUO = '00'
                   PERFORM UNTIL FIN-ARCHIVO-CUO
                       READ ARCHIVO-CUOTAS
                           AT END
                               SET FIN-ARCHIVO-CUO TO TRUE
                           NOT AT END
                               IF CUOTA-PENDIENTE OF REGISTRO-CUOTA
                                   ADD CUO-CAPITAL OF REGISTRO-CUOTA
                                       TO WS-CAPITAL-PENDIENTE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CUOTAS
               END-IF.
               MOVE WS-CAPITAL-PENDIENTE TO WS-IMPORTE.
               MOVE WS-TC-MONEDA (WS-POS-CTA) TO WS-MONEDA.
               PERFORM 800-CONVERTIR-A-PESOS.
               ADD WS-IMPORTE TO EX-PRESTAMOS OF LK-EXPOSICION.

           300-SUMAR-DESCUENTOS SECTION.
               MOVE 'N' TO WS-EOF-DES.
               OPEN INPUT ARCHIVO-DESCUENTOS.
               IF WS-FILE-STATUS-DES = '00'
                   PERFORM UNTIL FIN-ARCHIVO-DES
                       READ ARCHIVO-DESCUENTOS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-DES TO TRUE
                           NOT AT END
                               IF DS-DNI-CLIENTE OF REGISTRO-DESCUENTO
                                  = LK-DNI
                                  AND DESCUENTO-VIGENTE
                                      OF REGISTRO-DESCUENTO
                                   ADD DS-MONTO OF REGISTRO-DESCUENTO
                                       TO EX-DESCUENTOS
                                          OF LK-EXPOSICION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-DESCUENTOS
               END-IF.

      *    Las cuentas tarjeta son siempre en pesos.
           400-SUMAR-TARJETAS SECTION.
               MOVE 'N' TO WS-EOF-TC.
               OPEN INPUT ARCHIVO-CUENTAS-TARJETA.
               IF WS-FILE-STATUS-TC = '00'
                   PERFORM UNTIL FIN-ARCHIVO-TC
                       READ ARCHIVO-CUENTAS-TARJETA NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-TC TO TRUE
                           NOT AT END
                               IF TC-DNI-TITULAR
                                  OF REGISTRO-CUENTA-TARJETA = LK-DNI
                                  AND NOT CUENTA-TARJETA-CERRADA
                                      OF REGISTRO-CUENTA-TARJETA
                                   PERFORM 410-SUMAR-TARJETA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CUENTAS-TARJETA
               END-IF.

           410-SUMAR-TARJETA SECTION.
               IF TC-SALDO-DEUDOR OF REGISTRO-CUENTA-TARJETA
                  > TC-LIMITE OF REGISTRO-CUENTA-TARJETA
                   ADD TC-SALDO-DEUDOR OF REGISTRO-CUENTA-TARJETA
                       TO EX-TARJETAS OF LK-EXPOSICION
               ELSE
                   ADD TC-LIMITE OF REGISTRO-CUENTA-TARJETA
                       TO EX-TARJETAS OF LK-EXPOSICION
               END-IF.

      *    Garantías otorgadas: cuentan mientras el préstamo
      *    garantizado siga vigente.
           500-SUMAR-GARANTIAS SECTION.
               MOVE 'N' TO WS-EOF-GAR.
               OPEN INPUT ARCHIVO-PRESTAMOS.
               IF WS-FILE-STATUS-PRE = '00'
                   OPEN INPUT ARCHIVO-GARANTES
                   IF WS-FILE-STATUS-GAR = '00'
                       PERFORM UNTIL FIN-ARCHIVO-GAR
                           READ ARCHIVO-GARANTES NEXT RECORD
                               AT END
                                   SET FIN-ARCHIVO-GAR TO TRUE
                               NOT AT END
                                   IF GA-DNI OF REGISTRO-GARANTE
                                      = LK-DNI
                                       PERFORM 510-SUMAR-GARANTIA
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE ARCHIVO-GARANTES
                   END-IF
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF.

           510-SUMAR-GARANTIA SECTION.
               MOVE GA-PRESTAMO OF REGISTRO-GARANTE
                   TO PR-NUMERO OF REGISTRO-PRESTAMO.
               READ ARCHIVO-PRESTAMOS
                   KEY IS PR-NUMERO OF REGISTRO-PRESTAMO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRESTAMO-VIGENTE OF REGISTRO-PRESTAMO
                           ADD GA-MONTO-GARANTIZADO
                               OF REGISTRO-GARANTE
                               TO EX-GARANTIAS OF LK-EXPOSICION
                       END-IF
               END-READ.

      *    Deja WS-IMPORTE en pesos. Sin coeficiente UVA del día
      *    el importe queda como está.
           800-CONVERTIR-A-PESOS SECTION.
               EVALUATE WS-MONEDA
                   WHEN 'ARS'
                       CONTINUE
                   WHEN 'UVA'
                       IF WS-UVA-LEIDO = 'N'
                           CALL 'OBTENER-VALOR-UVA' USING
                               WS-FECHA-HOY WS-VALOR-UVA
                           MOVE 'S' TO WS-UVA-LEIDO
                       END-IF
                       IF WS-VALOR-UVA NOT = ZERO
                           COMPUTE WS-IMPORTE ROUNDED =
                               WS-IMPORTE * WS-VALOR-UVA
                       END-IF
                   WHEN OTHER
                       CALL 'OBTENER-COTIZACION' USING WS-FECHA-HOY
                           WS-MONEDA WS-LADO-VENTA WS-TASA
                       COMPUTE WS-IMPORTE ROUNDED =
                           WS-IMPORTE * WS-TASA
               END-EVALUATE.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
