       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-BRECHA-LIQUIDEZ.
       AUTHOR. MARCOS MUÑOZ.

      * Escalera de vencimientos para tesorería: lo que entra y lo
      * que sale por vencimiento contractual, por moneda, en las
      * bandas de 0 a 7 días, 8 a 30, 31 a 90, 91 a 180, 181 a 365
      * y más de un año (días 30/360 desde la fecha de proceso).
      * Entradas: cuotas pendientes (capital e interés) de los
      * préstamos vigentes por CUO-FECHA-VENC, cheques descontados
      * vigentes y cheques de pago diferido en custodia por su
      * fecha de pago. Salidas: plazos fijos vigentes (capital más
      * el interés pactado) por PF-FECHA-VENCIMIENTO y las órdenes
      * permanentes activas, proyectadas en sus repeticiones del
      * próximo año. Los depósitos a la vista no tienen
      * vencimiento y van por comportamiento: la porción volátil
      * en la primera banda y el núcleo estable a más de un año.
      * Una entrada ya vencida e impaga no se cuenta como fondeo;
      * una salida vencida va a la primera banda. La moneda de
      * cada operación es la de su cuenta. Cada moneda cierra con
      * la brecha de cada banda y la brecha acumulada, para
      * anticipar faltantes de fondeo.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

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

           SELECT ARCHIVO-DESCUENTOS ASSIGN TO 'descuentos_cheques.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-NUMERO OF REGISTRO-DESCUENTO
               FILE STATUS IS WS-FILE-STATUS-DES.

           SELECT ARCHIVO-CUSTODIA ASSIGN TO 'custodia_cheques.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-NUMERO OF REGISTRO-CUSTODIA
               FILE STATUS IS WS-FILE-STATUS-CUS.

           SELECT ARCHIVO-PLAZOS ASSIGN TO 'plazofijo.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-NUMERO OF REGISTRO-PLAZO
               FILE STATUS IS WS-FILE-STATUS-PLA.

           SELECT ARCHIVO-ORDENES ASSIGN TO 'ordenes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-NUMERO-ORDEN OF REGISTRO-ORDEN
               FILE STATUS IS WS-FILE-STATUS-ORD.

           SELECT ARCHIVO-REPORTE
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-REP.

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

       FD  ARCHIVO-CUSTODIA.
           01 REGISTRO-CUSTODIA.
               COPY "custodia.cpy".

       FD  ARCHIVO-PLAZOS.
           01 REGISTRO-PLAZO.
               COPY "plazofijo.cpy".

       FD  ARCHIVO-ORDENES.
           01 REGISTRO-ORDEN.
               COPY "orden.cpy".

       FD  ARCHIVO-REPORTE
           RECORD CONTAINS 120 CHARACTERS.
           01  LINEA-REPORTE          PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CTA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PRE    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CUO    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-DES    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CUS    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PLA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-ORD    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REP    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-CUOTAS PIC X(100).
       01  NOMBRE-ARCHIVO-REPORTE PIC X(100).

       01  WS-EOF-CTA            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CTA    VALUE 'Y'.
       01  WS-EOF-PRE            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-PRE    VALUE 'Y'.
       01  WS-EOF-CUO            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CUO    VALUE 'Y'.
       01  WS-EOF-DES            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-DES    VALUE 'Y'.
       01  WS-EOF-CUS            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CUS    VALUE 'Y'.
       01  WS-EOF-PLA            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-PLA    VALUE 'Y'.
       01  WS-EOF-ORD            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-ORD    VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05 WS-FH-ANIO            PIC 9(04).
           05 WS-FH-MES             PIC 9(02).
           05 WS-FH-DIA             PIC 9(02).
       01  WS-FECHA-FLUJO        PIC 9(08).
       01  WS-FECHA-FLUJO-R REDEFINES WS-FECHA-FLUJO.
           05 WS-FF-ANIO            PIC 9(04).
           05 WS-FF-MES             PIC 9(02).
           05 WS-FF-DIA             PIC 9(02).
       01  WS-DIAS-AL-FLUJO      PIC S9(06).

      *    Sucursales reservadas de la contabilidad (no son
      *    cuentas de clientes).
       01  WS-PRIMERA-RESERVADA  PIC 9(03) VALUE 993.
      *    Porción de los depósitos a la vista que se supone
      *    volátil (sale en la primera banda); el resto es núcleo
      *    estable.
       01  WS-PORC-VISTA-VOLATIL PIC 9(03)V99 VALUE 20.
      *    Horizonte de proyección de las órdenes permanentes.
       01  WS-DIAS-HORIZONTE     PIC 9(03) VALUE 365.
       01  WS-DIAS-REPETICION    PIC 9(02).

      *    Renglones de la escalera: 1 cuotas de préstamos, 2
      *    cheques descontados, 3 cheques en custodia (entradas);
      *    4 plazos fijos, 5 órdenes permanentes, 6 depósitos a la
      *    vista (salidas).
       01  WS-RENGLON-CUOTAS     PIC 9(01) VALUE 1.
       01  WS-RENGLON-DESCUENTOS PIC 9(01) VALUE 2.
       01  WS-RENGLON-CUSTODIA   PIC 9(01) VALUE 3.
       01  WS-RENGLON-PLAZOS     PIC 9(01) VALUE 4.
       01  WS-RENGLON-ORDENES    PIC 9(01) VALUE 5.
       01  WS-RENGLON-VISTA      PIC 9(01) VALUE 6.
       01  WS-ULTIMA-ENTRADA     PIC 9(01) VALUE 3.

       01  WS-NOMBRES-RENGLON-INI.
           05 FILLER PIC X(20) VALUE 'CUOTAS PRESTAMOS'.
           05 FILLER PIC X(20) VALUE 'CHEQUES DESCONTADOS'.
           05 FILLER PIC X(20) VALUE 'CHEQUES EN CUSTODIA'.
           05 FILLER PIC X(20) VALUE 'PLAZOS FIJOS'.
           05 FILLER PIC X(20) VALUE 'ORDENES PERMANENTES'.
           05 FILLER PIC X(20) VALUE 'VISTA (COMPORTAM.)'.
       01  WS-NOMBRES-RENGLON REDEFINES WS-NOMBRES-RENGLON-INI.
           05 WS-NOMBRE-RENGLON PIC X(20) OCCURS 6 TIMES.

      *    Escalera por moneda: importe por renglón y banda.
       01  WS-TABLA-BRECHA.
           05 WS-BRECHA-MONEDA OCCURS 10 TIMES.
               10 WS-BM-MONEDA           PIC X(03).
               10 WS-BM-RENGLON OCCURS 6 TIMES.
                   15 WS-BM-IMPORTE      PIC S9(14)V99
                                         OCCURS 6 TIMES.
       01  WS-CANT-MONEDAS       PIC 9(02) VALUE ZERO.
       01  WS-IDX-MON            PIC 9(02).
       01  WS-POS-MON            PIC 9(02).
       01  WS-IDX-REN            PIC 9(01).
       01  WS-IDX-BAN            PIC 9(01).
       01  WS-BANDA              PIC 9(01).
       01  WS-RENGLON            PIC 9(01).
       01  WS-MONEDA-BUSCADA     PIC X(03).
       01  WS-IMPORTE            PIC S9(14)V99.
       01  WS-IMPORTE-VOLATIL    PIC S9(14)V99.

      *    Moneda de la cuenta de una operación.
       01  WS-CUENTA-BUSCADA     PIC 9(08).
       01  WS-CUENTA-LEIDA       PIC X(01).
           88 CUENTA-LEIDA       VALUE 'S'.

      *    Renglón del reporte: importes por banda de lo que se
      *    está emitiendo, y sus totales.
       01  WS-ETIQUETA           PIC X(20).
       01  WS-RENGLON-IMPORTES.
           05 WS-RI-IMPORTE      PIC S9(14)V99 OCCURS 6 TIMES.
       01  WS-TOTAL-ENTRADAS.
           05 WS-TE-IMPORTE      PIC S9(14)V99 OCCURS 6 TIMES.
       01  WS-TOTAL-SALIDAS.
           05 WS-TS-IMPORTE      PIC S9(14)V99 OCCURS 6 TIMES.
       01  WS-BRECHA-ACUMULADA   PIC S9(14)V99.
       01  WS-ENTERO             PIC S9(14).
       01  WS-BANDAS-DISPLAY.
           05 WS-BANDA-DISPLAY   PIC -ZZ,ZZZ,ZZZ,ZZ9 OCCURS 6 TIMES.
       01  WS-PRIMERA-NEGATIVA   PIC 9(01).

       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

       01  WS-CANT-FLUJOS        PIC 9(08) VALUE ZERO.
       01  WS-CANT-VENCIDAS      PIC 9(08) VALUE ZERO.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'REPORTE-BRECHA-LIQUIDEZ'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- BRECHA DE LIQUIDEZ ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 100-SUMAR-VISTA.
           OPEN INPUT ARCHIVO-CUENTAS.
           IF WS-FILE-STATUS-CTA NOT = '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CUENTAS'
               MOVE 8 TO RETURN-CODE
               PERFORM 900-FINALIZAR-PROGRAMA
           END-IF.
           PERFORM 200-SUMAR-CUOTAS.
           PERFORM 300-SUMAR-DESCUENTOS.
           PERFORM 350-SUMAR-CUSTODIA.
           PERFORM 400-SUMAR-PLAZOS.
           PERFORM 450-SUMAR-ORDENES.
           CLOSE ARCHIVO-CUENTAS.

           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE.
           STRING
               "brecha_liquidez_" DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-REPORTE
           END-STRING.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-FILE-STATUS-REP NOT = '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REPORTE'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 600-EMITIR-REPORTE
               CLOSE ARCHIVO-REPORTE
               MOVE NOMBRE-ARCHIVO-REPORTE TO WS-ARCHIVO-CATALOGO
               CALL 'REGISTRAR-REPORTE' USING
                   WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                   WS-SUCURSAL-CATALOGO
               DISPLAY '---> BRECHA DE LIQUIDEZ EN '
                   NOMBRE-ARCHIVO-REPORTE
           END-IF.
           DISPLAY '---- FLUJOS INCLUIDOS: ' WS-CANT-FLUJOS.
           DISPLAY '---- ENTRADAS VENCIDAS EXCLUIDAS: '
               WS-CANT-VENCIDAS.
           MOVE WS-CANT-FLUJOS TO CB-PROCESADOS.
           MOVE WS-CANT-MONEDAS TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

      *    Deja en WS-POS-MON la escalera de WS-MONEDA-BUSCADA,
      *    agregándola en cero si no está (cero si la tabla está
      *    llena).
           060-UBICAR-MONEDA SECTION.
               MOVE ZERO TO WS-POS-MON.
               PERFORM VARYING WS-IDX-MON FROM 1 BY 1
                   UNTIL WS-IDX-MON > WS-CANT-MONEDAS
                   OR WS-POS-MON NOT = ZERO
                   IF WS-BM-MONEDA (WS-IDX-MON) = WS-MONEDA-BUSCADA
                       MOVE WS-IDX-MON TO WS-POS-MON
                   END-IF
               END-PERFORM.
               IF WS-POS-MON = ZERO
                   IF WS-CANT-MONEDAS < 10
                       ADD 1 TO WS-CANT-MONEDAS
                       MOVE WS-CANT-MONEDAS TO WS-POS-MON
                       INITIALIZE WS-BRECHA-MONEDA (WS-POS-MON)
                       MOVE WS-MONEDA-BUSCADA
                           TO WS-BM-MONEDA (WS-POS-MON)
                   ELSE
                       DISPLAY '--> TABLA DE MONEDAS LLENA'
                   END-IF
               END-IF.

      *    Banda de WS-FECHA-FLUJO por días 30/360 desde la fecha
      *    de proceso. Lo vencido cae en la primera banda.
           070-UBICAR-BANDA SECTION.
               COMPUTE WS-DIAS-AL-FLUJO =
                   (WS-FF-ANIO - WS-FH-ANIO) * 360
                   + (WS-FF-MES - WS-FH-MES) * 30
                   + (WS-FF-DIA - WS-FH-DIA).
               EVALUATE TRUE
                   WHEN WS-DIAS-AL-FLUJO <= 7
                       MOVE 1 TO WS-BANDA
                   WHEN WS-DIAS-AL-FLUJO <= 30
                       MOVE 2 TO WS-BANDA
                   WHEN WS-DIAS-AL-FLUJO <= 90
                       MOVE 3 TO WS-BANDA
                   WHEN WS-DIAS-AL-FLUJO <= 180
                       MOVE 4 TO WS-BANDA
                   WHEN WS-DIAS-AL-FLUJO <= 365
                       MOVE 5 TO WS-BANDA
                   WHEN OTHER
                       MOVE 6 TO WS-BANDA
               END-EVALUATE.

      *    Suma WS-IMPORTE en WS-RENGLON, en la banda de
      *    WS-FECHA-FLUJO y en la moneda de WS-CUENTA-BUSCADA.
      *    Una entrada vencida no se cuenta.
           080-ANOTAR-FLUJO SECTION.
               IF WS-FECHA-FLUJO < WS-FECHA-HOY
                  AND WS-RENGLON <= WS-ULTIMA-ENTRADA
                   ADD 1 TO WS-CANT-VENCIDAS
               ELSE
                   PERFORM 090-LEER-CUENTA
                   IF CUENTA-LEIDA
                       PERFORM 060-UBICAR-MONEDA
                       IF WS-POS-MON NOT = ZERO
                           PERFORM 070-UBICAR-BANDA
                           ADD WS-IMPORTE TO WS-BM-IMPORTE
                               (WS-POS-MON, WS-RENGLON, WS-BANDA)
                           ADD 1 TO WS-CANT-FLUJOS
                       END-IF
                   END-IF
               END-IF.

           090-LEER-CUENTA SECTION.
               MOVE 'N' TO WS-CUENTA-LEIDA.
               MOVE WS-CUENTA-BUSCADA TO CC-NUMERO-CUENTA OF RCC.
               READ ARCHIVO-CUENTAS
                   KEY IS CC-NUMERO-CUENTA OF RCC
                   INVALID KEY
                       DISPLAY '--> CUENTA ' WS-CUENTA-BUSCADA
                           ' INEXISTENTE'
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CUENTA-LEIDA
                       MOVE CC-MONEDA OF RCC TO WS-MONEDA-BUSCADA
               END-READ.

      *    Depósitos a la vista: saldo acreedor de las cuentas de
      *    clientes, repartido entre la porción volátil (primera
      *    banda) y el núcleo estable (más de un año).
           100-SUMAR-VISTA SECTION.
               MOVE 'N' TO WS-EOF-CTA.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS-CTA = '00'
                   PERFORM UNTIL FIN-ARCHIVO-CTA
                       READ ARCHIVO-CUENTAS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-CTA TO TRUE
                           NOT AT END
                               IF CC-SALDO OF RCC > ZERO
                                  AND CC-SUCURSAL OF RCC
                                      < WS-PRIMERA-RESERVADA
                                   PERFORM 110-SUMAR-CUENTA-VISTA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

           110-SUMAR-CUENTA-VISTA SECTION.
               MOVE CC-MONEDA OF RCC TO WS-MONEDA-BUSCADA.
               PERFORM 060-UBICAR-MONEDA.
               IF WS-POS-MON NOT = ZERO
                   COMPUTE WS-IMPORTE-VOLATIL ROUNDED =
                       CC-SALDO OF RCC * WS-PORC-VISTA-VOLATIL / 100
                   ADD WS-IMPORTE-VOLATIL TO WS-BM-IMPORTE
                       (WS-POS-MON, WS-RENGLON-VISTA, 1)
                   COMPUTE WS-BM-IMPORTE
                       (WS-POS-MON, WS-RENGLON-VISTA, 6) =
                       WS-BM-IMPORTE (WS-POS-MON, WS-RENGLON-VISTA, 6)
                       + CC-SALDO OF RCC - WS-IMPORTE-VOLATIL
                   ADD 1 TO WS-CANT-FLUJOS
               END-IF.

      *    Cuotas pendientes de los préstamos vigentes: capital más
      *    interés a su vencimiento.
           200-SUMAR-CUOTAS SECTION.
               MOVE 'N' TO WS-EOF-PRE.
               OPEN INPUT ARCHIVO-PRESTAMOS.
               IF WS-FILE-STATUS-PRE = '00'
                   PERFORM UNTIL FIN-ARCHIVO-PRE
                       READ ARCHIVO-PRESTAMOS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-PRE TO TRUE
                           NOT AT END
                               IF PRESTAMO-VIGENTE
                                  OF REGISTRO-PRESTAMO
                                   PERFORM 210-SUMAR-PLAN
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF.

           210-SUMAR-PLAN SECTION.
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
                                   MOVE WS-RENGLON-CUOTAS
                                       TO WS-RENGLON
                                   MOVE PR-CUENTA OF REGISTRO-PRESTAMO
                                       TO WS-CUENTA-BUSCADA
                                   MOVE CUO-FECHA-VENC
                                       OF REGISTRO-CUOTA
                                       TO WS-FECHA-FLUJO
                                   COMPUTE WS-IMPORTE =
                                       CUO-CAPITAL OF REGISTRO-CUOTA
                                       + CUO-INTERES OF REGISTRO-CUOTA
                                   PERFORM 080-ANOTAR-FLUJO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CUOTAS
               END-IF.

      *    Cheques descontados todavía en cartera: se cobra el
      *    valor nominal a la fecha de pago.
           300-SUMAR-DESCUENTOS SECTION.
               MOVE 'N' TO WS-EOF-DES.
               OPEN INPUT ARCHIVO-DESCUENTOS.
               IF WS-FILE-STATUS-DES = '00'
                   PERFORM UNTIL FIN-ARCHIVO-DES
                       READ ARCHIVO-DESCUENTOS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-DES TO TRUE
                           NOT AT END
                               IF DESCUENTO-VIGENTE
                                  OF REGISTRO-DESCUENTO
                                   MOVE WS-RENGLON-DESCUENTOS
                                       TO WS-RENGLON
                                   MOVE DS-CUENTA OF REGISTRO-DESCUENTO
                                       TO WS-CUENTA-BUSCADA
                                   MOVE DS-FECHA-PAGO
                                       OF REGISTRO-DESCUENTO
                                       TO WS-FECHA-FLUJO
                                   MOVE DS-MONTO OF REGISTRO-DESCUENTO
                                       TO WS-IMPORTE
                                   PERFORM 080-ANOTAR-FLUJO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-DESCUENTOS
               END-IF.

      *    Cheques de pago diferido en guarda: entran por cámara el
      *    día de su fecha de pago.
           350-SUMAR-CUSTODIA SECTION.
               MOVE 'N' TO WS-EOF-CUS.
               OPEN INPUT ARCHIVO-CUSTODIA.
               IF WS-FILE-STATUS-CUS = '00'
                   PERFORM UNTIL FIN-ARCHIVO-CUS
                       READ ARCHIVO-CUSTODIA NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-CUS TO TRUE
                           NOT AT END
                               IF CUSTODIA-EN-GUARDA
                                  OF REGISTRO-CUSTODIA
                                   MOVE WS-RENGLON-CUSTODIA
                                       TO WS-RENGLON
                                   MOVE CUS-CUENTA OF REGISTRO-CUSTODIA
                                       TO WS-CUENTA-BUSCADA
                                   MOVE CUS-FECHA-PAGO
                                       OF REGISTRO-CUSTODIA
                                       TO WS-FECHA-FLUJO
                                   MOVE CUS-MONTO OF REGISTRO-CUSTODIA
                                       TO WS-IMPORTE
                                   PERFORM 080-ANOTAR-FLUJO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CUSTODIA
               END-IF.

      *    Plazos fijos vigentes: capital más el interés simple
      *    pactado, como lo liquida el batch de vencimientos.
           400-SUMAR-PLAZOS SECTION.
               MOVE 'N' TO WS-EOF-PLA.
               OPEN INPUT ARCHIVO-PLAZOS.
               IF WS-FILE-STATUS-PLA = '00'
                   PERFORM UNTIL FIN-ARCHIVO-PLA
                       READ ARCHIVO-PLAZOS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-PLA TO TRUE
                           NOT AT END
                               IF PF-VIGENTE OF REGISTRO-PLAZO
                                   MOVE WS-RENGLON-PLAZOS
                                       TO WS-RENGLON
                                   MOVE PF-CUENTA-ORIGEN
                                       OF REGISTRO-PLAZO
                                       TO WS-CUENTA-BUSCADA
                                   MOVE PF-FECHA-VENCIMIENTO
                                       OF REGISTRO-PLAZO
                                       TO WS-FECHA-FLUJO
                                   COMPUTE WS-IMPORTE ROUNDED =
                                       PF-CAPITAL OF REGISTRO-PLAZO
                                       + PF-CAPITAL OF REGISTRO-PLAZO
                                       * PF-TASA OF REGISTRO-PLAZO
                                       * PF-PLAZO-DIAS
                                         OF REGISTRO-PLAZO / 365
                                   PERFORM 080-ANOTAR-FLUJO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-PLAZOS
               END-IF.

      *    Órdenes permanentes activas: cada repetición que cae
      *    dentro del próximo año (mensual cada 30 días, semanal
      *    cada 7). La próxima fecha ya pasada sale en la primera
      *    banda.
           450-SUMAR-ORDENES SECTION.
               MOVE 'N' TO WS-EOF-ORD.
               OPEN INPUT ARCHIVO-ORDENES.
               IF WS-FILE-STATUS-ORD = '00'
                   PERFORM UNTIL FIN-ARCHIVO-ORD
                       READ ARCHIVO-ORDENES NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-ORD TO TRUE
                           NOT AT END
                               IF ORDEN-ACTIVA OF REGISTRO-ORDEN
                                   PERFORM 460-PROYECTAR-ORDEN
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-ORDENES
               END-IF.

           460-PROYECTAR-ORDEN SECTION.
               MOVE OR-NUMERO-CUENTA OF REGISTRO-ORDEN
                   TO WS-CUENTA-BUSCADA.
               PERFORM 090-LEER-CUENTA.
               IF CUENTA-LEIDA
                   PERFORM 060-UBICAR-MONEDA
               ELSE
                   MOVE ZERO TO WS-POS-MON
               END-IF.
               IF WS-POS-MON NOT = ZERO
                   IF FRECUENCIA-SEMANAL OF REGISTRO-ORDEN
                       MOVE 7 TO WS-DIAS-REPETICION
                   ELSE
                       MOVE 30 TO WS-DIAS-REPETICION
                   END-IF
                   MOVE OR-PROXIMA-FECHA OF REGISTRO-ORDEN
                       TO WS-FECHA-FLUJO
                   PERFORM 070-UBICAR-BANDA
                   IF WS-DIAS-AL-FLUJO < ZERO
                       MOVE ZERO TO WS-DIAS-AL-FLUJO
                   END-IF
                   PERFORM UNTIL WS-DIAS-AL-FLUJO > WS-DIAS-HORIZONTE
                       EVALUATE TRUE
                           WHEN WS-DIAS-AL-FLUJO <= 7
                               MOVE 1 TO WS-BANDA
                           WHEN WS-DIAS-AL-FLUJO <= 30
                               MOVE 2 TO WS-BANDA
                           WHEN WS-DIAS-AL-FLUJO <= 90
                               MOVE 3 TO WS-BANDA
                           WHEN WS-DIAS-AL-FLUJO <= 180
                               MOVE 4 TO WS-BANDA
                           WHEN OTHER
                               MOVE 5 TO WS-BANDA
                       END-EVALUATE
                       ADD OR-MONTO OF REGISTRO-ORDEN TO WS-BM-IMPORTE
                           (WS-POS-MON, WS-RENGLON-ORDENES, WS-BANDA)
                       ADD 1 TO WS-CANT-FLUJOS
                       ADD WS-DIAS-REPETICION TO WS-DIAS-AL-FLUJO
                   END-PERFORM
               END-IF.

           600-EMITIR-REPORTE SECTION.
               MOVE '---- BRECHA DE LIQUIDEZ POR VENCIMIENTO ----'
                   TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "FECHA DE PROCESO " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   "  VISTA VOLATIL % " DELIMITED BY SIZE
                   WS-PORC-VISTA-VOLATIL DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               PERFORM VARYING WS-IDX-MON FROM 1 BY 1
                   UNTIL WS-IDX-MON > WS-CANT-MONEDAS
                   PERFORM 610-EMITIR-MONEDA
               END-PERFORM.

           610-EMITIR-MONEDA SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "MONEDA " DELIMITED BY SIZE
                   WS-BM-MONEDA (WS-IDX-MON) DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "CONCEPTO            " DELIMITED BY SIZE
                   "        0-7 DIAS" DELIMITED BY SIZE
                   "       8-30 DIAS" DELIMITED BY SIZE
                   "      31-90 DIAS" DELIMITED BY SIZE
                   "     91-180 DIAS" DELIMITED BY SIZE
                   "    181-365 DIAS" DELIMITED BY SIZE
                   "       >365 DIAS" DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               INITIALIZE WS-TOTAL-ENTRADAS.
               INITIALIZE WS-TOTAL-SALIDAS.
               PERFORM VARYING WS-IDX-REN FROM 1 BY 1
                   UNTIL WS-IDX-REN > 6
                   MOVE WS-NOMBRE-RENGLON (WS-IDX-REN) TO WS-ETIQUETA
                   PERFORM VARYING WS-IDX-BAN FROM 1 BY 1
                       UNTIL WS-IDX-BAN > 6
                       MOVE WS-BM-IMPORTE
                           (WS-IDX-MON, WS-IDX-REN, WS-IDX-BAN)
                           TO WS-RI-IMPORTE (WS-IDX-BAN)
                       IF WS-IDX-REN <= WS-ULTIMA-ENTRADA
                           ADD WS-RI-IMPORTE (WS-IDX-BAN)
                               TO WS-TE-IMPORTE (WS-IDX-BAN)
                       ELSE
                           ADD WS-RI-IMPORTE (WS-IDX-BAN)
                               TO WS-TS-IMPORTE (WS-IDX-BAN)
                       END-IF
                   END-PERFORM
                   PERFORM 620-EMITIR-RENGLON
                   IF WS-IDX-REN = WS-ULTIMA-ENTRADA
                       MOVE 'TOTAL ENTRADAS' TO WS-ETIQUETA
                       MOVE WS-TOTAL-ENTRADAS TO WS-RENGLON-IMPORTES
                       PERFORM 620-EMITIR-RENGLON
                   END-IF
               END-PERFORM.
               MOVE 'TOTAL SALIDAS' TO WS-ETIQUETA.
               MOVE WS-TOTAL-SALIDAS TO WS-RENGLON-IMPORTES.
               PERFORM 620-EMITIR-RENGLON.

      *        Brecha de cada banda y acumulada; la primera banda
      *        con acumulada negativa es el faltante a fondear.
               MOVE ZERO TO WS-BRECHA-ACUMULADA.
               MOVE ZERO TO WS-PRIMERA-NEGATIVA.
               PERFORM VARYING WS-IDX-BAN FROM 1 BY 1
                   UNTIL WS-IDX-BAN > 6
                   COMPUTE WS-RI-IMPORTE (WS-IDX-BAN) =
                       WS-TE-IMPORTE (WS-IDX-BAN)
                       - WS-TS-IMPORTE (WS-IDX-BAN)
               END-PERFORM.
               MOVE 'BRECHA' TO WS-ETIQUETA.
               PERFORM 620-EMITIR-RENGLON.
               PERFORM VARYING WS-IDX-BAN FROM 1 BY 1
                   UNTIL WS-IDX-BAN > 6
                   ADD WS-RI-IMPORTE (WS-IDX-BAN)
                       TO WS-BRECHA-ACUMULADA
                   MOVE WS-BRECHA-ACUMULADA
                       TO WS-RI-IMPORTE (WS-IDX-BAN)
                   IF WS-BRECHA-ACUMULADA < ZERO
                      AND WS-PRIMERA-NEGATIVA = ZERO
                       MOVE WS-IDX-BAN TO WS-PRIMERA-NEGATIVA
                   END-IF
               END-PERFORM.
               MOVE 'BRECHA ACUMULADA' TO WS-ETIQUETA.
               PERFORM 620-EMITIR-RENGLON.
               IF WS-PRIMERA-NEGATIVA NOT = ZERO
                   MOVE SPACES TO LINEA-REPORTE
                   STRING
                       "--> " DELIMITED BY SIZE
                       WS-BM-MONEDA (WS-IDX-MON) DELIMITED BY SIZE
                       ": BRECHA ACUMULADA NEGATIVA DESDE LA BANDA "
                       DELIMITED BY SIZE
                       WS-PRIMERA-NEGATIVA DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   END-STRING
                   WRITE LINEA-REPORTE
                   DISPLAY LINEA-REPORTE
               END-IF.

      *    Un renglón de la escalera: WS-ETIQUETA y los importes
      *    de WS-RENGLON-IMPORTES redondeados a la unidad.
           620-EMITIR-RENGLON SECTION.
               PERFORM VARYING WS-IDX-BAN FROM 1 BY 1
                   UNTIL WS-IDX-BAN > 6
                   COMPUTE WS-ENTERO ROUNDED =
                       WS-RI-IMPORTE (WS-IDX-BAN)
                   MOVE WS-ENTERO TO WS-BANDA-DISPLAY (WS-IDX-BAN)
               END-PERFORM.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   WS-ETIQUETA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BANDA-DISPLAY (1) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BANDA-DISPLAY (2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BANDA-DISPLAY (3) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BANDA-DISPLAY (4) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BANDA-DISPLAY (5) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BANDA-DISPLAY (6) DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
