       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSICION-GLOBAL-CAMBIO.
       AUTHOR. MARCOS MUÑOZ.

      * Posición global neta en moneda extranjera, diaria. Por
      * cada moneda extranjera (todas menos ARS y UVA) suma los
      * activos — efectivo en las bóvedas de las sucursales y en
      * tránsito (control.dat) y capital de las cuotas pendientes
      * de los préstamos vigentes — y los pasivos — saldos
      * acreedores de cuentas, capital de los plazos fijos
      * vigentes y cheques de gerencia emitidos sin pagar —; la
      * moneda de un préstamo o plazo fijo es la de su cuenta. La
      * posición de cada moneda se valúa al tipo de cambio de
      * cierre (promedio de las puntas de OBTENER-COTIZACION) y la
      * suma en pesos es la posición global neta, que se compara
      * en valor absoluto con PA-TOPE-POSICION-CAMBIO. El día
      * queda en posicion_cambio.dat y se emite el reporte diario
      * más el archivo mensual de presentación pgn_<AAAAMM>.dat
      * (se rearma completo en cada corrida con los días ya
      * calculados del mes).
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

           SELECT ARCHIVO-PLAZOS ASSIGN TO 'plazofijo.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-NUMERO OF REGISTRO-PLAZO
               FILE STATUS IS WS-FILE-STATUS-PLA.

           SELECT ARCHIVO-CONTROL ASSIGN TO 'control.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CLAVE OF REGISTRO-CONTROL
               FILE STATUS IS WS-FILE-STATUS-CTL.

           SELECT ARCHIVO-GERENCIA ASSIGN TO 'cheques_gerencia.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-NUMERO OF REGISTRO-GERENCIA
               FILE STATUS IS WS-FILE-STATUS-GER.

           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PARAM.

           SELECT ARCHIVO-POSICION-CAMBIO
               ASSIGN TO 'posicion_cambio.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-CLAVE OF REGISTRO-POSICION-CAMBIO
               FILE STATUS IS WS-FILE-STATUS-POS.

           SELECT ARCHIVO-REPORTE
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-REP.

           SELECT ARCHIVO-PRESENTACION
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-PRES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PRS.

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

       FD  ARCHIVO-PLAZOS.
           01 REGISTRO-PLAZO.
               COPY "plazofijo.cpy".

       FD  ARCHIVO-CONTROL.
           01 REGISTRO-CONTROL.
               COPY "control.cpy".

       FD  ARCHIVO-GERENCIA.
           01 REGISTRO-GERENCIA.
               COPY "gerencia.cpy".

       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       FD  ARCHIVO-POSICION-CAMBIO.
           01 REGISTRO-POSICION-CAMBIO.
               COPY "posicioncambio.cpy".

       FD  ARCHIVO-REPORTE
           RECORD CONTAINS 120 CHARACTERS.
           01  LINEA-REPORTE          PIC X(120).

      *    Presentación mensual: un renglón por día y moneda, con
      *    los importes sin signo y el signo aparte.
       FD  ARCHIVO-PRESENTACION.
           01  LINEA-PRESENTACION.
               05  PGN-TIPO           PIC X(02).
               05  PGN-FECHA          PIC 9(08).
               05  PGN-MONEDA         PIC X(03).
               05  PGN-ACTIVOS        PIC 9(14)V99.
               05  PGN-PASIVOS        PIC 9(14)V99.
               05  PGN-SIGNO-ME       PIC X(01).
               05  PGN-POSICION-ME    PIC 9(14)V99.
               05  PGN-TIPO-CAMBIO    PIC 9(06)V9999.
               05  PGN-SIGNO-ARS      PIC X(01).
               05  PGN-POSICION-ARS   PIC 9(14)V99.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CTA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PRE    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CUO    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PLA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTL    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-GER    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM  PIC XX VALUE '00'.
       01  WS-FILE-STATUS-POS    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REP    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PRS    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-CUOTAS PIC X(100).
       01  NOMBRE-ARCHIVO-REPORTE PIC X(100).
       01  NOMBRE-ARCHIVO-PRES   PIC X(100).

       01  WS-EOF-CTA            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CTA    VALUE 'Y'.
       01  WS-EOF-PRE            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-PRE    VALUE 'Y'.
       01  WS-EOF-CUO            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CUO    VALUE 'Y'.
       01  WS-EOF-PLA            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-PLA    VALUE 'Y'.
       01  WS-EOF-CTL            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CTL    VALUE 'Y'.
       01  WS-EOF-GER            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-GER    VALUE 'Y'.
       01  WS-EOF-POS            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-POS    VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-PERIODO            PIC 9(06).
       01  WS-PERIODO-LEIDO      PIC 9(06).

      *    Sucursales de control.dat: desde la 992 son cuentas
      *    contables, salvo la 996 (efectivo en tránsito entre
      *    sucursales), que sigue siendo efectivo del banco.
       01  WS-PRIMERA-RESERVADA  PIC 9(03) VALUE 992.
       01  WS-SUCURSAL-TRANSITO  PIC 9(03) VALUE 996.

       01  WS-TOPE-POSICION      PIC S9(12)V99 VALUE ZERO.

      *    Posición del día por moneda extranjera.
       01  WS-TABLA-MONEDAS.
           05 WS-MONEDA-POS OCCURS 10 TIMES.
               10 WS-MP-MONEDA           PIC X(03).
               10 WS-MP-EFECTIVO         PIC S9(14)V99.
               10 WS-MP-PRESTAMOS        PIC S9(14)V99.
               10 WS-MP-DEPOSITOS        PIC S9(14)V99.
               10 WS-MP-PLAZOS           PIC S9(14)V99.
               10 WS-MP-GERENCIA         PIC S9(14)V99.
       01  WS-CANT-MONEDAS       PIC 9(02) VALUE ZERO.
       01  WS-IDX-MON            PIC 9(02).
       01  WS-POS-MON            PIC 9(02).
       01  WS-MONEDA-BUSCADA     PIC X(03).
       01  WS-CAPITAL-PENDIENTE  PIC S9(14)V99.

       01  WS-LADO-COMPRA        PIC X(01) VALUE 'C'.
       01  WS-LADO-VENTA         PIC X(01) VALUE 'V'.
       01  WS-TASA-COMPRA        PIC 9(06)V9999.
       01  WS-TASA-VENTA         PIC 9(06)V9999.

       01  WS-ACTIVOS            PIC S9(14)V99.
       01  WS-PASIVOS            PIC S9(14)V99.
       01  WS-POSICION-GLOBAL    PIC S9(14)V99 VALUE ZERO.
       01  WS-POSICION-ABSOLUTA  PIC S9(14)V99.
       01  WS-RESULTADO-TOPE     PIC X(30).

       01  WS-MONTO-DISPLAY      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ARS-DISPLAY        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TASA-DISPLAY       PIC ZZZ,ZZ9.9999.
       01  WS-ETIQUETA           PIC X(30).

       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

       01  WS-CANT-PARTIDAS      PIC 9(08) VALUE ZERO.
       01  WS-CANT-PRESENTADOS   PIC 9(06) VALUE ZERO.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'POSICION-GLOBAL-CAMBIO'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- POSICIÓN GLOBAL NETA EN MONEDA EXTRANJERA'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           DIVIDE WS-FECHA-HOY BY 100 GIVING WS-PERIODO.
           PERFORM 050-LEER-PARAMETROS.
           PERFORM 100-SUMAR-EFECTIVO.
           OPEN INPUT ARCHIVO-CUENTAS.
           IF WS-FILE-STATUS-CTA NOT = '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CUENTAS'
               MOVE 8 TO RETURN-CODE
               PERFORM 900-FINALIZAR-PROGRAMA
           END-IF.
           PERFORM 200-SUMAR-PRESTAMOS.
           PERFORM 300-SUMAR-PLAZOS.
           CLOSE ARCHIVO-CUENTAS.
           PERFORM 350-SUMAR-DEPOSITOS.
           PERFORM 400-SUMAR-GERENCIA.
           PERFORM 500-GRABAR-POSICION.

           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE.
           STRING
               "posicion_cambio_" DELIMITED BY SIZE
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
               DISPLAY '---> POSICIÓN EN ' NOMBRE-ARCHIVO-REPORTE
           END-IF.
           PERFORM 700-ESCRIBIR-PRESENTACION.
           DISPLAY '---- PARTIDAS EN MONEDA EXTRANJERA: '
               WS-CANT-PARTIDAS.
           DISPLAY '---- MONEDAS: ' WS-CANT-MONEDAS.
           MOVE WS-CANT-PARTIDAS TO CB-PROCESADOS.
           MOVE WS-CANT-MONEDAS TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           050-LEER-PARAMETROS SECTION.
               OPEN INPUT ARCHIVO-PARAMETROS.
               IF WS-FILE-STATUS-PARAM = '00'
                   READ ARCHIVO-PARAMETROS
                   END-READ
                   IF PA-TOPE-POSICION-CAMBIO NUMERIC
                       MOVE PA-TOPE-POSICION-CAMBIO
                           TO WS-TOPE-POSICION
                   END-IF
                   CLOSE ARCHIVO-PARAMETROS
               END-IF.

      *    Deja en WS-POS-MON la entrada de WS-MONEDA-BUSCADA,
      *    agregándola si no está; cero para pesos, UVA o tabla
      *    llena.
           060-UBICAR-MONEDA SECTION.
               MOVE ZERO TO WS-POS-MON.
               IF WS-MONEDA-BUSCADA NOT = 'ARS'
                  AND WS-MONEDA-BUSCADA NOT = 'UVA'
                   PERFORM VARYING WS-IDX-MON FROM 1 BY 1
                       UNTIL WS-IDX-MON > WS-CANT-MONEDAS
                       OR WS-POS-MON NOT = ZERO
                       IF WS-MP-MONEDA (WS-IDX-MON)
                          = WS-MONEDA-BUSCADA
                           MOVE WS-IDX-MON TO WS-POS-MON
                       END-IF
                   END-PERFORM
                   IF WS-POS-MON = ZERO
                       IF WS-CANT-MONEDAS < 10
                           ADD 1 TO WS-CANT-MONEDAS
                           MOVE WS-CANT-MONEDAS TO WS-POS-MON
                           INITIALIZE WS-MONEDA-POS (WS-POS-MON)
                           MOVE WS-MONEDA-BUSCADA
                               TO WS-MP-MONEDA (WS-POS-MON)
                       ELSE
                           DISPLAY '--> TABLA DE MONEDAS LLENA'
                       END-IF
                   END-IF
               END-IF.

      *    Moneda de la cuenta de un préstamo o plazo fijo.
           070-MONEDA-DE-CUENTA SECTION.
               MOVE SPACES TO WS-MONEDA-BUSCADA.
               READ ARCHIVO-CUENTAS
                   KEY IS CC-NUMERO-CUENTA OF RCC
                   INVALID KEY
                       DISPLAY '--> CUENTA '
                           CC-NUMERO-CUENTA OF RCC ' INEXISTENTE'
                   NOT INVALID KEY
                       MOVE CC-MONEDA OF RCC TO WS-MONEDA-BUSCADA
               END-READ.
               IF WS-MONEDA-BUSCADA = SPACES
                   MOVE ZERO TO WS-POS-MON
               ELSE
                   PERFORM 060-UBICAR-MONEDA
               END-IF.

      *    Efectivo en moneda extranjera de las bóvedas y en
      *    tránsito.
           100-SUMAR-EFECTIVO SECTION.
               MOVE 'N' TO WS-EOF-CTL.
               OPEN INPUT ARCHIVO-CONTROL.
               IF WS-FILE-STATUS-CTL = '00'
                   PERFORM UNTIL FIN-ARCHIVO-CTL
                       READ ARCHIVO-CONTROL NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-CTL TO TRUE
                           NOT AT END
                               IF CTL-SUCURSAL OF REGISTRO-CONTROL
                                  < WS-PRIMERA-RESERVADA
                                  OR CTL-SUCURSAL OF REGISTRO-CONTROL
                                     = WS-SUCURSAL-TRANSITO
                                   MOVE CTL-MONEDA OF REGISTRO-CONTROL
                                       TO WS-MONEDA-BUSCADA
                                   PERFORM 060-UBICAR-MONEDA
                                   IF WS-POS-MON NOT = ZERO
                                       ADD CTL-SALDO
                                           OF REGISTRO-CONTROL
                                           TO WS-MP-EFECTIVO
                                              (WS-POS-MON)
                                       ADD 1 TO WS-CANT-PARTIDAS
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CONTROL
               END-IF.

      *    Capital de las cuotas pendientes de los préstamos
      *    vigentes en moneda extranjera.
           200-SUMAR-PRESTAMOS SECTION.
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
                                   PERFORM 210-SUMAR-PRESTAMO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF.

           210-SUMAR-PRESTAMO SECTION.
               MOVE PR-CUENTA OF REGISTRO-PRESTAMO
                   TO CC-NUMERO-CUENTA OF RCC.
               PERFORM 070-MONEDA-DE-CUENTA.
               IF WS-POS-MON NOT = ZERO
                   MOVE ZERO TO WS-CAPITAL-PENDIENTE
                   MOVE SPACES TO NOMBRE-ARCHIVO-CUOTAS
                   STRING
                       "prestamos/" DELIMITED BY SIZE
                       PR-NUMERO OF REGISTRO-PRESTAMO
                       DELIMITED BY SIZE
                       ".dat" DELIMITED BY SIZE
                       INTO NOMBRE-ARCHIVO-CUOTAS
                   END-STRING
                   MOVE 'N' TO WS-EOF-CUO
                   OPEN INPUT ARCHIVO-CUOTAS
                   IF WS-FILE-STATUS-CUO = '00'
                       PERFORM UNTIL FIN-ARCHIVO-CUO
                           READ ARCHIVO-CUOTAS
                               AT END
                                   SET FIN-ARCHIVO-CUO TO TRUE
                               NOT AT END
                                   IF CUOTA-PENDIENTE
                                      OF REGISTRO-CUOTA
                                       ADD CUO-CAPITAL
                                           OF REGISTRO-CUOTA
                                           TO WS-CAPITAL-PENDIENTE
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE ARCHIVO-CUOTAS
                   END-IF
                   ADD WS-CAPITAL-PENDIENTE
                       TO WS-MP-PRESTAMOS (WS-POS-MON)
                   ADD 1 TO WS-CANT-PARTIDAS
               END-IF.

           300-SUMAR-PLAZOS SECTION.
               MOVE 'N' TO WS-EOF-PLA.
               OPEN INPUT ARCHIVO-PLAZOS.
               IF WS-FILE-STATUS-PLA = '00'
                   PERFORM UNTIL FIN-ARCHIVO-PLA
                       READ ARCHIVO-PLAZOS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-PLA TO TRUE
                           NOT AT END
                               IF PF-VIGENTE OF REGISTRO-PLAZO
                                   MOVE PF-CUENTA-ORIGEN
                                       OF REGISTRO-PLAZO
                                       TO CC-NUMERO-CUENTA OF RCC
                                   PERFORM 070-MONEDA-DE-CUENTA
                                   IF WS-POS-MON NOT = ZERO
                                       ADD PF-CAPITAL
                                           OF REGISTRO-PLAZO
                                           TO WS-MP-PLAZOS
                                              (WS-POS-MON)
                                       ADD 1 TO WS-CANT-PARTIDAS
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-PLAZOS
               END-IF.

      *    Saldos acreedores de las cuentas en moneda extranjera
      *    (un descubierto sería un activo, pero las cuentas en
      *    divisas no lo tienen habilitado).
           350-SUMAR-DEPOSITOS SECTION.
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
                                   MOVE CC-MONEDA OF RCC
                                       TO WS-MONEDA-BUSCADA
                                   PERFORM 060-UBICAR-MONEDA
                                   IF WS-POS-MON NOT = ZERO
                                       ADD CC-SALDO OF RCC
                                           TO WS-MP-DEPOSITOS
                                              (WS-POS-MON)
                                       ADD 1 TO WS-CANT-PARTIDAS
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

      *    Cheques de gerencia en moneda extranjera emitidos y
      *    todavía no presentados.
           400-SUMAR-GERENCIA SECTION.
               MOVE 'N' TO WS-EOF-GER.
               OPEN INPUT ARCHIVO-GERENCIA.
               IF WS-FILE-STATUS-GER = '00'
                   PERFORM UNTIL FIN-ARCHIVO-GER
                       READ ARCHIVO-GERENCIA NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-GER TO TRUE
                           NOT AT END
                               IF GERENCIA-EMITIDO
                                  OF REGISTRO-GERENCIA
                                   MOVE CG-MONEDA OF REGISTRO-GERENCIA
                                       TO WS-MONEDA-BUSCADA
                                   PERFORM 060-UBICAR-MONEDA
                                   IF WS-POS-MON NOT = ZERO
                                       ADD CG-MONTO
                                           OF REGISTRO-GERENCIA
                                           TO WS-MP-GERENCIA
                                              (WS-POS-MON)
                                       ADD 1 TO WS-CANT-PARTIDAS
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-GERENCIA
               END-IF.

      *    Valúa cada moneda al cierre y graba el día; una nueva
      *    corrida del mismo día lo reemplaza.
           500-GRABAR-POSICION SECTION.
               OPEN I-O ARCHIVO-POSICION-CAMBIO.
               IF WS-FILE-STATUS-POS = '35'
                   OPEN OUTPUT ARCHIVO-POSICION-CAMBIO
                   CLOSE ARCHIVO-POSICION-CAMBIO
                   OPEN I-O ARCHIVO-POSICION-CAMBIO
               END-IF.
               IF WS-FILE-STATUS-POS NOT = '00'
                   DISPLAY 'ERROR AL ABRIR LA POSICIÓN DE CAMBIO'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WS-IDX-MON FROM 1 BY 1
                       UNTIL WS-IDX-MON > WS-CANT-MONEDAS
                       PERFORM 510-GRABAR-MONEDA
                   END-PERFORM
                   CLOSE ARCHIVO-POSICION-CAMBIO
               END-IF.

           510-GRABAR-MONEDA SECTION.
               INITIALIZE REGISTRO-POSICION-CAMBIO.
               MOVE WS-FECHA-HOY
                   TO PG-FECHA OF REGISTRO-POSICION-CAMBIO.
               MOVE WS-MP-MONEDA (WS-IDX-MON)
                   TO PG-MONEDA OF REGISTRO-POSICION-CAMBIO.
               MOVE WS-MP-EFECTIVO (WS-IDX-MON)
                   TO PG-ACTIVO-EFECTIVO OF REGISTRO-POSICION-CAMBIO.
               MOVE WS-MP-PRESTAMOS (WS-IDX-MON)
                   TO PG-ACTIVO-PRESTAMOS OF REGISTRO-POSICION-CAMBIO.
               MOVE WS-MP-DEPOSITOS (WS-IDX-MON)
                   TO PG-PASIVO-DEPOSITOS OF REGISTRO-POSICION-CAMBIO.
               MOVE WS-MP-PLAZOS (WS-IDX-MON)
                   TO PG-PASIVO-PLAZOS OF REGISTRO-POSICION-CAMBIO.
               MOVE WS-MP-GERENCIA (WS-IDX-MON)
                   TO PG-PASIVO-GERENCIA OF REGISTRO-POSICION-CAMBIO.
               COMPUTE PG-POSICION-ME OF REGISTRO-POSICION-CAMBIO =
                   WS-MP-EFECTIVO (WS-IDX-MON)
                   + WS-MP-PRESTAMOS (WS-IDX-MON)
                   - WS-MP-DEPOSITOS (WS-IDX-MON)
                   - WS-MP-PLAZOS (WS-IDX-MON)
                   - WS-MP-GERENCIA (WS-IDX-MON).
               CALL 'OBTENER-COTIZACION' USING WS-FECHA-HOY
                   WS-MP-MONEDA (WS-IDX-MON) WS-LADO-COMPRA
                   WS-TASA-COMPRA.
               CALL 'OBTENER-COTIZACION' USING WS-FECHA-HOY
                   WS-MP-MONEDA (WS-IDX-MON) WS-LADO-VENTA
                   WS-TASA-VENTA.
               COMPUTE PG-TIPO-CAMBIO OF REGISTRO-POSICION-CAMBIO
                   ROUNDED = (WS-TASA-COMPRA + WS-TASA-VENTA) / 2.
               COMPUTE PG-POSICION-ARS OF REGISTRO-POSICION-CAMBIO
                   ROUNDED = PG-POSICION-ME OF REGISTRO-POSICION-CAMBIO
                   * PG-TIPO-CAMBIO OF REGISTRO-POSICION-CAMBIO.
               ADD PG-POSICION-ARS OF REGISTRO-POSICION-CAMBIO
                   TO WS-POSICION-GLOBAL.
               WRITE REGISTRO-POSICION-CAMBIO
                   INVALID KEY
                       REWRITE REGISTRO-POSICION-CAMBIO
               END-WRITE.
               IF WS-FILE-STATUS-POS NOT = '00'
                   DISPLAY 'ERROR AL GRABAR LA POSICIÓN '
                       WS-MP-MONEDA (WS-IDX-MON)
                   MOVE 8 TO RETURN-CODE
               END-IF.

      *    Reporte diario: apertura de cada moneda, su valuación y
      *    la posición global contra el tope.
           600-EMITIR-REPORTE SECTION.
               MOVE '---- POSICION GLOBAL NETA EN MONEDA EXTRANJERA'
                   TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "FECHA DE PROCESO " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               MOVE 'N' TO WS-EOF-POS.
               OPEN INPUT ARCHIVO-POSICION-CAMBIO.
               IF WS-FILE-STATUS-POS = '00'
                   MOVE WS-FECHA-HOY
                       TO PG-FECHA OF REGISTRO-POSICION-CAMBIO
                   MOVE LOW-VALUES
                       TO PG-MONEDA OF REGISTRO-POSICION-CAMBIO
                   START ARCHIVO-POSICION-CAMBIO
                       KEY IS >= PG-CLAVE OF REGISTRO-POSICION-CAMBIO
                       INVALID KEY
                           SET FIN-ARCHIVO-POS TO TRUE
                   END-START
                   PERFORM UNTIL FIN-ARCHIVO-POS
                       READ ARCHIVO-POSICION-CAMBIO NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-POS TO TRUE
                           NOT AT END
                               IF PG-FECHA OF REGISTRO-POSICION-CAMBIO
                                  NOT = WS-FECHA-HOY
                                   SET FIN-ARCHIVO-POS TO TRUE
                               ELSE
                                   PERFORM 610-EMITIR-MONEDA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-POSICION-CAMBIO
               END-IF.

               MOVE SPACES TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE WS-POSICION-GLOBAL TO WS-ARS-DISPLAY.
               MOVE 'POSICION GLOBAL NETA (ARS)' TO WS-ETIQUETA.
               PERFORM 630-EMITIR-IMPORTE-ARS.
               MOVE WS-TOPE-POSICION TO WS-ARS-DISPLAY.
               MOVE 'TOPE REGULATORIO (ARS)' TO WS-ETIQUETA.
               PERFORM 630-EMITIR-IMPORTE-ARS.
               IF WS-POSICION-GLOBAL < ZERO
                   COMPUTE WS-POSICION-ABSOLUTA =
                       ZERO - WS-POSICION-GLOBAL
               ELSE
                   MOVE WS-POSICION-GLOBAL TO WS-POSICION-ABSOLUTA
               END-IF.
               EVALUATE TRUE
                   WHEN WS-TOPE-POSICION = ZERO
                       MOVE '--> TOPE NO CARGADO' TO WS-RESULTADO-TOPE
                   WHEN WS-POSICION-ABSOLUTA > WS-TOPE-POSICION
                       MOVE '--> POSICION EXCEDIDA DEL TOPE'
                           TO WS-RESULTADO-TOPE
                   WHEN OTHER
                       MOVE 'DENTRO DEL TOPE' TO WS-RESULTADO-TOPE
               END-EVALUATE.
               MOVE WS-RESULTADO-TOPE TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               DISPLAY 'POSICION GLOBAL NETA ' WS-POSICION-GLOBAL
                   ' ' WS-RESULTADO-TOPE.

           610-EMITIR-MONEDA SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "MONEDA " DELIMITED BY SIZE
                   PG-MONEDA OF REGISTRO-POSICION-CAMBIO
                   DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               MOVE PG-ACTIVO-EFECTIVO OF REGISTRO-POSICION-CAMBIO
                   TO WS-MONTO-DISPLAY.
               MOVE 'ACTIVO - EFECTIVO' TO WS-ETIQUETA.
               PERFORM 620-EMITIR-IMPORTE-ME.
               MOVE PG-ACTIVO-PRESTAMOS OF REGISTRO-POSICION-CAMBIO
                   TO WS-MONTO-DISPLAY.
               MOVE 'ACTIVO - PRESTAMOS' TO WS-ETIQUETA.
               PERFORM 620-EMITIR-IMPORTE-ME.
               MOVE PG-PASIVO-DEPOSITOS OF REGISTRO-POSICION-CAMBIO
                   TO WS-MONTO-DISPLAY.
               MOVE 'PASIVO - DEPOSITOS' TO WS-ETIQUETA.
               PERFORM 620-EMITIR-IMPORTE-ME.
               MOVE PG-PASIVO-PLAZOS OF REGISTRO-POSICION-CAMBIO
                   TO WS-MONTO-DISPLAY.
               MOVE 'PASIVO - PLAZOS FIJOS' TO WS-ETIQUETA.
               PERFORM 620-EMITIR-IMPORTE-ME.
               MOVE PG-PASIVO-GERENCIA OF REGISTRO-POSICION-CAMBIO
                   TO WS-MONTO-DISPLAY.
               MOVE 'PASIVO - CHEQUES DE GERENCIA' TO WS-ETIQUETA.
               PERFORM 620-EMITIR-IMPORTE-ME.
               MOVE PG-POSICION-ME OF REGISTRO-POSICION-CAMBIO
                   TO WS-MONTO-DISPLAY.
               MOVE 'POSICION NETA' TO WS-ETIQUETA.
               PERFORM 620-EMITIR-IMPORTE-ME.
               MOVE PG-TIPO-CAMBIO OF REGISTRO-POSICION-CAMBIO
                   TO WS-TASA-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "TIPO DE CAMBIO DE CIERRE       " DELIMITED BY SIZE
                   WS-TASA-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               MOVE PG-POSICION-ARS OF REGISTRO-POSICION-CAMBIO
                   TO WS-ARS-DISPLAY.
               MOVE 'POSICION NETA EN PESOS' TO WS-ETIQUETA.
               PERFORM 630-EMITIR-IMPORTE-ARS.

           620-EMITIR-IMPORTE-ME SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   WS-ETIQUETA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.

           630-EMITIR-IMPORTE-ARS SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   WS-ETIQUETA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ARS-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.

      *    Presentación mensual: todos los días del mes ya
      *    calculados, en formato fijo.
           700-ESCRIBIR-PRESENTACION SECTION.
               MOVE SPACES TO NOMBRE-ARCHIVO-PRES.
               STRING
                   "pgn_" DELIMITED BY SIZE
                   WS-PERIODO DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-PRES
               END-STRING.
               OPEN OUTPUT ARCHIVO-PRESENTACION.
               IF WS-FILE-STATUS-PRS NOT = '00'
                   DISPLAY 'ERROR AL ABRIR LA PRESENTACIÓN'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'N' TO WS-EOF-POS
                   OPEN INPUT ARCHIVO-POSICION-CAMBIO
                   IF WS-FILE-STATUS-POS = '00'
                       MOVE LOW-VALUES
                           TO PG-CLAVE OF REGISTRO-POSICION-CAMBIO
                       COMPUTE PG-FECHA OF REGISTRO-POSICION-CAMBIO =
                           WS-PERIODO * 100
                       START ARCHIVO-POSICION-CAMBIO
                           KEY IS >=
                               PG-CLAVE OF REGISTRO-POSICION-CAMBIO
                           INVALID KEY
                               SET FIN-ARCHIVO-POS TO TRUE
                       END-START
                       PERFORM UNTIL FIN-ARCHIVO-POS
                           READ ARCHIVO-POSICION-CAMBIO NEXT RECORD
                               AT END
                                   SET FIN-ARCHIVO-POS TO TRUE
                               NOT AT END
                                   DIVIDE PG-FECHA
                                       OF REGISTRO-POSICION-CAMBIO
                                       BY 100 GIVING WS-PERIODO-LEIDO
                                   IF WS-PERIODO-LEIDO NOT = WS-PERIODO
                                       SET FIN-ARCHIVO-POS TO TRUE
                                   ELSE
                                       PERFORM 710-ESCRIBIR-DIA
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE ARCHIVO-POSICION-CAMBIO
                   END-IF
                   CLOSE ARCHIVO-PRESENTACION
                   DISPLAY '---> PRESENTACIÓN EMITIDA EN '
                       NOMBRE-ARCHIVO-PRES
                   DISPLAY '---> RENGLONES INFORMADOS: '
                       WS-CANT-PRESENTADOS
               END-IF.

           710-ESCRIBIR-DIA SECTION.
               MOVE 'PG' TO PGN-TIPO.
               MOVE PG-FECHA OF REGISTRO-POSICION-CAMBIO TO PGN-FECHA.
               MOVE PG-MONEDA OF REGISTRO-POSICION-CAMBIO
                   TO PGN-MONEDA.
               COMPUTE WS-ACTIVOS =
                   PG-ACTIVO-EFECTIVO OF REGISTRO-POSICION-CAMBIO
                   + PG-ACTIVO-PRESTAMOS OF REGISTRO-POSICION-CAMBIO.
               COMPUTE WS-PASIVOS =
                   PG-PASIVO-DEPOSITOS OF REGISTRO-POSICION-CAMBIO
                   + PG-PASIVO-PLAZOS OF REGISTRO-POSICION-CAMBIO
                   + PG-PASIVO-GERENCIA OF REGISTRO-POSICION-CAMBIO.
               MOVE WS-ACTIVOS TO PGN-ACTIVOS.
               MOVE WS-PASIVOS TO PGN-PASIVOS.
               IF PG-POSICION-ME OF REGISTRO-POSICION-CAMBIO < ZERO
                   MOVE '-' TO PGN-SIGNO-ME
               ELSE
                   MOVE '+' TO PGN-SIGNO-ME
               END-IF.
               MOVE PG-POSICION-ME OF REGISTRO-POSICION-CAMBIO
                   TO PGN-POSICION-ME.
               MOVE PG-TIPO-CAMBIO OF REGISTRO-POSICION-CAMBIO
                   TO PGN-TIPO-CAMBIO.
               IF PG-POSICION-ARS OF REGISTRO-POSICION-CAMBIO < ZERO
                   MOVE '-' TO PGN-SIGNO-ARS
               ELSE
                   MOVE '+' TO PGN-SIGNO-ARS
               END-IF.
               MOVE PG-POSICION-ARS OF REGISTRO-POSICION-CAMBIO
                   TO PGN-POSICION-ARS.
               WRITE LINEA-PRESENTACION.
               ADD 1 TO WS-CANT-PRESENTADOS.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
