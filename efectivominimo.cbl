       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULAR-EFECTIVO-MINIMO.
       AUTHOR. MARCOS MUÑOZ.

      * Posición diaria de efectivo mínimo por moneda. Suma los
      * depósitos alcanzados — saldos acreedores de cuentas
      * corrientes y cajas de ahorro de cuentas.dat y capital de
      * los plazos fijos vigentes de plazofijo.dat, éstos por
      * tramo de plazo residual (30/360 hasta el vencimiento) — y
      * les aplica el porcentaje de tasas_encaje.dat para obtener
      * la exigencia. La integración es el efectivo en las bóvedas
      * de las sucursales (control.dat) más el último saldo de la
      * cuenta corriente en el BCRA que cargó tesorería
      * (saldos_bcra.dat). La posición del día queda en
      * posicion_encaje.dat (una nueva corrida del mismo día la
      * reemplaza) y se emite la posición mensual con el detalle
      * diario y el excedente o defecto promedio del mes. Las
      * sucursales reservadas de control.dat (desde la 992) no son
      * bóveda y no integran.
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

           SELECT ARCHIVO-TASAS-ENCAJE ASSIGN TO 'tasas_encaje.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-CLAVE OF REGISTRO-TASA-ENCAJE
               FILE STATUS IS WS-FILE-STATUS-TAS.

           SELECT ARCHIVO-SALDOS-BCRA ASSIGN TO 'saldos_bcra.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-CLAVE OF REGISTRO-SALDO-BCRA
               FILE STATUS IS WS-FILE-STATUS-BCR.

           SELECT ARCHIVO-POSICION-ENCAJE
               ASSIGN TO 'posicion_encaje.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-CLAVE OF REGISTRO-POSICION
               FILE STATUS IS WS-FILE-STATUS-POS.

           SELECT ARCHIVO-REPORTE
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-REP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-PLAZOS.
           01 REGISTRO-PLAZO.
               COPY "plazofijo.cpy".

       FD  ARCHIVO-CONTROL.
           01 REGISTRO-CONTROL.
               COPY "control.cpy".

       FD  ARCHIVO-TASAS-ENCAJE.
           01 REGISTRO-TASA-ENCAJE.
               COPY "tasaencaje.cpy".

       FD  ARCHIVO-SALDOS-BCRA.
           01 REGISTRO-SALDO-BCRA.
               COPY "saldobcra.cpy".

       FD  ARCHIVO-POSICION-ENCAJE.
           01 REGISTRO-POSICION.
               COPY "posicionencaje.cpy".

       FD  ARCHIVO-REPORTE
           RECORD CONTAINS 120 CHARACTERS.
           01  LINEA-REPORTE          PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CTA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PLA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTL    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-TAS    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-BCR    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-POS    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REP    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-REPORTE PIC X(100).

       01  WS-EOF-CTA            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CTA    VALUE 'Y'.
       01  WS-EOF-PLA            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-PLA    VALUE 'Y'.
       01  WS-EOF-CTL            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CTL    VALUE 'Y'.
       01  WS-EOF-TAS            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-TAS    VALUE 'Y'.
       01  WS-EOF-BCR            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-BCR    VALUE 'Y'.
       01  WS-EOF-POS            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-POS    VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05 WS-FH-ANIO            PIC 9(04).
           05 WS-FH-MES             PIC 9(02).
           05 WS-FH-DIA             PIC 9(02).
       01  WS-FECHA-VTO          PIC 9(08).
       01  WS-FECHA-VTO-R REDEFINES WS-FECHA-VTO.
           05 WS-FV-ANIO            PIC 9(04).
           05 WS-FV-MES             PIC 9(02).
           05 WS-FV-DIA             PIC 9(02).
       01  WS-PERIODO            PIC 9(06).
       01  WS-PERIODO-LEIDO      PIC 9(06).
       01  WS-DIAS-RESIDUALES    PIC S9(05).

      *    Primera sucursal reservada de control.dat (cuentas de
      *    control que no son bóveda).
       01  WS-PRIMERA-RESERVADA  PIC 9(03) VALUE 992.

      *    Tasas iniciales de efectivo mínimo: moneda, tipo de
      *    depósito, tramo de plazo residual y porcentaje. Se
      *    agregan a tasas_encaje.dat las que falten; lo que
      *    tesorería ya cargó no se toca.
       01  WS-TASAS-INICIALES.
           05 FILLER PIC X(10) VALUE 'ARSC004500'.
           05 FILLER PIC X(10) VALUE 'ARSS004500'.
           05 FILLER PIC X(10) VALUE 'ARSF103200'.
           05 FILLER PIC X(10) VALUE 'ARSF202200'.
           05 FILLER PIC X(10) VALUE 'ARSF301100'.
           05 FILLER PIC X(10) VALUE 'ARSF400700'.
           05 FILLER PIC X(10) VALUE 'ARSF500000'.
           05 FILLER PIC X(10) VALUE 'USDC002500'.
           05 FILLER PIC X(10) VALUE 'USDS002500'.
           05 FILLER PIC X(10) VALUE 'USDF102300'.
           05 FILLER PIC X(10) VALUE 'USDF201700'.
           05 FILLER PIC X(10) VALUE 'USDF301100'.
           05 FILLER PIC X(10) VALUE 'USDF400500'.
           05 FILLER PIC X(10) VALUE 'USDF500000'.
       01  WS-TASAS REDEFINES WS-TASAS-INICIALES.
           05 WS-TASA-INICIAL OCCURS 14 TIMES.
               10 WS-TI-CLAVE.
                   15 WS-TI-MONEDA       PIC X(03).
                   15 WS-TI-TIPO         PIC X(01).
                   15 WS-TI-TRAMO        PIC 9(01).
               10 WS-TI-PORCENTAJE       PIC 9(03)V99.
       01  WS-CANT-TASAS-INI     PIC 9(03) VALUE 14.
       01  WS-IDX-INI            PIC 9(03).

      *    Tasas vigentes, leídas de tasas_encaje.dat.
       01  WS-TABLA-TASAS.
           05 WS-TASA OCCURS 60 TIMES.
               10 WS-TV-CLAVE.
                   15 WS-TV-MONEDA       PIC X(03).
                   15 WS-TV-TIPO         PIC X(01).
                   15 WS-TV-TRAMO        PIC 9(01).
               10 WS-TV-PORCENTAJE       PIC 9(03)V99.
       01  WS-CANT-TASAS         PIC 9(03) VALUE ZERO.
       01  WS-IDX-TAS            PIC 9(03).
       01  WS-TASA-BUSCADA.
           05 WS-TB-MONEDA       PIC X(03).
           05 WS-TB-TIPO         PIC X(01).
           05 WS-TB-TRAMO        PIC 9(01).
       01  WS-PORCENTAJE         PIC 9(03)V99.
       01  WS-TASA-HALLADA       PIC X(01).
           88 TASA-HALLADA       VALUE 'S'.

      *    Posición del día por moneda.
       01  WS-TABLA-MONEDAS.
           05 WS-MONEDA-POS OCCURS 10 TIMES.
               10 WS-MP-MONEDA           PIC X(03).
               10 WS-MP-VISTA            PIC S9(14)V99.
               10 WS-MP-PLAZO            PIC S9(14)V99.
               10 WS-MP-EXIGENCIA        PIC S9(14)V99.
               10 WS-MP-EFECTIVO         PIC S9(14)V99.
               10 WS-MP-BCRA             PIC S9(14)V99.
       01  WS-CANT-MONEDAS       PIC 9(02) VALUE ZERO.
       01  WS-IDX-MON            PIC 9(02).
       01  WS-POS-MON            PIC 9(02).
       01  WS-MONEDA-BUSCADA     PIC X(03).
       01  WS-IMPORTE            PIC S9(14)V99.
       01  WS-EXIGENCIA          PIC S9(14)V99.

      *    Corte por moneda de la posición mensual.
       01  WS-MONEDA-ANTERIOR    PIC X(03).
       01  WS-DIAS-MES           PIC 9(03) VALUE ZERO.
       01  WS-SUMA-EXIGENCIA     PIC S9(16)V99.
       01  WS-SUMA-INTEGRACION   PIC S9(16)V99.
       01  WS-SUMA-POSICION      PIC S9(16)V99.
       01  WS-PROMEDIO           PIC S9(14)V99.

       01  WS-VISTA-DISPLAY      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PLAZO-DISPLAY      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EXIGENCIA-DISPLAY  PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-INTEGRA-DISPLAY    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-POSICION-DISPLAY   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RESULTADO-POSICION PIC X(09).

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna.
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

       01  WS-CANT-DEPOSITOS     PIC 9(08) VALUE ZERO.
       01  WS-CANT-SIN-TASA      PIC 9(08) VALUE ZERO.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'CALCULAR-EFECTIVO-MINIMO'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- POSICIÓN DE EFECTIVO MÍNIMO ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           DIVIDE WS-FECHA-HOY BY 100 GIVING WS-PERIODO.
           PERFORM 100-CARGAR-TASAS.
           IF WS-CANT-TASAS = ZERO
               DISPLAY 'ERROR: NO HAY TASAS DE EFECTIVO MÍNIMO'
               MOVE 8 TO RETURN-CODE
               PERFORM 900-FINALIZAR-PROGRAMA
           END-IF.
           PERFORM 200-SUMAR-CUENTAS.
           PERFORM 300-SUMAR-PLAZOS.
           PERFORM 400-SUMAR-EFECTIVO.
           PERFORM 450-TOMAR-SALDO-BCRA.
           PERFORM 500-GRABAR-POSICION.

           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE.
           STRING
               "efectivo_minimo_" DELIMITED BY SIZE
               WS-PERIODO DELIMITED BY SIZE
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
           DISPLAY '---- DEPÓSITOS ALCANZADOS: ' WS-CANT-DEPOSITOS.
           DISPLAY '---- SIN TASA DE ENCAJE: ' WS-CANT-SIN-TASA.
           DISPLAY '---- MONEDAS: ' WS-CANT-MONEDAS.
           MOVE WS-CANT-DEPOSITOS TO CB-PROCESADOS.
           MOVE WS-CANT-MONEDAS TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

      *    Deja en WS-POS-MON la entrada de WS-MONEDA-BUSCADA,
      *    agregándola si no está (cero si la tabla está llena).
           060-UBICAR-MONEDA SECTION.
               MOVE ZERO TO WS-POS-MON.
               PERFORM VARYING WS-IDX-MON FROM 1 BY 1
                   UNTIL WS-IDX-MON > WS-CANT-MONEDAS
                   OR WS-POS-MON NOT = ZERO
                   IF WS-MP-MONEDA (WS-IDX-MON) = WS-MONEDA-BUSCADA
                       MOVE WS-IDX-MON TO WS-POS-MON
                   END-IF
               END-PERFORM.
               IF WS-POS-MON = ZERO
                   IF WS-CANT-MONEDAS < 10
                       ADD 1 TO WS-CANT-MONEDAS
                       MOVE WS-CANT-MONEDAS TO WS-POS-MON
                       MOVE WS-MONEDA-BUSCADA
                           TO WS-MP-MONEDA (WS-POS-MON)
                       MOVE ZERO TO WS-MP-VISTA (WS-POS-MON)
                       MOVE ZERO TO WS-MP-PLAZO (WS-POS-MON)
                       MOVE ZERO TO WS-MP-EXIGENCIA (WS-POS-MON)
                       MOVE ZERO TO WS-MP-EFECTIVO (WS-POS-MON)
                       MOVE ZERO TO WS-MP-BCRA (WS-POS-MON)
                   ELSE
                       DISPLAY '--> TABLA DE MONEDAS LLENA'
                   END-IF
               END-IF.

      *    Porcentaje de WS-TASA-BUSCADA; sin tasa cargada el
      *    depósito no genera exigencia y se cuenta aparte.
           070-BUSCAR-TASA SECTION.
               MOVE 'N' TO WS-TASA-HALLADA.
               MOVE ZERO TO WS-PORCENTAJE.
               PERFORM VARYING WS-IDX-TAS FROM 1 BY 1
                   UNTIL WS-IDX-TAS > WS-CANT-TASAS
                   OR TASA-HALLADA
                   IF WS-TV-CLAVE (WS-IDX-TAS) = WS-TASA-BUSCADA
                       MOVE 'S' TO WS-TASA-HALLADA
                       MOVE WS-TV-PORCENTAJE (WS-IDX-TAS)
                           TO WS-PORCENTAJE
                   END-IF
               END-PERFORM.
               IF NOT TASA-HALLADA
                   ADD 1 TO WS-CANT-SIN-TASA
               END-IF.

      *    Suma un depósito (WS-IMPORTE, con su tasa en
      *    WS-TASA-BUSCADA) a la posición de su moneda.
           080-ANOTAR-DEPOSITO SECTION.
               MOVE WS-TB-MONEDA TO WS-MONEDA-BUSCADA.
               PERFORM 060-UBICAR-MONEDA.
               IF WS-POS-MON NOT = ZERO
                   PERFORM 070-BUSCAR-TASA
                   COMPUTE WS-EXIGENCIA ROUNDED =
                       WS-IMPORTE * WS-PORCENTAJE / 100
                   ADD WS-EXIGENCIA TO WS-MP-EXIGENCIA (WS-POS-MON)
                   IF WS-TB-TIPO = 'F'
                       ADD WS-IMPORTE TO WS-MP-PLAZO (WS-POS-MON)
                   ELSE
                       ADD WS-IMPORTE TO WS-MP-VISTA (WS-POS-MON)
                   END-IF
                   ADD 1 TO WS-CANT-DEPOSITOS
               END-IF.

      *    Completa tasas_encaje.dat con las tasas iniciales que
      *    falten y la carga en memoria.
           100-CARGAR-TASAS SECTION.
               OPEN I-O ARCHIVO-TASAS-ENCAJE.
               IF WS-FILE-STATUS-TAS = '35'
                   OPEN OUTPUT ARCHIVO-TASAS-ENCAJE
                   CLOSE ARCHIVO-TASAS-ENCAJE
                   OPEN I-O ARCHIVO-TASAS-ENCAJE
               END-IF.
               IF WS-FILE-STATUS-TAS NOT = '00'
                   DISPLAY 'ERROR AL ABRIR TASAS DE EFECTIVO MÍNIMO'
               ELSE
                   PERFORM VARYING WS-IDX-INI FROM 1 BY 1
                       UNTIL WS-IDX-INI > WS-CANT-TASAS-INI
                       PERFORM 110-COMPLETAR-TASA
                   END-PERFORM
                   MOVE LOW-VALUES TO TE-CLAVE OF REGISTRO-TASA-ENCAJE
                   MOVE 'N' TO WS-EOF-TAS
                   START ARCHIVO-TASAS-ENCAJE
                       KEY IS >= TE-CLAVE OF REGISTRO-TASA-ENCAJE
                       INVALID KEY
                           SET FIN-ARCHIVO-TAS TO TRUE
                   END-START
                   PERFORM UNTIL FIN-ARCHIVO-TAS
                       READ ARCHIVO-TASAS-ENCAJE NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-TAS TO TRUE
                           NOT AT END
                               IF WS-CANT-TASAS < 60
                                   ADD 1 TO WS-CANT-TASAS
                                   MOVE TE-CLAVE
                                       OF REGISTRO-TASA-ENCAJE
                                       TO WS-TV-CLAVE (WS-CANT-TASAS)
                                   MOVE TE-PORCENTAJE
                                       OF REGISTRO-TASA-ENCAJE
                                       TO WS-TV-PORCENTAJE
                                          (WS-CANT-TASAS)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-TASAS-ENCAJE
               END-IF.

           110-COMPLETAR-TASA SECTION.
               MOVE WS-TI-CLAVE (WS-IDX-INI)
                   TO TE-CLAVE OF REGISTRO-TASA-ENCAJE.
               READ ARCHIVO-TASAS-ENCAJE
                   KEY IS TE-CLAVE OF REGISTRO-TASA-ENCAJE
                   INVALID KEY
                       MOVE WS-TI-PORCENTAJE (WS-IDX-INI)
                           TO TE-PORCENTAJE OF REGISTRO-TASA-ENCAJE
                       MOVE WS-FECHA-HOY
                           TO TE-FECHA-ALTA OF REGISTRO-TASA-ENCAJE
                       MOVE 'SISTEMA'
                           TO TE-OPERADOR OF REGISTRO-TASA-ENCAJE
                       WRITE REGISTRO-TASA-ENCAJE
               END-READ.

      *    Depósitos a la vista: saldo acreedor de las cuentas
      *    corrientes y cajas de ahorro de clientes.
           200-SUMAR-CUENTAS SECTION.
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
                                       TO WS-TB-MONEDA
                                   MOVE CC-TIPO-CUENTA OF RCC
                                       TO WS-TB-TIPO
                                   MOVE ZERO TO WS-TB-TRAMO
                                   MOVE CC-SALDO OF RCC TO WS-IMPORTE
                                   PERFORM 080-ANOTAR-DEPOSITO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

      *    Depósitos a plazo: capital de los plazos fijos vigentes,
      *    en la moneda de su cuenta y por tramo de plazo residual.
           300-SUMAR-PLAZOS SECTION.
               MOVE 'N' TO WS-EOF-PLA.
               OPEN INPUT ARCHIVO-PLAZOS.
               IF WS-FILE-STATUS-PLA = '00'
                   OPEN INPUT ARCHIVO-CUENTAS
                   PERFORM UNTIL FIN-ARCHIVO-PLA
                       READ ARCHIVO-PLAZOS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-PLA TO TRUE
                           NOT AT END
                               IF PF-VIGENTE OF REGISTRO-PLAZO
                                   PERFORM 310-SUMAR-PLAZO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CUENTAS
                   CLOSE ARCHIVO-PLAZOS
               END-IF.

           310-SUMAR-PLAZO SECTION.
               MOVE PF-CUENTA-ORIGEN OF REGISTRO-PLAZO
                   TO CC-NUMERO-CUENTA OF RCC.
               READ ARCHIVO-CUENTAS
                   KEY IS CC-NUMERO-CUENTA OF RCC
                   INVALID KEY
                       DISPLAY '--> CUENTA '
                           PF-CUENTA-ORIGEN OF REGISTRO-PLAZO
                           ' INEXISTENTE PARA EL PLAZO FIJO '
                           PF-NUMERO OF REGISTRO-PLAZO
                   NOT INVALID KEY
                       MOVE PF-FECHA-VENCIMIENTO OF REGISTRO-PLAZO
                           TO WS-FECHA-VTO
                       COMPUTE WS-DIAS-RESIDUALES =
                           (WS-FV-ANIO - WS-FH-ANIO) * 360
                           + (WS-FV-MES - WS-FH-MES) * 30
                           + (WS-FV-DIA - WS-FH-DIA)
                       EVALUATE TRUE
                           WHEN WS-DIAS-RESIDUALES < 30
                               MOVE 1 TO WS-TB-TRAMO
                           WHEN WS-DIAS-RESIDUALES < 60
                               MOVE 2 TO WS-TB-TRAMO
                           WHEN WS-DIAS-RESIDUALES < 90
                               MOVE 3 TO WS-TB-TRAMO
                           WHEN WS-DIAS-RESIDUALES < 180
                               MOVE 4 TO WS-TB-TRAMO
                           WHEN OTHER
                               MOVE 5 TO WS-TB-TRAMO
                       END-EVALUATE
                       MOVE CC-MONEDA OF RCC TO WS-TB-MONEDA
                       MOVE 'F' TO WS-TB-TIPO
                       MOVE PF-CAPITAL OF REGISTRO-PLAZO TO WS-IMPORTE
                       PERFORM 080-ANOTAR-DEPOSITO
               END-READ.

      *    Efectivo en las bóvedas de las sucursales.
           400-SUMAR-EFECTIVO SECTION.
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
                                   MOVE CTL-MONEDA OF REGISTRO-CONTROL
                                       TO WS-MONEDA-BUSCADA
                                   PERFORM 060-UBICAR-MONEDA
                                   IF WS-POS-MON NOT = ZERO
                                       ADD CTL-SALDO
                                           OF REGISTRO-CONTROL
                                           TO WS-MP-EFECTIVO
                                              (WS-POS-MON)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CONTROL
               END-IF.

      *    Último saldo de la cuenta corriente en el BCRA cargado
      *    hasta la fecha de proceso, por moneda (si tesorería no
      *    cargó el del día, sigue valiendo el anterior).
           450-TOMAR-SALDO-BCRA SECTION.
               OPEN INPUT ARCHIVO-SALDOS-BCRA.
               IF WS-FILE-STATUS-BCR = '00'
                   PERFORM VARYING WS-IDX-MON FROM 1 BY 1
                       UNTIL WS-IDX-MON > WS-CANT-MONEDAS
                       PERFORM 460-SALDO-BCRA-MONEDA
                   END-PERFORM
                   CLOSE ARCHIVO-SALDOS-BCRA
               ELSE
                   DISPLAY '--> SIN SALDOS DE LA CUENTA EN EL BCRA'
               END-IF.

           460-SALDO-BCRA-MONEDA SECTION.
               MOVE 'N' TO WS-EOF-BCR.
               MOVE WS-MP-MONEDA (WS-IDX-MON)
                   TO BC-MONEDA OF REGISTRO-SALDO-BCRA.
               MOVE ZERO TO BC-FECHA OF REGISTRO-SALDO-BCRA.
               START ARCHIVO-SALDOS-BCRA
                   KEY IS >= BC-CLAVE OF REGISTRO-SALDO-BCRA
                   INVALID KEY
                       SET FIN-ARCHIVO-BCR TO TRUE
               END-START.
               PERFORM UNTIL FIN-ARCHIVO-BCR
                   READ ARCHIVO-SALDOS-BCRA NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-BCR TO TRUE
                       NOT AT END
                           IF BC-MONEDA OF REGISTRO-SALDO-BCRA
                              NOT = WS-MP-MONEDA (WS-IDX-MON)
                              OR BC-FECHA OF REGISTRO-SALDO-BCRA
                                 > WS-FECHA-HOY
                               SET FIN-ARCHIVO-BCR TO TRUE
                           ELSE
                               MOVE BC-SALDO OF REGISTRO-SALDO-BCRA
                                   TO WS-MP-BCRA (WS-IDX-MON)
                           END-IF
                   END-READ
               END-PERFORM.

      *    Posición del día por moneda; una nueva corrida del
      *    mismo día reemplaza la anterior.
           500-GRABAR-POSICION SECTION.
               OPEN I-O ARCHIVO-POSICION-ENCAJE.
               IF WS-FILE-STATUS-POS = '35'
                   OPEN OUTPUT ARCHIVO-POSICION-ENCAJE
                   CLOSE ARCHIVO-POSICION-ENCAJE
                   OPEN I-O ARCHIVO-POSICION-ENCAJE
               END-IF.
               IF WS-FILE-STATUS-POS NOT = '00'
                   DISPLAY 'ERROR AL ABRIR LA POSICIÓN DE ENCAJE'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WS-IDX-MON FROM 1 BY 1
                       UNTIL WS-IDX-MON > WS-CANT-MONEDAS
                       PERFORM 510-GRABAR-MONEDA
                   END-PERFORM
                   CLOSE ARCHIVO-POSICION-ENCAJE
               END-IF.

           510-GRABAR-MONEDA SECTION.
               MOVE WS-MP-MONEDA (WS-IDX-MON)
                   TO PO-MONEDA OF REGISTRO-POSICION.
               MOVE WS-FECHA-HOY TO PO-FECHA OF REGISTRO-POSICION.
               MOVE WS-MP-VISTA (WS-IDX-MON)
                   TO PO-DEPOSITOS-VISTA OF REGISTRO-POSICION.
               MOVE WS-MP-PLAZO (WS-IDX-MON)
                   TO PO-DEPOSITOS-PLAZO OF REGISTRO-POSICION.
               MOVE WS-MP-EXIGENCIA (WS-IDX-MON)
                   TO PO-EXIGENCIA OF REGISTRO-POSICION.
               MOVE WS-MP-EFECTIVO (WS-IDX-MON)
                   TO PO-EFECTIVO OF REGISTRO-POSICION.
               MOVE WS-MP-BCRA (WS-IDX-MON)
                   TO PO-SALDO-BCRA OF REGISTRO-POSICION.
               COMPUTE PO-INTEGRACION OF REGISTRO-POSICION =
                   WS-MP-EFECTIVO (WS-IDX-MON)
                   + WS-MP-BCRA (WS-IDX-MON).
               COMPUTE PO-POSICION OF REGISTRO-POSICION =
                   PO-INTEGRACION OF REGISTRO-POSICION
                   - WS-MP-EXIGENCIA (WS-IDX-MON).
               WRITE REGISTRO-POSICION
                   INVALID KEY
                       REWRITE REGISTRO-POSICION
               END-WRITE.
               IF WS-FILE-STATUS-POS NOT = '00'
                   DISPLAY 'ERROR AL GRABAR LA POSICIÓN '
                       WS-MP-MONEDA (WS-IDX-MON)
                   MOVE 8 TO RETURN-CODE
               END-IF.

      *    Posición mensual: cada día del mes ya calculado, por
      *    moneda, con el promedio del mes al pie.
           600-EMITIR-REPORTE SECTION.
               MOVE '---- POSICION DE EFECTIVO MINIMO ----'
                   TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "PERIODO " DELIMITED BY SIZE
                   WS-PERIODO DELIMITED BY SIZE
                   "  FECHA DE PROCESO " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               MOVE SPACES TO WS-MONEDA-ANTERIOR.
               MOVE 'N' TO WS-EOF-POS.
               OPEN INPUT ARCHIVO-POSICION-ENCAJE.
               IF WS-FILE-STATUS-POS NOT = '00'
                   SET FIN-ARCHIVO-POS TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-POS
                   READ ARCHIVO-POSICION-ENCAJE NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-POS TO TRUE
                       NOT AT END
                           DIVIDE PO-FECHA OF REGISTRO-POSICION
                               BY 100 GIVING WS-PERIODO-LEIDO
                           IF WS-PERIODO-LEIDO = WS-PERIODO
                               PERFORM 610-EMITIR-DIA
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-POS = '00'
                  OR WS-FILE-STATUS-POS = '10'
                   CLOSE ARCHIVO-POSICION-ENCAJE
               END-IF.
               IF WS-MONEDA-ANTERIOR NOT = SPACES
                   PERFORM 630-EMITIR-PROMEDIO
               END-IF.

           610-EMITIR-DIA SECTION.
               IF PO-MONEDA OF REGISTRO-POSICION
                  NOT = WS-MONEDA-ANTERIOR
                   IF WS-MONEDA-ANTERIOR NOT = SPACES
                       PERFORM 630-EMITIR-PROMEDIO
                   END-IF
                   MOVE PO-MONEDA OF REGISTRO-POSICION
                       TO WS-MONEDA-ANTERIOR
                   PERFORM 620-EMITIR-ENCABEZADO
               END-IF.
               ADD 1 TO WS-DIAS-MES.
               ADD PO-EXIGENCIA OF REGISTRO-POSICION
                   TO WS-SUMA-EXIGENCIA.
               ADD PO-INTEGRACION OF REGISTRO-POSICION
                   TO WS-SUMA-INTEGRACION.
               ADD PO-POSICION OF REGISTRO-POSICION
                   TO WS-SUMA-POSICION.
               MOVE PO-DEPOSITOS-VISTA OF REGISTRO-POSICION
                   TO WS-VISTA-DISPLAY.
               MOVE PO-DEPOSITOS-PLAZO OF REGISTRO-POSICION
                   TO WS-PLAZO-DISPLAY.
               MOVE PO-EXIGENCIA OF REGISTRO-POSICION
                   TO WS-EXIGENCIA-DISPLAY.
               MOVE PO-INTEGRACION OF REGISTRO-POSICION
                   TO WS-INTEGRA-DISPLAY.
               MOVE PO-POSICION OF REGISTRO-POSICION
                   TO WS-POSICION-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   PO-FECHA OF REGISTRO-POSICION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-VISTA-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PLAZO-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EXIGENCIA-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-INTEGRA-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-POSICION-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               IF PO-FECHA OF REGISTRO-POSICION = WS-FECHA-HOY
                   DISPLAY WS-MONEDA-ANTERIOR ' EXIGENCIA '
                       WS-EXIGENCIA-DISPLAY ' POSICION '
                       WS-POSICION-DISPLAY
               END-IF.

           620-EMITIR-ENCABEZADO SECTION.
               MOVE ZERO TO WS-DIAS-MES.
               MOVE ZERO TO WS-SUMA-EXIGENCIA.
               MOVE ZERO TO WS-SUMA-INTEGRACION.
               MOVE ZERO TO WS-SUMA-POSICION.
               MOVE SPACES TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "MONEDA " DELIMITED BY SIZE
                   WS-MONEDA-ANTERIOR DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "FECHA   " DELIMITED BY SIZE
                   "     DEPOSITOS VISTA" DELIMITED BY SIZE
                   "     DEPOSITOS PLAZO" DELIMITED BY SIZE
                   "           EXIGENCIA" DELIMITED BY SIZE
                   "         INTEGRACION" DELIMITED BY SIZE
                   "            POSICION" DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.

           630-EMITIR-PROMEDIO SECTION.
               IF WS-DIAS-MES > ZERO
                   DIVIDE WS-SUMA-EXIGENCIA BY WS-DIAS-MES
                       GIVING WS-PROMEDIO ROUNDED
                   MOVE WS-PROMEDIO TO WS-EXIGENCIA-DISPLAY
                   DIVIDE WS-SUMA-INTEGRACION BY WS-DIAS-MES
                       GIVING WS-PROMEDIO ROUNDED
                   MOVE WS-PROMEDIO TO WS-INTEGRA-DISPLAY
                   DIVIDE WS-SUMA-POSICION BY WS-DIAS-MES
                       GIVING WS-PROMEDIO ROUNDED
                   MOVE WS-PROMEDIO TO WS-POSICION-DISPLAY
                   IF WS-PROMEDIO < ZERO
                       MOVE 'DEFECTO' TO WS-RESULTADO-POSICION
                   ELSE
                       MOVE 'EXCEDENTE' TO WS-RESULTADO-POSICION
                   END-IF
                   MOVE SPACES TO LINEA-REPORTE
                   STRING
                       "PROMEDIO " DELIMITED BY SIZE
                       WS-DIAS-MES DELIMITED BY SIZE
                       " DIAS - EXIGENCIA:" DELIMITED BY SIZE
                       WS-EXIGENCIA-DISPLAY DELIMITED BY SIZE
                       " INTEGRACION:" DELIMITED BY SIZE
                       WS-INTEGRA-DISPLAY DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   END-STRING
                   WRITE LINEA-REPORTE
                   MOVE SPACES TO LINEA-REPORTE
                   STRING
                       "POSICION PROMEDIO DEL MES " DELIMITED BY SIZE
                       WS-MONEDA-ANTERIOR DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       WS-POSICION-DISPLAY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RESULTADO-POSICION DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   END-STRING
                   WRITE LINEA-REPORTE
                   DISPLAY LINEA-REPORTE
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
