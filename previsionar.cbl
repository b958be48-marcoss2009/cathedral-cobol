       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVISIONAR-CARTERA.
       AUTHOR. MARCOS MUÑOZ.

      * Batch mensual de previsiones por riesgo de incobrabilidad,
      * a correr después de CLASIFICAR-DEUDORES: toma la
      * clasificación del mes de cada deudor, descuenta de su
      * deuda el saldo de los préstamos castigados (ya fuera del
      * activo) y las garantías computables (plazos fijos vigentes
      * prendados a sus préstamos, PF-PRESTAMO-PRENDA), y aplica
      * sobre lo que queda el porcentaje mínimo de previsión de la
      * situación (1%, 5%, 25%, 50% y 100%). Graba el detalle en
      * previsiones.dat, asienta por sucursal la diferencia contra
      * el mes anterior (constitución contra cargo por previsiones
      * o desafectación contra su cuenta de resultado) y emite
      * para el contador el reporte previsiones_<AAAAMM>.txt por
      * situación y sucursal. Un período ya previsionado no se
      * vuelve a correr: el asiento del mes ya está hecho.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ARCHIVO-PREVISIONES ASSIGN TO 'previsiones.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-CLAVE OF REGISTRO-PREVISION
               FILE STATUS IS WS-FILE-STATUS-PRV.

           SELECT ARCHIVO-REPORTE
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-REP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CLASIFICACIONES.
           01 REGISTRO-CLASIFICACION.
               COPY "clasificacion.cpy".

       FD  ARCHIVO-CASTIGOS.
           01 REGISTRO-CASTIGO.
               COPY "castigo.cpy".

       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-PLAZOS.
           01 REGISTRO-PLAZO.
               COPY "plazofijo.cpy".

       FD  ARCHIVO-PREVISIONES.
           01 REGISTRO-PREVISION.
               COPY "prevision.cpy".

       FD  ARCHIVO-REPORTE
           RECORD CONTAINS 100 CHARACTERS.
           01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CLA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CAS    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PLA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PRV    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REP    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-REPORTE PIC X(100).

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-PERIODO            PIC 9(06).
       01  WS-PERIODO-ANTERIOR   PIC 9(06) VALUE ZERO.
       01  WS-PERIODO-HECHO      PIC X(01) VALUE 'N'.
           88 PERIODO-HECHO      VALUE 'S'.
       01  WS-PREVISIONES-ABIERTO PIC X(01) VALUE 'N'.

      *    Porcentajes mínimos de previsión por situación, en
      *    puntos con dos decimales.
       01  WS-PORCENTAJES-INICIALES.
           05 FILLER             PIC X(05) VALUE '00100'.
           05 FILLER             PIC X(05) VALUE '00500'.
           05 FILLER             PIC X(05) VALUE '02500'.
           05 FILLER             PIC X(05) VALUE '05000'.
           05 FILLER             PIC X(05) VALUE '10000'.
       01  WS-PORCENTAJES REDEFINES WS-PORCENTAJES-INICIALES.
           05 WS-PORCENTAJE      PIC 9(03)V99 OCCURS 5 TIMES.

      *    Deudores del mes (hasta 500, como la clasificación).
       01  WS-TABLA-DEUDORES.
           05 WS-DEUDOR OCCURS 500 TIMES.
               10 WS-DE-DNI          PIC 9(08).
               10 WS-DE-SITUACION    PIC 9(01).
               10 WS-DE-SUCURSAL     PIC 9(03).
               10 WS-DE-CON-SUCURSAL PIC X(01).
               10 WS-DE-DEUDA        PIC S9(14)V99.
               10 WS-DE-GARANTIA     PIC S9(14)V99.
               10 WS-DE-PREVISION    PIC S9(14)V99.
       01  WS-CANT-DEUDORES      PIC 9(03) VALUE ZERO.
       01  WS-IDX-DEUDOR         PIC 9(03).
       01  WS-DNI-BUSCADO        PIC 9(08).
       01  WS-IDX-HALLADO        PIC 9(03).

      *    Acumulado por sucursal y situación para el reporte, y
      *    previsión del mes anterior por sucursal para el asiento.
       01  WS-TABLA-SUCURSALES.
           05 WS-SUC-RENGLON OCCURS 200 TIMES.
               10 WS-SR-SUCURSAL     PIC 9(03).
               10 WS-SR-SITUACION OCCURS 5 TIMES.
                   15 WS-SR-DEUDA        PIC S9(14)V99.
                   15 WS-SR-GARANTIA     PIC S9(14)V99.
                   15 WS-SR-PREVISION    PIC S9(14)V99.
               10 WS-SR-TOTAL        PIC S9(14)V99.
               10 WS-SR-ANTERIOR     PIC S9(14)V99.
       01  WS-CANT-SUC           PIC 9(03) VALUE ZERO.
       01  WS-IDX-SUC            PIC 9(03).
       01  WS-IDX-SIT            PIC 9(01).
       01  WS-SUCURSAL-BUSCADA   PIC 9(03).

       01  WS-TOTALES-SITUACION.
           05 WS-TOTAL-SIT OCCURS 5 TIMES.
               10 WS-TS-DEUDA        PIC S9(14)V99.
               10 WS-TS-GARANTIA     PIC S9(14)V99.
               10 WS-TS-PREVISION    PIC S9(14)V99.
       01  WS-TOTAL-PREVISION    PIC S9(14)V99 VALUE ZERO.
       01  WS-TOTAL-ANTERIOR     PIC S9(14)V99 VALUE ZERO.

       01  WS-BASE-PREVISION     PIC S9(14)V99.
       01  WS-DIFERENCIA         PIC S9(12)V99.
       01  WS-MONEDA-PESOS       PIC X(03) VALUE 'ARS'.
       01  WS-CONCEPTO-CONSTITUCION PIC 9(03) VALUE 058.
       01  WS-CONCEPTO-DESAFECTACION PIC 9(03) VALUE 059.

       01  WS-DEUDA-DISPLAY      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-GARANTIA-DISPLAY   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PREVISION-DISPLAY  PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PORCENTAJE-DISPLAY PIC ZZ9.99.

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna.
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'PREVISIONAR-CARTERA'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- PREVISIONES POR RIESGO DE INCOBRABILIDAD ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           COMPUTE WS-PERIODO = WS-FECHA-HOY / 100.
           DISPLAY 'Período: ' WS-PERIODO.
           PERFORM 050-CONTROLAR-PERIODO.
           IF PERIODO-HECHO
               DISPLAY '--> EL PERÍODO YA FUE PREVISIONADO'
           ELSE
               CALL 'RESPALDAR-DATOS-BATCH'
               INITIALIZE WS-TOTALES-SITUACION
               PERFORM 100-CARGAR-CLASIFICACION
               PERFORM 200-DESCONTAR-CASTIGADOS
               PERFORM 300-ASIGNAR-SUCURSALES
               PERFORM 400-SUMAR-GARANTIAS
               PERFORM 500-CALCULAR-PREVISIONES
               PERFORM 600-SUMAR-MES-ANTERIOR
               PERFORM 700-CONTABILIZAR-DIFERENCIAS
               PERFORM 800-EMITIR-REPORTE
               MOVE WS-TOTAL-PREVISION TO WS-PREVISION-DISPLAY
               DISPLAY '---- DEUDORES PREVISIONADOS: '
                   WS-CANT-DEUDORES
               DISPLAY '---- PREVISIÓN TOTAL: ' WS-PREVISION-DISPLAY
           END-IF.
           MOVE WS-CANT-DEUDORES TO CB-PROCESADOS.
           MOVE WS-CANT-DEUDORES TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

      *    El registro de totales del mes (DNI en cero) marca el
      *    período como hecho; el último anterior a éste es el mes
      *    contra el que se calcula la diferencia.
           050-CONTROLAR-PERIODO SECTION.
               MOVE 'N' TO WS-PERIODO-HECHO.
               MOVE ZERO TO WS-PERIODO-ANTERIOR.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-PREVISIONES.
               IF WS-FILE-STATUS-PRV NOT = '00'
                   SET FIN-ARCHIVO TO TRUE
               ELSE
                   MOVE 'S' TO WS-PREVISIONES-ABIERTO
                   MOVE ZERO TO PV-DNI OF REGISTRO-PREVISION
                   MOVE ZERO TO PV-PERIODO OF REGISTRO-PREVISION
                   START ARCHIVO-PREVISIONES
                       KEY IS >= PV-CLAVE OF REGISTRO-PREVISION
                       INVALID KEY
                           SET FIN-ARCHIVO TO TRUE
                   END-START
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-PREVISIONES NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF PV-DNI OF REGISTRO-PREVISION NOT = ZERO
                               SET FIN-ARCHIVO TO TRUE
                           ELSE
                               IF PV-PERIODO OF REGISTRO-PREVISION
                                  = WS-PERIODO
                                   SET PERIODO-HECHO TO TRUE
                               END-IF
                               IF PV-PERIODO OF REGISTRO-PREVISION
                                  < WS-PERIODO
                                   MOVE PV-PERIODO
                                       OF REGISTRO-PREVISION
                                       TO WS-PERIODO-ANTERIOR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-PREVISIONES-ABIERTO = 'S'
                   CLOSE ARCHIVO-PREVISIONES
               END-IF.

           100-CARGAR-CLASIFICACION SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-CLASIFICACIONES.
               IF WS-FILE-STATUS-CLA NOT = '00'
                   DISPLAY '--> SIN CLASIFICACIONES REGISTRADAS'
                   SET FIN-ARCHIVO TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CLASIFICACIONES NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF CLA-PERIODO OF REGISTRO-CLASIFICACION
                              = WS-PERIODO
                              AND WS-CANT-DEUDORES < 500
                               ADD 1 TO WS-CANT-DEUDORES
                               PERFORM 110-AGREGAR-DEUDOR
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-CLA = '00'
                  OR WS-FILE-STATUS-CLA = '10'
                   CLOSE ARCHIVO-CLASIFICACIONES
               END-IF.

           110-AGREGAR-DEUDOR SECTION.
               MOVE CLA-DNI OF REGISTRO-CLASIFICACION
                   TO WS-DE-DNI (WS-CANT-DEUDORES).
               MOVE CLA-SITUACION OF REGISTRO-CLASIFICACION
                   TO WS-DE-SITUACION (WS-CANT-DEUDORES).
               IF WS-DE-SITUACION (WS-CANT-DEUDORES) < 1
                   MOVE 1 TO WS-DE-SITUACION (WS-CANT-DEUDORES)
               END-IF.
               MOVE CLA-DEUDA-TOTAL OF REGISTRO-CLASIFICACION
                   TO WS-DE-DEUDA (WS-CANT-DEUDORES).
               MOVE ZERO TO WS-DE-SUCURSAL (WS-CANT-DEUDORES).
               MOVE 'N' TO WS-DE-CON-SUCURSAL (WS-CANT-DEUDORES).
               MOVE ZERO TO WS-DE-GARANTIA (WS-CANT-DEUDORES).
               MOVE ZERO TO WS-DE-PREVISION (WS-CANT-DEUDORES).

      *    Ubica un DNI en la tabla de deudores (cero si no está).
           150-BUSCAR-DEUDOR SECTION.
               MOVE ZERO TO WS-IDX-HALLADO.
               PERFORM VARYING WS-IDX-DEUDOR FROM 1 BY 1
                   UNTIL WS-IDX-DEUDOR > WS-CANT-DEUDORES
                   OR WS-IDX-HALLADO NOT = ZERO
                   IF WS-DE-DNI (WS-IDX-DEUDOR) = WS-DNI-BUSCADO
                       MOVE WS-IDX-DEUDOR TO WS-IDX-HALLADO
                   END-IF
               END-PERFORM.

      *    El saldo a recuperar de un castigado ya salió del
      *    activo: no se vuelve a previsionar.
           200-DESCONTAR-CASTIGADOS SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-CASTIGOS.
               IF WS-FILE-STATUS-CAS NOT = '00'
                   SET FIN-ARCHIVO TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CASTIGOS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF CASTIGO-PENDIENTE OF REGISTRO-CASTIGO
                               MOVE CA-DNI OF REGISTRO-CASTIGO
                                   TO WS-DNI-BUSCADO
                               PERFORM 150-BUSCAR-DEUDOR
                               IF WS-IDX-HALLADO NOT = ZERO
                                   COMPUTE WS-DE-DEUDA (WS-IDX-HALLADO)
                                       = WS-DE-DEUDA (WS-IDX-HALLADO)
                                       - CA-CAPITAL-CASTIGADO
                                         OF REGISTRO-CASTIGO
                                       - CA-INTERES-VENCIDO
                                         OF REGISTRO-CASTIGO
                                       + CA-TOTAL-RECUPERADO
                                         OF REGISTRO-CASTIGO
                                   IF WS-DE-DEUDA (WS-IDX-HALLADO)
                                      < ZERO
                                       MOVE ZERO TO WS-DE-DEUDA
                                           (WS-IDX-HALLADO)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-CAS = '00'
                  OR WS-FILE-STATUS-CAS = '10'
                   CLOSE ARCHIVO-CASTIGOS
               END-IF.

      *    Sucursal del deudor: la de su primera cuenta. Sin
      *    cuenta queda en la 000 (casa central).
           300-ASIGNAR-SUCURSALES SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS-CTA NOT = '00'
                   SET FIN-ARCHIVO TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CUENTAS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           MOVE CC-DNI-TITULAR OF RCC
                               TO WS-DNI-BUSCADO
                           PERFORM 150-BUSCAR-DEUDOR
                           IF WS-IDX-HALLADO NOT = ZERO
                               IF WS-DE-CON-SUCURSAL (WS-IDX-HALLADO)
                                  = 'N'
                                   MOVE CC-SUCURSAL OF RCC
                                       TO WS-DE-SUCURSAL
                                       (WS-IDX-HALLADO)
                                   MOVE 'S' TO WS-DE-CON-SUCURSAL
                                       (WS-IDX-HALLADO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-CTA = '00'
                  OR WS-FILE-STATUS-CTA = '10'
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

      *    Garantías computables: plazos fijos vigentes prendados
      *    a un préstamo, al titular de su cuenta de origen (la
      *    misma del préstamo, lo exige el alta).
           400-SUMAR-GARANTIAS SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-PLAZOS.
               IF WS-FILE-STATUS-PLA NOT = '00'
                   SET FIN-ARCHIVO TO TRUE
               ELSE
                   OPEN INPUT ARCHIVO-CUENTAS
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-PLAZOS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF PF-VIGENTE OF REGISTRO-PLAZO
                              AND PF-PRESTAMO-PRENDA
                                  OF REGISTRO-PLAZO NOT = ZERO
                               PERFORM 410-COMPUTAR-PRENDA
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-PLA = '00'
                  OR WS-FILE-STATUS-PLA = '10'
                   CLOSE ARCHIVO-PLAZOS
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

           410-COMPUTAR-PRENDA SECTION.
               MOVE PF-CUENTA-ORIGEN OF REGISTRO-PLAZO
                   TO CC-NUMERO-CUENTA OF RCC.
               READ ARCHIVO-CUENTAS
                   KEY IS CC-NUMERO-CUENTA OF RCC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CC-DNI-TITULAR OF RCC TO WS-DNI-BUSCADO
                       PERFORM 150-BUSCAR-DEUDOR
                       IF WS-IDX-HALLADO NOT = ZERO
                           ADD PF-CAPITAL OF REGISTRO-PLAZO
                               TO WS-DE-GARANTIA (WS-IDX-HALLADO)
                       END-IF
               END-READ.

      *    Previsión de cada deudor sobre la deuda neta de
      *    garantías, grabada con el detalle del cálculo.
           500-CALCULAR-PREVISIONES SECTION.
               OPEN I-O ARCHIVO-PREVISIONES.
               IF WS-FILE-STATUS-PRV = '35'
                   OPEN OUTPUT ARCHIVO-PREVISIONES
                   CLOSE ARCHIVO-PREVISIONES
                   OPEN I-O ARCHIVO-PREVISIONES
               END-IF.
               IF WS-FILE-STATUS-PRV NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PREVISIONES'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WS-IDX-DEUDOR FROM 1 BY 1
                       UNTIL WS-IDX-DEUDOR > WS-CANT-DEUDORES
                       PERFORM 510-PREVISIONAR-DEUDOR
                   END-PERFORM
                   CLOSE ARCHIVO-PREVISIONES
               END-IF.

           510-PREVISIONAR-DEUDOR SECTION.
               MOVE WS-DE-SITUACION (WS-IDX-DEUDOR) TO WS-IDX-SIT.
               COMPUTE WS-BASE-PREVISION =
                   WS-DE-DEUDA (WS-IDX-DEUDOR)
                   - WS-DE-GARANTIA (WS-IDX-DEUDOR).
               IF WS-BASE-PREVISION < ZERO
                   MOVE ZERO TO WS-BASE-PREVISION
               END-IF.
               COMPUTE WS-DE-PREVISION (WS-IDX-DEUDOR) ROUNDED =
                   WS-BASE-PREVISION * WS-PORCENTAJE (WS-IDX-SIT)
                   / 100.
               ADD WS-DE-PREVISION (WS-IDX-DEUDOR)
                   TO WS-TOTAL-PREVISION.

               MOVE WS-DE-SUCURSAL (WS-IDX-DEUDOR)
                   TO WS-SUCURSAL-BUSCADA.
               PERFORM 520-UBICAR-SUCURSAL.
               IF WS-IDX-SUC NOT = ZERO
                   ADD WS-DE-DEUDA (WS-IDX-DEUDOR)
                       TO WS-SR-DEUDA (WS-IDX-SUC WS-IDX-SIT)
                   ADD WS-DE-GARANTIA (WS-IDX-DEUDOR)
                       TO WS-SR-GARANTIA (WS-IDX-SUC WS-IDX-SIT)
                   ADD WS-DE-PREVISION (WS-IDX-DEUDOR)
                       TO WS-SR-PREVISION (WS-IDX-SUC WS-IDX-SIT)
                   ADD WS-DE-PREVISION (WS-IDX-DEUDOR)
                       TO WS-SR-TOTAL (WS-IDX-SUC)
               END-IF.
               ADD WS-DE-DEUDA (WS-IDX-DEUDOR)
                   TO WS-TS-DEUDA (WS-IDX-SIT).
               ADD WS-DE-GARANTIA (WS-IDX-DEUDOR)
                   TO WS-TS-GARANTIA (WS-IDX-SIT).
               ADD WS-DE-PREVISION (WS-IDX-DEUDOR)
                   TO WS-TS-PREVISION (WS-IDX-SIT).

               INITIALIZE REGISTRO-PREVISION.
               MOVE WS-DE-DNI (WS-IDX-DEUDOR)
                   TO PV-DNI OF REGISTRO-PREVISION.
               MOVE WS-PERIODO TO PV-PERIODO OF REGISTRO-PREVISION.
               MOVE WS-DE-SUCURSAL (WS-IDX-DEUDOR)
                   TO PV-SUCURSAL OF REGISTRO-PREVISION.
               MOVE WS-IDX-SIT TO PV-SITUACION OF REGISTRO-PREVISION.
               MOVE WS-DE-DEUDA (WS-IDX-DEUDOR)
                   TO PV-DEUDA OF REGISTRO-PREVISION.
               MOVE WS-DE-GARANTIA (WS-IDX-DEUDOR)
                   TO PV-GARANTIA OF REGISTRO-PREVISION.
               MOVE WS-PORCENTAJE (WS-IDX-SIT)
                   TO PV-PORCENTAJE OF REGISTRO-PREVISION.
               MOVE WS-DE-PREVISION (WS-IDX-DEUDOR)
                   TO PV-PREVISION OF REGISTRO-PREVISION.
               WRITE REGISTRO-PREVISION
                   INVALID KEY
                       REWRITE REGISTRO-PREVISION
               END-WRITE.

      *    Busca la sucursal en la tabla y la agrega si no está
      *    (cero si la tabla está llena).
           520-UBICAR-SUCURSAL SECTION.
               MOVE ZERO TO WS-IDX-HALLADO.
               PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUC
                   OR WS-IDX-HALLADO NOT = ZERO
                   IF WS-SR-SUCURSAL (WS-IDX-SUC)
                      = WS-SUCURSAL-BUSCADA
                       MOVE WS-IDX-SUC TO WS-IDX-HALLADO
                   END-IF
               END-PERFORM.
               IF WS-IDX-HALLADO = ZERO AND WS-CANT-SUC < 200
                   ADD 1 TO WS-CANT-SUC
                   MOVE WS-CANT-SUC TO WS-IDX-HALLADO
                   INITIALIZE WS-SUC-RENGLON (WS-CANT-SUC)
                   MOVE WS-SUCURSAL-BUSCADA
                       TO WS-SR-SUCURSAL (WS-CANT-SUC)
               END-IF.
               MOVE WS-IDX-HALLADO TO WS-IDX-SUC.

      *    Previsión del último mes previsionado, por sucursal.
           600-SUMAR-MES-ANTERIOR SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               IF WS-PERIODO-ANTERIOR = ZERO
                   SET FIN-ARCHIVO TO TRUE
               ELSE
                   OPEN INPUT ARCHIVO-PREVISIONES
                   IF WS-FILE-STATUS-PRV NOT = '00'
                       SET FIN-ARCHIVO TO TRUE
                   END-IF
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-PREVISIONES NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF PV-PERIODO OF REGISTRO-PREVISION
                              = WS-PERIODO-ANTERIOR
                              AND PV-DNI OF REGISTRO-PREVISION
                                  NOT = ZERO
                               MOVE PV-SUCURSAL OF REGISTRO-PREVISION
                                   TO WS-SUCURSAL-BUSCADA
                               PERFORM 520-UBICAR-SUCURSAL
                               IF WS-IDX-SUC NOT = ZERO
                                   ADD PV-PREVISION
                                       OF REGISTRO-PREVISION
                                       TO WS-SR-ANTERIOR (WS-IDX-SUC)
                               END-IF
                               ADD PV-PREVISION OF REGISTRO-PREVISION
                                   TO WS-TOTAL-ANTERIOR
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-PERIODO-ANTERIOR NOT = ZERO
                  AND (WS-FILE-STATUS-PRV = '00'
                       OR WS-FILE-STATUS-PRV = '10')
                   CLOSE ARCHIVO-PREVISIONES
               END-IF.

      *    Diferencia de cada sucursal contra el mes anterior: la
      *    suba se constituye contra el cargo, la baja se
      *    desafecta. El registro de totales cierra el período.
           700-CONTABILIZAR-DIFERENCIAS SECTION.
               PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUC
                   COMPUTE WS-DIFERENCIA =
                       WS-SR-TOTAL (WS-IDX-SUC)
                       - WS-SR-ANTERIOR (WS-IDX-SUC)
                   IF WS-DIFERENCIA > ZERO
                       CALL 'CONTABILIZAR-MOVIMIENTO' USING
                           WS-FECHA-HOY
                           WS-SR-SUCURSAL (WS-IDX-SUC)
                           WS-MONEDA-PESOS WS-CONCEPTO-CONSTITUCION
                           'G' WS-DIFERENCIA
                   END-IF
                   IF WS-DIFERENCIA < ZERO
                       COMPUTE WS-DIFERENCIA = ZERO - WS-DIFERENCIA
                       CALL 'CONTABILIZAR-MOVIMIENTO' USING
                           WS-FECHA-HOY
                           WS-SR-SUCURSAL (WS-IDX-SUC)
                           WS-MONEDA-PESOS WS-CONCEPTO-DESAFECTACION
                           'V' WS-DIFERENCIA
                   END-IF
               END-PERFORM.

               OPEN I-O ARCHIVO-PREVISIONES.
               IF WS-FILE-STATUS-PRV = '00'
                   INITIALIZE REGISTRO-PREVISION
                   MOVE ZERO TO PV-DNI OF REGISTRO-PREVISION
                   MOVE WS-PERIODO
                       TO PV-PERIODO OF REGISTRO-PREVISION
                   MOVE WS-TOTAL-PREVISION
                       TO PV-PREVISION OF REGISTRO-PREVISION
                   WRITE REGISTRO-PREVISION
                       INVALID KEY
                           REWRITE REGISTRO-PREVISION
                   END-WRITE
                   CLOSE ARCHIVO-PREVISIONES
               END-IF.

           800-EMITIR-REPORTE SECTION.
               MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE.
               STRING
                   "previsiones_" DELIMITED BY SIZE
                   WS-PERIODO DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-REPORTE
               END-STRING.
               OPEN OUTPUT ARCHIVO-REPORTE.
               IF WS-FILE-STATUS-REP NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REPORTE'
               ELSE
                   MOVE SPACES TO LINEA-REPORTE
                   STRING
                       'PREVISIONES POR RIESGO DE INCOBRABILIDAD '
                           DELIMITED BY SIZE
                       'PERIODO ' DELIMITED BY SIZE
                       WS-PERIODO DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   END-STRING
                   WRITE LINEA-REPORTE
                   PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                       UNTIL WS-IDX-SUC > WS-CANT-SUC
                       PERFORM 810-EMITIR-SUCURSAL
                   END-PERFORM
                   PERFORM 830-EMITIR-TOTALES
                   CLOSE ARCHIVO-REPORTE
                   MOVE NOMBRE-ARCHIVO-REPORTE TO WS-ARCHIVO-CATALOGO
                   CALL 'REGISTRAR-REPORTE' USING
                       WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                       WS-SUCURSAL-CATALOGO
                   DISPLAY '---> REPORTE EMITIDO EN '
                       NOMBRE-ARCHIVO-REPORTE
               END-IF.

           810-EMITIR-SUCURSAL SECTION.
               MOVE WS-SR-TOTAL (WS-IDX-SUC) TO WS-PREVISION-DISPLAY.
               MOVE WS-SR-ANTERIOR (WS-IDX-SUC) TO WS-DEUDA-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   'SUCURSAL ' DELIMITED BY SIZE
                   WS-SR-SUCURSAL (WS-IDX-SUC) DELIMITED BY SIZE
                   ' PREVISION ' DELIMITED BY SIZE
                   WS-PREVISION-DISPLAY DELIMITED BY SIZE
                   ' MES ANTERIOR ' DELIMITED BY SIZE
                   WS-DEUDA-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               PERFORM VARYING WS-IDX-SIT FROM 1 BY 1
                   UNTIL WS-IDX-SIT > 5
                   IF WS-SR-DEUDA (WS-IDX-SUC WS-IDX-SIT) NOT = ZERO
                       MOVE WS-SR-DEUDA (WS-IDX-SUC WS-IDX-SIT)
                           TO WS-DEUDA-DISPLAY
                       MOVE WS-SR-GARANTIA (WS-IDX-SUC WS-IDX-SIT)
                           TO WS-GARANTIA-DISPLAY
                       MOVE WS-SR-PREVISION (WS-IDX-SUC WS-IDX-SIT)
                           TO WS-PREVISION-DISPLAY
                       PERFORM 820-EMITIR-RENGLON
                   END-IF
               END-PERFORM.

           820-EMITIR-RENGLON SECTION.
               MOVE WS-PORCENTAJE (WS-IDX-SIT)
                   TO WS-PORCENTAJE-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   '  SIT ' DELIMITED BY SIZE
                   WS-IDX-SIT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-PORCENTAJE-DISPLAY DELIMITED BY SIZE
                   '% DEUDA' DELIMITED BY SIZE
                   WS-DEUDA-DISPLAY DELIMITED BY SIZE
                   ' GTIA' DELIMITED BY SIZE
                   WS-GARANTIA-DISPLAY DELIMITED BY SIZE
                   ' PREV' DELIMITED BY SIZE
                   WS-PREVISION-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.

           830-EMITIR-TOTALES SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               MOVE 'TOTALES POR SITUACION' TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               PERFORM VARYING WS-IDX-SIT FROM 1 BY 1
                   UNTIL WS-IDX-SIT > 5
                   MOVE WS-TS-DEUDA (WS-IDX-SIT) TO WS-DEUDA-DISPLAY
                   MOVE WS-TS-GARANTIA (WS-IDX-SIT)
                       TO WS-GARANTIA-DISPLAY
                   MOVE WS-TS-PREVISION (WS-IDX-SIT)
                       TO WS-PREVISION-DISPLAY
                   PERFORM 820-EMITIR-RENGLON
                   DISPLAY LINEA-REPORTE
               END-PERFORM.
               MOVE WS-TOTAL-PREVISION TO WS-PREVISION-DISPLAY.
               MOVE WS-TOTAL-ANTERIOR TO WS-DEUDA-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   'TOTAL PREVISION ' DELIMITED BY SIZE
                   WS-PREVISION-DISPLAY DELIMITED BY SIZE
                   ' MES ANTERIOR ' DELIMITED BY SIZE
                   WS-DEUDA-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
