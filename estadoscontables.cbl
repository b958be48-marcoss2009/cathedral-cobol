       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITIR-ESTADOS-CONTABLES.
       AUTHOR. MARCOS MUÑOZ.

      * Estados contables formales sobre el libro diario: Estado de
      * Situación Patrimonial al cierre del mes pedido y Estado de
      * Resultados del ejercicio (enero a ese mes), para una
      * sucursal o consolidado (sucursal 000), con las columnas
      * comparativas del mes anterior y del mismo mes del año
      * anterior. Las cuentas del plan se agrupan en los rubros de
      * rubros_estados.dat; la que no tiene rubro asignado va a
      * "otros" de la sección de su PC-RUBRO. Los resultados de
      * ejercicios anteriores y el del ejercicio se presentan
      * dentro del patrimonio neto, así el activo cierra contra
      * pasivo más patrimonio neto. Sólo se emiten para meses que
      * el administrador ya cerró en GESTIONAR-PERIODOS: un mes
      * abierto todavía puede recibir asientos y los estados
      * dejarían de coincidir con lo presentado.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-DIARIO ASSIGN TO 'libro_diario.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-DIA.

           SELECT ARCHIVO-PLAN ASSIGN TO 'plan_cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CODIGO OF REGISTRO-PLAN
               FILE STATUS IS WS-FILE-STATUS-PLAN.

           SELECT ARCHIVO-RUBROS ASSIGN TO 'rubros_estados.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RE-CUENTA OF REGISTRO-RUBRO
               FILE STATUS IS WS-FILE-STATUS-RUB.

           SELECT ARCHIVO-REPORTE
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-REP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-DIARIO.
           01 RENGLON-DIARIO.
               COPY "asiento.cpy".

       FD  ARCHIVO-PLAN.
           01 REGISTRO-PLAN.
               COPY "plancuenta.cpy".

       FD  ARCHIVO-RUBROS.
           01 REGISTRO-RUBRO.
               COPY "rubroestado.cpy".

       FD  ARCHIVO-REPORTE
           RECORD CONTAINS 120 CHARACTERS.
           01  LINEA-REPORTE          PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-DIA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PLAN   PIC XX VALUE '00'.
       01  WS-FILE-STATUS-RUB    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REP    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-REPORTE PIC X(100).

       01  WS-EOF-DIA            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-DIA    VALUE 'Y'.
       01  WS-EOF-PLAN           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-PLAN   VALUE 'Y'.
       01  WS-EOF-RUB            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-RUB    VALUE 'Y'.

      *    Mes a presentar y control de que esté cerrado.
       01  WS-PERIODO-PEDIDO     PIC 9(06) VALUE ZERO.
       01  FILLER REDEFINES WS-PERIODO-PEDIDO.
           05 WS-PP-ANIO         PIC 9(04).
           05 WS-PP-MES          PIC 9(02).
       01  WS-FECHA-CONTROL      PIC 9(08).
       01  WS-ESTADO-PERIODO     PIC X(01) VALUE 'A'.
           88 PERIODO-CERRADO    VALUE 'C'.

      *    Columnas del estado: 1 el mes pedido, 2 el mes anterior,
      *    3 el mismo mes del año anterior. Cada una con el primer
      *    día de su ejercicio y el último día del mes.
       01  WS-TABLA-COLUMNAS.
           05 WS-COLUMNA OCCURS 3 TIMES.
               10 WS-CO-PERIODO      PIC 9(06).
               10 WS-CO-INICIO       PIC 9(08).
               10 WS-CO-FIN          PIC 9(08).
       01  WS-IDX-COL            PIC 9(01).
       01  WS-ANIO-CALC          PIC 9(04).

      *    Rubros iniciales de las cuentas del plan. La primera
      *    corrida crea rubros_estados.dat con esta tabla; una
      *    cuenta que falta en el archivo la toma de acá.
       01  WS-RUBROS-INICIALES.
           05 FILLER PIC X(37) VALUE
              '1101110DISPONIBILIDADES'.
           05 FILLER PIC X(37) VALUE
              '1102110DISPONIBILIDADES'.
           05 FILLER PIC X(37) VALUE
              '1201110DISPONIBILIDADES'.
           05 FILLER PIC X(37) VALUE
              '1301130PRESTAMOS'.
           05 FILLER PIC X(37) VALUE
              '1302130PRESTAMOS'.
           05 FILLER PIC X(37) VALUE
              '1303130PRESTAMOS'.
           05 FILLER PIC X(37) VALUE
              '1309130PRESTAMOS'.
           05 FILLER PIC X(37) VALUE
              '1401190OTROS ACTIVOS'.
           05 FILLER PIC X(37) VALUE
              '2101210DEPOSITOS'.
           05 FILLER PIC X(37) VALUE
              '2102210DEPOSITOS'.
           05 FILLER PIC X(37) VALUE
              '2108210DEPOSITOS'.
           05 FILLER PIC X(37) VALUE
              '2103220OTRAS OBLIGACIONES'.
           05 FILLER PIC X(37) VALUE
              '2104220OTRAS OBLIGACIONES'.
           05 FILLER PIC X(37) VALUE
              '2107220OTRAS OBLIGACIONES'.
           05 FILLER PIC X(37) VALUE
              '2109220OTRAS OBLIGACIONES'.
           05 FILLER PIC X(37) VALUE
              '2110220OTRAS OBLIGACIONES'.
           05 FILLER PIC X(37) VALUE
              '2111220OTRAS OBLIGACIONES'.
           05 FILLER PIC X(37) VALUE
              '2105230OBLIGACIONES FISCALES'.
           05 FILLER PIC X(37) VALUE
              '2106230OBLIGACIONES FISCALES'.
           05 FILLER PIC X(37) VALUE
              '3101290OTROS PASIVOS'.
           05 FILLER PIC X(37) VALUE
              '4102410INGRESOS FINANCIEROS'.
           05 FILLER PIC X(37) VALUE
              '4106410INGRESOS FINANCIEROS'.
           05 FILLER PIC X(37) VALUE
              '4101420INGRESOS POR SERVICIOS'.
           05 FILLER PIC X(37) VALUE
              '4103490OTROS INGRESOS'.
           05 FILLER PIC X(37) VALUE
              '4104490OTROS INGRESOS'.
           05 FILLER PIC X(37) VALUE
              '4105490OTROS INGRESOS'.
           05 FILLER PIC X(37) VALUE
              '9101490OTROS INGRESOS'.
           05 FILLER PIC X(37) VALUE
              '5101510EGRESOS FINANCIEROS'.
           05 FILLER PIC X(37) VALUE
              '5102510EGRESOS FINANCIEROS'.
           05 FILLER PIC X(37) VALUE
              '5103530CARGO POR INCOBRABILIDAD'.
           05 FILLER PIC X(37) VALUE
              '5104530CARGO POR INCOBRABILIDAD'.
           05 FILLER PIC X(37) VALUE
              '5105520EGRESOS POR SERVICIOS'.
       01  FILLER REDEFINES WS-RUBROS-INICIALES.
           05 WS-RUBRO-INICIAL OCCURS 32 TIMES.
               10 WS-RI-CUENTA       PIC 9(04).
               10 WS-RI-RUBRO        PIC 9(03).
               10 WS-RI-DESCRIPCION  PIC X(30).
       01  WS-CANT-RUBROS-INI    PIC 9(02) VALUE 32.
       01  WS-IDX-INI            PIC 9(02).

      *    Cuentas del plan con su rubro del plan y el rubro del
      *    estado en que se presentan.
       01  WS-TABLA-CUENTAS.
           05 WS-TC-ENTRADA OCCURS 100 TIMES.
               10 WS-TC-CUENTA       PIC 9(04).
               10 WS-TC-RUBRO-PLAN   PIC X(01).
               10 WS-TC-RUBRO        PIC 9(03).
               10 WS-TC-DESCRIPCION  PIC X(30).
       01  WS-CANT-CUENTAS       PIC 9(03) VALUE ZERO.
       01  WS-IDX-CTA            PIC 9(03).
       01  WS-POS-CTA            PIC 9(03).
       01  WS-CUENTA-BUSCADA     PIC 9(04).
       01  WS-DIGITO-CUENTA      PIC 9(01).

      *    Saldo de cada rubro y moneda en las tres columnas,
      *    insertado ordenado por moneda y rubro para que el estado
      *    salga en el orden de presentación.
       01  WS-TABLA-RUBROS.
           05 WS-TR-ENTRADA OCCURS 60 TIMES.
               10 WS-TR-MONEDA       PIC X(03).
               10 WS-TR-RUBRO        PIC 9(03).
               10 WS-TR-DESCRIPCION  PIC X(30).
               10 WS-TR-SALDO        PIC S9(14)V99 OCCURS 3 TIMES.
       01  WS-CANT-RUBROS        PIC 9(02) VALUE ZERO.
       01  WS-IDX-RUB            PIC 9(02).
       01  WS-POS-RUB            PIC 9(02).
       01  WS-IDX-MOVER          PIC 9(02).
       01  WS-RUBRO-HALLADO      PIC X(01).
       01  WS-RUBRO-BUSCADO      PIC 9(03).
       01  WS-DESCRIPCION-BUSCADA PIC X(30).

      *    Rubros del patrimonio neto que arma el propio estado con
      *    las cuentas de resultado.
       01  WS-RUBRO-RES-ANTERIOR PIC 9(03) VALUE 310.
       01  WS-RUBRO-RES-EJERCICIO PIC 9(03) VALUE 320.

       01  WS-IMPORTE            PIC S9(14)V99.
       01  WS-RESULTADO          PIC S9(14)V99.
       01  WS-SECCION            PIC 9(01).

       01  WS-NOMBRES-SECCION.
           05 FILLER PIC X(15) VALUE 'ACTIVO'.
           05 FILLER PIC X(15) VALUE 'PASIVO'.
           05 FILLER PIC X(15) VALUE 'PATRIMONIO NETO'.
           05 FILLER PIC X(15) VALUE 'INGRESOS'.
           05 FILLER PIC X(15) VALUE 'EGRESOS'.
       01  FILLER REDEFINES WS-NOMBRES-SECCION.
           05 WS-NOMBRE-SECCION  PIC X(15) OCCURS 5 TIMES.

      *    Totales por sección de la moneda que se está emitiendo.
       01  WS-TABLA-TOTALES.
           05 WS-TOTAL-SECCION OCCURS 5 TIMES.
               10 WS-TS-SALDO        PIC S9(14)V99 OCCURS 3 TIMES.
       01  WS-IDX-SEC            PIC 9(01).
       01  WS-MONEDA-ACTUAL      PIC X(03).

      *    Renglón del estado: leyenda y las tres columnas.
       01  WS-LEYENDA            PIC X(40).
       01  WS-IMPORTES-LINEA.
           05 WS-IL-IMPORTE      PIC S9(14)V99 OCCURS 3 TIMES.
       01  WS-IMPORTE-DISPLAY    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PUNTERO            PIC 9(03).

      *    Datos de la sucursal, para el encabezado.
       01  WS-SUCURSAL-DATOS.
           COPY "sucursal.cpy".
       01  WS-SUCURSAL-ENCONTRADA PIC X(01).
       01  WS-NOMBRE-SUCURSAL    PIC X(30).

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'EMITIR-ESTADOS-CONTABLES'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       LINKAGE SECTION.
      *    Sucursal a presentar; 000 consolida todas.
       01  LK-SUCURSAL           PIC 9(03).

       PROCEDURE DIVISION USING LK-SUCURSAL.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- ESTADOS CONTABLES ----'.
           DISPLAY 'Período a presentar (AAAAMM): ' WITH NO ADVANCING.
           ACCEPT WS-PERIODO-PEDIDO.
           IF WS-PP-MES < 1 OR WS-PP-MES > 12
               DISPLAY '--> PERÍODO INVÁLIDO'
           ELSE
               COMPUTE WS-FECHA-CONTROL = WS-PERIODO-PEDIDO * 100 + 1
               CALL 'CONTROLAR-PERIODO' USING
                   WS-FECHA-CONTROL WS-ESTADO-PERIODO
               IF NOT PERIODO-CERRADO
                   DISPLAY '--> EL PERÍODO ' WS-PERIODO-PEDIDO
                       ' NO ESTÁ CERRADO: CERRARLO ANTES DE EMITIR'
               ELSE
                   PERFORM 050-ARMAR-COLUMNAS
                   PERFORM 060-NOMBRE-SUCURSAL
                   PERFORM 100-CARGAR-PLAN
                   PERFORM 150-CARGAR-RUBROS
                   PERFORM 200-ACUMULAR-DIARIO
                   PERFORM 300-EMITIR-ESTADOS
               END-IF
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

      *    Último día de cada mes comparado tomado como el 31: el
      *    diario no tiene fechas inválidas, alcanza con que quede
      *    después del último día real.
           050-ARMAR-COLUMNAS SECTION.
               MOVE WS-PERIODO-PEDIDO TO WS-CO-PERIODO (1).
               IF WS-PP-MES = 1
                   COMPUTE WS-CO-PERIODO (2) =
                       (WS-PP-ANIO - 1) * 100 + 12
               ELSE
                   COMPUTE WS-CO-PERIODO (2) = WS-PERIODO-PEDIDO - 1
               END-IF.
               COMPUTE WS-CO-PERIODO (3) = WS-PERIODO-PEDIDO - 100.
               PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL > 3
                   DIVIDE WS-CO-PERIODO (WS-IDX-COL) BY 100
                       GIVING WS-ANIO-CALC
                   COMPUTE WS-CO-INICIO (WS-IDX-COL) =
                       WS-ANIO-CALC * 10000 + 101
                   COMPUTE WS-CO-FIN (WS-IDX-COL) =
                       WS-CO-PERIODO (WS-IDX-COL) * 100 + 31
               END-PERFORM.

           060-NOMBRE-SUCURSAL SECTION.
               MOVE 'CONSOLIDADO' TO WS-NOMBRE-SUCURSAL.
               IF LK-SUCURSAL NOT = ZERO
                   CALL 'OBTENER-SUCURSAL' USING LK-SUCURSAL
                       WS-SUCURSAL-DATOS WS-SUCURSAL-ENCONTRADA
                   IF WS-SUCURSAL-ENCONTRADA = 'S'
                       MOVE SU-NOMBRE OF WS-SUCURSAL-DATOS
                           TO WS-NOMBRE-SUCURSAL
                   ELSE
                       MOVE 'SUCURSAL NO REGISTRADA'
                           TO WS-NOMBRE-SUCURSAL
                   END-IF
               END-IF.

      *    Cada cuenta del plan arranca en "otros" de la sección
      *    de su rubro; el archivo de rubros la reubica después.
           100-CARGAR-PLAN SECTION.
               MOVE 'N' TO WS-EOF-PLAN.
               OPEN INPUT ARCHIVO-PLAN.
               IF WS-FILE-STATUS-PLAN = '00'
                   PERFORM UNTIL FIN-ARCHIVO-PLAN
                       READ ARCHIVO-PLAN NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-PLAN TO TRUE
                           NOT AT END
                               MOVE PC-CODIGO OF REGISTRO-PLAN
                                   TO WS-CUENTA-BUSCADA
                               PERFORM 170-UBICAR-CUENTA
                               IF WS-POS-CTA NOT = ZERO
                                   MOVE PC-RUBRO OF REGISTRO-PLAN
                                     TO WS-TC-RUBRO-PLAN (WS-POS-CTA)
                                   PERFORM 180-RUBRO-POR-DEFECTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-PLAN
               END-IF.

      *    Rubros de rubros_estados.dat; la primera corrida lo crea
      *    con la tabla inicial. Las cuentas de la tabla inicial que
      *    falten en el archivo se toman igual de la tabla.
           150-CARGAR-RUBROS SECTION.
               PERFORM VARYING WS-IDX-INI FROM 1 BY 1
                   UNTIL WS-IDX-INI > WS-CANT-RUBROS-INI
                   MOVE WS-RI-CUENTA (WS-IDX-INI) TO WS-CUENTA-BUSCADA
                   PERFORM 170-UBICAR-CUENTA
                   IF WS-POS-CTA NOT = ZERO
                       MOVE WS-RI-RUBRO (WS-IDX-INI)
                           TO WS-TC-RUBRO (WS-POS-CTA)
                       MOVE WS-RI-DESCRIPCION (WS-IDX-INI)
                           TO WS-TC-DESCRIPCION (WS-POS-CTA)
                   END-IF
               END-PERFORM.

               MOVE 'N' TO WS-EOF-RUB.
               OPEN INPUT ARCHIVO-RUBROS.
               IF WS-FILE-STATUS-RUB = '35'
                   PERFORM 160-CREAR-RUBROS
                   OPEN INPUT ARCHIVO-RUBROS
               END-IF.
               IF WS-FILE-STATUS-RUB = '00'
                   PERFORM UNTIL FIN-ARCHIVO-RUB
                       READ ARCHIVO-RUBROS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-RUB TO TRUE
                           NOT AT END
                               MOVE RE-CUENTA OF REGISTRO-RUBRO
                                   TO WS-CUENTA-BUSCADA
                               PERFORM 170-UBICAR-CUENTA
                               IF WS-POS-CTA NOT = ZERO
                                   MOVE RE-RUBRO OF REGISTRO-RUBRO
                                     TO WS-TC-RUBRO (WS-POS-CTA)
                                   MOVE RE-DESCRIPCION
                                     OF REGISTRO-RUBRO
                                     TO WS-TC-DESCRIPCION (WS-POS-CTA)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-RUBROS
               END-IF.

           160-CREAR-RUBROS SECTION.
               OPEN OUTPUT ARCHIVO-RUBROS.
               IF WS-FILE-STATUS-RUB = '00'
                   PERFORM VARYING WS-IDX-INI FROM 1 BY 1
                       UNTIL WS-IDX-INI > WS-CANT-RUBROS-INI
                       MOVE WS-RI-CUENTA (WS-IDX-INI)
                           TO RE-CUENTA OF REGISTRO-RUBRO
                       MOVE WS-RI-RUBRO (WS-IDX-INI)
                           TO RE-RUBRO OF REGISTRO-RUBRO
                       MOVE WS-RI-DESCRIPCION (WS-IDX-INI)
                           TO RE-DESCRIPCION OF REGISTRO-RUBRO
                       WRITE REGISTRO-RUBRO
                   END-PERFORM
                   CLOSE ARCHIVO-RUBROS
               END-IF.

      *    Deja en WS-POS-CTA la entrada de WS-CUENTA-BUSCADA. Una
      *    cuenta que no está en el plan entra con el rubro que
      *    indica su primer dígito (cero si la tabla está llena).
           170-UBICAR-CUENTA SECTION.
               MOVE ZERO TO WS-POS-CTA.
               PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CANT-CUENTAS
                   OR WS-POS-CTA NOT = ZERO
                   IF WS-TC-CUENTA (WS-IDX-CTA) = WS-CUENTA-BUSCADA
                       MOVE WS-IDX-CTA TO WS-POS-CTA
                   END-IF
               END-PERFORM.
               IF WS-POS-CTA = ZERO AND WS-CANT-CUENTAS < 100
                   ADD 1 TO WS-CANT-CUENTAS
                   MOVE WS-CANT-CUENTAS TO WS-POS-CTA
                   MOVE WS-CUENTA-BUSCADA TO WS-TC-CUENTA (WS-POS-CTA)
                   DIVIDE WS-CUENTA-BUSCADA BY 1000
                       GIVING WS-DIGITO-CUENTA
                   EVALUATE WS-DIGITO-CUENTA
                       WHEN 1
                           MOVE 'A' TO WS-TC-RUBRO-PLAN (WS-POS-CTA)
                       WHEN 2
                       WHEN 3
                           MOVE 'P' TO WS-TC-RUBRO-PLAN (WS-POS-CTA)
                       WHEN 5
                           MOVE 'R' TO WS-TC-RUBRO-PLAN (WS-POS-CTA)
                       WHEN OTHER
                           MOVE 'G' TO WS-TC-RUBRO-PLAN (WS-POS-CTA)
                   END-EVALUATE
                   PERFORM 180-RUBRO-POR-DEFECTO
               END-IF.

           180-RUBRO-POR-DEFECTO SECTION.
               EVALUATE WS-TC-RUBRO-PLAN (WS-POS-CTA)
                   WHEN 'A'
                       MOVE 190 TO WS-TC-RUBRO (WS-POS-CTA)
                       MOVE 'OTROS ACTIVOS'
                           TO WS-TC-DESCRIPCION (WS-POS-CTA)
                   WHEN 'P'
                       MOVE 290 TO WS-TC-RUBRO (WS-POS-CTA)
                       MOVE 'OTROS PASIVOS'
                           TO WS-TC-DESCRIPCION (WS-POS-CTA)
                   WHEN 'R'
                       MOVE 590 TO WS-TC-RUBRO (WS-POS-CTA)
                       MOVE 'OTROS EGRESOS'
                           TO WS-TC-DESCRIPCION (WS-POS-CTA)
                   WHEN OTHER
                       MOVE 490 TO WS-TC-RUBRO (WS-POS-CTA)
                       MOVE 'OTROS INGRESOS'
                           TO WS-TC-DESCRIPCION (WS-POS-CTA)
               END-EVALUATE.

           200-ACUMULAR-DIARIO SECTION.
               MOVE 'N' TO WS-EOF-DIA.
               OPEN INPUT ARCHIVO-DIARIO.
               IF WS-FILE-STATUS-DIA NOT = '00'
                   DISPLAY '--> SIN LIBRO DIARIO PARA PRESENTAR'
                   SET FIN-ARCHIVO-DIA TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-DIA
                   READ ARCHIVO-DIARIO
                       AT END
                           SET FIN-ARCHIVO-DIA TO TRUE
                       NOT AT END
                           IF (LK-SUCURSAL = ZERO
                               OR AS-SUCURSAL OF RENGLON-DIARIO
                                  = LK-SUCURSAL)
                              AND AS-FECHA OF RENGLON-DIARIO
                                  <= WS-CO-FIN (1)
                               PERFORM 210-ACUMULAR-RENGLON
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-DIA = '00'
                  OR WS-FILE-STATUS-DIA = '10'
                   CLOSE ARCHIVO-DIARIO
               END-IF.

      *    Las cuentas patrimoniales suman su saldo a la fecha de
      *    cada columna. Las de resultado van a su rubro del Estado
      *    de Resultados si son del ejercicio de la columna, y al
      *    patrimonio neto como resultado del ejercicio o de
      *    ejercicios anteriores.
           210-ACUMULAR-RENGLON SECTION.
               MOVE AS-CUENTA OF RENGLON-DIARIO TO WS-CUENTA-BUSCADA.
               PERFORM 170-UBICAR-CUENTA.
               IF WS-POS-CTA NOT = ZERO
                   PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                       UNTIL WS-IDX-COL > 3
                       IF AS-FECHA OF RENGLON-DIARIO
                          <= WS-CO-FIN (WS-IDX-COL)
                           PERFORM 220-ACUMULAR-COLUMNA
                       END-IF
                   END-PERFORM
               END-IF.

           220-ACUMULAR-COLUMNA SECTION.
               COMPUTE WS-RESULTADO = AS-HABER OF RENGLON-DIARIO
                   - AS-DEBE OF RENGLON-DIARIO.
               MOVE WS-TC-RUBRO (WS-POS-CTA) TO WS-RUBRO-BUSCADO.
               MOVE WS-TC-DESCRIPCION (WS-POS-CTA)
                   TO WS-DESCRIPCION-BUSCADA.
               DIVIDE WS-RUBRO-BUSCADO BY 100 GIVING WS-SECCION.
               IF WS-SECCION = 1 OR WS-SECCION = 5
                   COMPUTE WS-IMPORTE = ZERO - WS-RESULTADO
               ELSE
                   MOVE WS-RESULTADO TO WS-IMPORTE
               END-IF.
               IF WS-TC-RUBRO-PLAN (WS-POS-CTA) = 'A'
                  OR WS-TC-RUBRO-PLAN (WS-POS-CTA) = 'P'
                   PERFORM 230-SUMAR-AL-RUBRO
               ELSE
                   IF AS-FECHA OF RENGLON-DIARIO
                      >= WS-CO-INICIO (WS-IDX-COL)
                       PERFORM 230-SUMAR-AL-RUBRO
                       MOVE WS-RUBRO-RES-EJERCICIO
                           TO WS-RUBRO-BUSCADO
                       MOVE 'RESULTADO DEL EJERCICIO'
                           TO WS-DESCRIPCION-BUSCADA
                   ELSE
                       MOVE WS-RUBRO-RES-ANTERIOR TO WS-RUBRO-BUSCADO
                       MOVE 'RESULTADOS NO ASIGNADOS'
                           TO WS-DESCRIPCION-BUSCADA
                   END-IF
                   MOVE WS-RESULTADO TO WS-IMPORTE
                   PERFORM 230-SUMAR-AL-RUBRO
               END-IF.

      *    Busca el rubro/moneda en la tabla; si no está, lo inserta
      *    en su lugar por moneda y código de rubro.
           230-SUMAR-AL-RUBRO SECTION.
               MOVE 'N' TO WS-RUBRO-HALLADO.
               MOVE ZERO TO WS-POS-RUB.
               PERFORM VARYING WS-IDX-RUB FROM 1 BY 1
                   UNTIL WS-IDX-RUB > WS-CANT-RUBROS
                   OR WS-RUBRO-HALLADO = 'S'
                   IF WS-TR-MONEDA (WS-IDX-RUB)
                      = AS-MONEDA OF RENGLON-DIARIO
                      AND WS-TR-RUBRO (WS-IDX-RUB) = WS-RUBRO-BUSCADO
                       MOVE 'S' TO WS-RUBRO-HALLADO
                       MOVE WS-IDX-RUB TO WS-POS-RUB
                   ELSE
                       IF WS-POS-RUB = ZERO
                          AND (WS-TR-MONEDA (WS-IDX-RUB)
                               > AS-MONEDA OF RENGLON-DIARIO
                           OR (WS-TR-MONEDA (WS-IDX-RUB)
                               = AS-MONEDA OF RENGLON-DIARIO
                           AND WS-TR-RUBRO (WS-IDX-RUB)
                               > WS-RUBRO-BUSCADO))
                           MOVE WS-IDX-RUB TO WS-POS-RUB
                       END-IF
                   END-IF
               END-PERFORM.
               IF WS-RUBRO-HALLADO NOT = 'S'
                   IF WS-CANT-RUBROS < 60
                       IF WS-POS-RUB = ZERO
                           COMPUTE WS-POS-RUB = WS-CANT-RUBROS + 1
                       ELSE
                           PERFORM VARYING WS-IDX-MOVER
                               FROM WS-CANT-RUBROS BY -1
                               UNTIL WS-IDX-MOVER < WS-POS-RUB
                               MOVE WS-TR-ENTRADA (WS-IDX-MOVER)
                                   TO WS-TR-ENTRADA
                                      (WS-IDX-MOVER + 1)
                           END-PERFORM
                       END-IF
                       ADD 1 TO WS-CANT-RUBROS
                       MOVE AS-MONEDA OF RENGLON-DIARIO
                           TO WS-TR-MONEDA (WS-POS-RUB)
                       MOVE WS-RUBRO-BUSCADO
                           TO WS-TR-RUBRO (WS-POS-RUB)
                       MOVE WS-DESCRIPCION-BUSCADA
                           TO WS-TR-DESCRIPCION (WS-POS-RUB)
                       MOVE ZERO TO WS-TR-SALDO (WS-POS-RUB, 1)
                       MOVE ZERO TO WS-TR-SALDO (WS-POS-RUB, 2)
                       MOVE ZERO TO WS-TR-SALDO (WS-POS-RUB, 3)
                   ELSE
                       MOVE ZERO TO WS-POS-RUB
                   END-IF
               END-IF.
               IF WS-POS-RUB NOT = ZERO
                   ADD WS-IMPORTE
                       TO WS-TR-SALDO (WS-POS-RUB, WS-IDX-COL)
               END-IF.

           300-EMITIR-ESTADOS SECTION.
               STRING
                   "estados_contables_" DELIMITED BY SIZE
                   LK-SUCURSAL DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-PERIODO-PEDIDO DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-REPORTE
               END-STRING.
               OPEN OUTPUT ARCHIVO-REPORTE.
               IF WS-FILE-STATUS-REP NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REPORTE'
               ELSE
                   MOVE '---- ESTADOS CONTABLES ----' TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   MOVE SPACES TO LINEA-REPORTE
                   STRING
                       "SUCURSAL " DELIMITED BY SIZE
                       LK-SUCURSAL DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-NOMBRE-SUCURSAL DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   END-STRING
                   WRITE LINEA-REPORTE
                   DISPLAY LINEA-REPORTE
                   IF WS-CANT-RUBROS = ZERO
                       MOVE '--> SIN ASIENTOS HASTA EL PERIODO'
                           TO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                       DISPLAY LINEA-REPORTE
                   END-IF
                   MOVE SPACES TO WS-MONEDA-ACTUAL
                   PERFORM VARYING WS-IDX-RUB FROM 1 BY 1
                       UNTIL WS-IDX-RUB > WS-CANT-RUBROS
                       IF WS-TR-MONEDA (WS-IDX-RUB)
                          NOT = WS-MONEDA-ACTUAL
                           MOVE WS-TR-MONEDA (WS-IDX-RUB)
                               TO WS-MONEDA-ACTUAL
                           PERFORM 310-EMITIR-MONEDA
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-REPORTE
                   MOVE NOMBRE-ARCHIVO-REPORTE TO WS-ARCHIVO-CATALOGO
                   MOVE LK-SUCURSAL TO WS-SUCURSAL-CATALOGO
                   CALL 'REGISTRAR-REPORTE' USING
                       WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                       WS-SUCURSAL-CATALOGO
                   DISPLAY '---> ESTADOS EMITIDOS EN '
                       NOMBRE-ARCHIVO-REPORTE
               END-IF.

      *    Los dos estados de una moneda. Recorre la tabla con su
      *    propio índice para no mover el del llamador.
           310-EMITIR-MONEDA SECTION.
               INITIALIZE WS-TABLA-TOTALES.
               PERFORM VARYING WS-POS-RUB FROM 1 BY 1
                   UNTIL WS-POS-RUB > WS-CANT-RUBROS
                   DIVIDE WS-TR-RUBRO (WS-POS-RUB) BY 100
                       GIVING WS-SECCION
                   IF WS-TR-MONEDA (WS-POS-RUB) = WS-MONEDA-ACTUAL
                      AND WS-SECCION >= 1 AND WS-SECCION <= 5
                       PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                           UNTIL WS-IDX-COL > 3
                           ADD WS-TR-SALDO (WS-POS-RUB, WS-IDX-COL)
                               TO WS-TS-SALDO (WS-SECCION, WS-IDX-COL)
                       END-PERFORM
                   END-IF
               END-PERFORM.

               MOVE SPACES TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               STRING
                   "ESTADO DE SITUACION PATRIMONIAL - MONEDA "
                       DELIMITED BY SIZE
                   WS-MONEDA-ACTUAL DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.
               PERFORM 320-EMITIR-ENCABEZADO.
               PERFORM VARYING WS-IDX-SEC FROM 1 BY 1
                   UNTIL WS-IDX-SEC > 3
                   PERFORM 330-EMITIR-SECCION
               END-PERFORM.
               MOVE 'TOTAL PASIVO Y PATRIMONIO NETO' TO WS-LEYENDA.
               PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL > 3
                   COMPUTE WS-IL-IMPORTE (WS-IDX-COL) =
                       WS-TS-SALDO (2, WS-IDX-COL)
                       + WS-TS-SALDO (3, WS-IDX-COL)
               END-PERFORM.
               PERFORM 350-EMITIR-RENGLON.
               IF WS-TS-SALDO (1, 1) NOT = WS-IL-IMPORTE (1)
                   MOVE '--> ATENCION: EL ESTADO NO CIERRA'
                       TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   DISPLAY LINEA-REPORTE
               END-IF.

               MOVE SPACES TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               STRING
                   "ESTADO DE RESULTADOS - MONEDA " DELIMITED BY SIZE
                   WS-MONEDA-ACTUAL DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.
               PERFORM 320-EMITIR-ENCABEZADO.
               PERFORM VARYING WS-IDX-SEC FROM 4 BY 1
                   UNTIL WS-IDX-SEC > 5
                   PERFORM 330-EMITIR-SECCION
               END-PERFORM.
               MOVE 'RESULTADO DEL EJERCICIO' TO WS-LEYENDA.
               PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL > 3
                   COMPUTE WS-IL-IMPORTE (WS-IDX-COL) =
                       WS-TS-SALDO (4, WS-IDX-COL)
                       - WS-TS-SALDO (5, WS-IDX-COL)
               END-PERFORM.
               PERFORM 350-EMITIR-RENGLON.

           320-EMITIR-ENCABEZADO SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "RUBRO" DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               MOVE 42 TO WS-PUNTERO.
               PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL > 3
                   STRING
                       "       PERIODO " DELIMITED BY SIZE
                       WS-CO-PERIODO (WS-IDX-COL) DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                       WITH POINTER WS-PUNTERO
                   END-STRING
               END-PERFORM.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.

      *    Título de la sección, sus rubros y el total.
           330-EMITIR-SECCION SECTION.
               MOVE WS-NOMBRE-SECCION (WS-IDX-SEC) TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.
               PERFORM VARYING WS-POS-RUB FROM 1 BY 1
                   UNTIL WS-POS-RUB > WS-CANT-RUBROS
                   DIVIDE WS-TR-RUBRO (WS-POS-RUB) BY 100
                       GIVING WS-SECCION
                   IF WS-TR-MONEDA (WS-POS-RUB) = WS-MONEDA-ACTUAL
                      AND WS-SECCION = WS-IDX-SEC
                       PERFORM 340-EMITIR-RUBRO
                   END-IF
               END-PERFORM.
               MOVE SPACES TO WS-LEYENDA.
               STRING
                   "TOTAL " DELIMITED BY SIZE
                   WS-NOMBRE-SECCION (WS-IDX-SEC) DELIMITED BY SIZE
                   INTO WS-LEYENDA
               END-STRING.
               PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL > 3
                   MOVE WS-TS-SALDO (WS-IDX-SEC, WS-IDX-COL)
                       TO WS-IL-IMPORTE (WS-IDX-COL)
               END-PERFORM.
               PERFORM 350-EMITIR-RENGLON.

           340-EMITIR-RUBRO SECTION.
               MOVE SPACES TO WS-LEYENDA.
               STRING
                   "  " DELIMITED BY SIZE
                   WS-TR-RUBRO (WS-POS-RUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TR-DESCRIPCION (WS-POS-RUB) DELIMITED BY SIZE
                   INTO WS-LEYENDA
               END-STRING.
               PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL > 3
                   MOVE WS-TR-SALDO (WS-POS-RUB, WS-IDX-COL)
                       TO WS-IL-IMPORTE (WS-IDX-COL)
               END-PERFORM.
               PERFORM 350-EMITIR-RENGLON.

           350-EMITIR-RENGLON SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   WS-LEYENDA DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               MOVE 42 TO WS-PUNTERO.
               PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL > 3
                   MOVE WS-IL-IMPORTE (WS-IDX-COL)
                       TO WS-IMPORTE-DISPLAY
                   STRING
                       "  " DELIMITED BY SIZE
                       WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                       WITH POINTER WS-PUNTERO
                   END-STRING
               END-PERFORM.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
