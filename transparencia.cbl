       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGIMEN-TRANSPARENCIA.
       AUTHOR. MARCOS MUÑOZ.

      * Régimen de transparencia: publica las comisiones y tasas
      * vigentes a la fecha de proceso. El listado
      * transparencia_<AAAAMMDD>.txt trae cada comisión del
      * tarifario (monto fijo, con y sin IVA, porcentaje y
      * operaciones libres), los paquetes activos con su cuota y
      * sus operaciones incluidas, las tasas de depósitos,
      * préstamos, descubierto y punitorios, descuento de cheques
      * y financiación de tarjetas con su TNA, TEA y CFT, y los
      * cambios de condiciones programados que todavía no rigen.
      * El CFT se calcula con CALCULAR-CFT sobre un préstamo de
      * referencia de $ 100.000 a 12 cuotas: el de préstamos
      * suma la comisión de otorgamiento del tarifario con su IVA
      * y el seguro de vida, como al otorgar. Lo vigente sale
      * además en formato fijo en transparencia_<AAAAMMDD>.dat
      * para la presentación, y el listado queda en el catálogo
      * de reportes (REGISTRAR-REPORTE).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-TARIFAS ASSIGN TO 'tarifas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-CLAVE OF REGISTRO-TARIFA
               FILE STATUS IS WS-FILE-STATUS-TAR.

           SELECT ARCHIVO-PAQUETES ASSIGN TO 'paquetes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-CODIGO OF REGISTRO-PAQUETE
               FILE STATUS IS WS-FILE-STATUS-PAQ.

           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PAR.

           SELECT ARCHIVO-CAMBIOS ASSIGN TO 'cambios_condiciones.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-NUMERO OF REGISTRO-CAMBIO
               FILE STATUS IS WS-FILE-STATUS-CAM.

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
       FD  ARCHIVO-TARIFAS.
           01 REGISTRO-TARIFA.
               COPY "tarifa.cpy".

       FD  ARCHIVO-PAQUETES.
           01 REGISTRO-PAQUETE.
               COPY "paquete.cpy".

       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       FD  ARCHIVO-CAMBIOS.
           01 REGISTRO-CAMBIO.
               COPY "cambiocondicion.cpy".

       FD  ARCHIVO-REPORTE
           RECORD CONTAINS 132 CHARACTERS.
           01  LINEA-REPORTE          PIC X(132).

      *    Formato fijo de la presentación: fecha de vigencia, tipo
      *    de renglón ('CO' comisión, 'PQ' paquete, 'TA' tasa),
      *    producto (operación del tarifario, código de paquete o
      *    código de la tasa), tipo de cuenta o tamaño de cofre,
      *    descripción, importe (monto fijo o cuota del paquete),
      *    el mismo importe con IVA, porcentaje, operaciones libres
      *    (transferencias y retiros en el paquete) y TNA, TEA y
      *    CFT.
       FD  ARCHIVO-PRESENTACION.
           01  LINEA-PRESENTACION.
               05  RT-FECHA           PIC 9(08).
               05  RT-TIPO            PIC X(02).
               05  RT-PRODUCTO        PIC X(10).
               05  RT-TIPO-CUENTA     PIC X(01).
               05  RT-DESCRIPCION     PIC X(30).
               05  RT-IMPORTE         PIC 9(12)V99.
               05  RT-IMPORTE-IVA     PIC 9(12)V99.
               05  RT-PORCENTAJE      PIC V9(04).
               05  RT-LIBRES          PIC 9(02).
               05  RT-LIBRES-RETIROS  PIC 9(02).
               05  RT-TNA             PIC 9(02)V9(04).
               05  RT-TEA             PIC 9(02)V9(04).
               05  RT-CFT             PIC 9(02)V9(04).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-TAR    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PAQ    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PAR    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CAM    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REP    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PRS    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-REPORTE PIC X(100).
       01  NOMBRE-ARCHIVO-PRES   PIC X(100).

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

       01  WS-FECHA-PROCESO      PIC 9(08).

      *    Tasas vigentes tomadas de parámetros. Descuento de
      *    cheques y financiación de tarjetas en cero usan la de
      *    préstamos, como en la operatoria.
       01  WS-TASA-IVA           PIC V9(04) VALUE ZERO.
       01  WS-TASA-SEGURO-VIDA   PIC V9(06) VALUE 0.000500.
       01  WS-TASA-INTERES       PIC V9(04) VALUE ZERO.
       01  WS-TASA-PLAZO-FIJO    PIC V9(04) VALUE ZERO.
       01  WS-TASA-PRESTAMO      PIC V9(04) VALUE ZERO.
       01  WS-TASA-PUNITORIA     PIC V9(04) VALUE ZERO.
       01  WS-TASA-DESCUENTO     PIC V9(04) VALUE ZERO.
       01  WS-TASA-FINANCIACION  PIC V9(04) VALUE ZERO.
       01  WS-TASA-PRECANCELACION PIC V9(04) VALUE ZERO.

      *    Comisión de otorgamiento del tarifario ('OP') por tipo de
      *    cuenta, para el CFT del préstamo de referencia.
       01  WS-OP-FIJO-CC         PIC S9(12)V99 VALUE ZERO.
       01  WS-OP-PORC-CC         PIC V9(04) VALUE ZERO.
       01  WS-OP-FIJO-CA         PIC S9(12)V99 VALUE ZERO.
       01  WS-OP-PORC-CA         PIC V9(04) VALUE ZERO.

      *    Préstamo de referencia sobre el que se calculan TEA y
      *    CFT de cada tasa.
       01  WS-MONTO-REFERENCIA   PIC S9(12)V99 VALUE 100000.
       01  WS-CUOTAS-REFERENCIA  PIC 9(03) VALUE 12.
       01  WS-TNA                PIC V9(04).
       01  WS-GASTOS             PIC S9(12)V99.
       01  WS-SEGURO-VIDA        PIC V9(06).
       01  WS-SEGURO-FIJO        PIC S9(12)V99 VALUE ZERO.
       01  WS-TEA                PIC 9(02)V9(04).
       01  WS-CFT                PIC 9(02)V9(04).
       01  WS-COMISION           PIC S9(12)V99.

      *    Renglón de tasa a publicar.
       01  WS-CODIGO-TASA        PIC X(10).
       01  WS-DESCRIPCION-TASA   PIC X(30).
       01  WS-CON-CFT            PIC X(01).
           88 PUBLICA-CFT        VALUE 'S'.

       01  WS-DESCRIPCION-OPER   PIC X(30).
       01  WS-FIJO-IVA           PIC S9(12)V99.

       01  WS-MONTO-DISPLAY      PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-IVA-DISPLAY        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-PORC-DISPLAY       PIC 9.9999.
       01  WS-TNA-DISPLAY        PIC Z9.9999.
       01  WS-TEA-DISPLAY        PIC Z9.9999.
       01  WS-CFT-DISPLAY        PIC Z9.9999.
      *    Valor anterior y nuevo de un cambio programado: monto
      *    de la tarifa o TNA, alineados a la derecha.
       01  WS-ANTERIOR-DISPLAY   PIC X(15).
       01  WS-NUEVO-DISPLAY      PIC X(15).

       01  WS-CANT-COMISIONES    PIC 9(04) VALUE ZERO.
       01  WS-CANT-PAQUETES      PIC 9(04) VALUE ZERO.
       01  WS-CANT-TASAS         PIC 9(04) VALUE ZERO.
       01  WS-CANT-CAMBIOS       PIC 9(04) VALUE ZERO.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'REGIMEN-TRANSPARENCIA'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- RÉGIMEN DE TRANSPARENCIA ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-PROCESO.
           PERFORM 050-LEER-PARAMETROS.
           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE.
           STRING
               "transparencia_" DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-REPORTE
           END-STRING.
           MOVE SPACES TO NOMBRE-ARCHIVO-PRES.
           STRING
               "transparencia_" DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-PRES
           END-STRING.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-FILE-STATUS-REP NOT = '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REPORTE'
               MOVE 8 TO RETURN-CODE
               PERFORM 900-FINALIZAR-PROGRAMA
           END-IF.
           OPEN OUTPUT ARCHIVO-PRESENTACION.
           IF WS-FILE-STATUS-PRS NOT = '00'
               DISPLAY 'ERROR AL ABRIR LA PRESENTACIÓN'
               CLOSE ARCHIVO-REPORTE
               MOVE 8 TO RETURN-CODE
               PERFORM 900-FINALIZAR-PROGRAMA
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING
               'REGIMEN DE TRANSPARENCIA - COMISIONES Y TASAS '
                   DELIMITED BY SIZE
               'VIGENTES AL ' DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           DISPLAY LINEA-REPORTE.

           PERFORM 100-PUBLICAR-COMISIONES.
           PERFORM 200-PUBLICAR-PAQUETES.
           PERFORM 300-PUBLICAR-TASAS.
           PERFORM 400-PUBLICAR-PROGRAMADOS.

           CLOSE ARCHIVO-PRESENTACION.
           CLOSE ARCHIVO-REPORTE.
           MOVE NOMBRE-ARCHIVO-REPORTE TO WS-ARCHIVO-CATALOGO.
           CALL 'REGISTRAR-REPORTE' USING
               WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
               WS-SUCURSAL-CATALOGO.
           DISPLAY '---> REPORTE EMITIDO EN ' NOMBRE-ARCHIVO-REPORTE.
           DISPLAY '---> PRESENTACIÓN EMITIDA EN ' NOMBRE-ARCHIVO-PRES.
           DISPLAY '---> COMISIONES: ' WS-CANT-COMISIONES
               ' PAQUETES: ' WS-CANT-PAQUETES
               ' TASAS: ' WS-CANT-TASAS
               ' CAMBIOS PROGRAMADOS: ' WS-CANT-CAMBIOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           050-LEER-PARAMETROS SECTION.
               OPEN INPUT ARCHIVO-PARAMETROS.
               IF WS-FILE-STATUS-PAR = '00'
                   READ ARCHIVO-PARAMETROS
                   END-READ
                   MOVE PA-TASA-INTERES TO WS-TASA-INTERES
                   MOVE PA-TASA-PLAZO-FIJO TO WS-TASA-PLAZO-FIJO
                   MOVE PA-TASA-PRESTAMO TO WS-TASA-PRESTAMO
                   MOVE PA-TASA-PUNITORIA TO WS-TASA-PUNITORIA
                   MOVE PA-TASA-DESCUENTO TO WS-TASA-DESCUENTO
                   IF PA-TASA-FINANCIACION-TC NUMERIC
                      AND PA-TASA-FINANCIACION-TC NOT = ZERO
                       MOVE PA-TASA-FINANCIACION-TC
                           TO WS-TASA-FINANCIACION
                   END-IF
                   MOVE PA-TASA-PRECANCELACION
                       TO WS-TASA-PRECANCELACION
                   IF PA-TASA-IVA NUMERIC
                       MOVE PA-TASA-IVA TO WS-TASA-IVA
                   END-IF
                   IF PA-TASA-SEGURO-VIDA NUMERIC
                      AND PA-TASA-SEGURO-VIDA NOT = ZERO
                       MOVE PA-TASA-SEGURO-VIDA
                           TO WS-TASA-SEGURO-VIDA
                   END-IF
                   CLOSE ARCHIVO-PARAMETROS
               ELSE
                   DISPLAY '--> SIN ARCHIVO DE PARÁMETROS: TASAS EN '
                       'CERO'
               END-IF.
               IF WS-TASA-DESCUENTO = ZERO
                   MOVE WS-TASA-PRESTAMO TO WS-TASA-DESCUENTO
               END-IF.
               IF WS-TASA-FINANCIACION = ZERO
                   MOVE WS-TASA-PRESTAMO TO WS-TASA-FINANCIACION
               END-IF.

           100-PUBLICAR-COMISIONES SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE 'COMISIONES' TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.
               MOVE 'OP T DESCRIPCION' TO LINEA-REPORTE.
               MOVE 'FIJO' TO LINEA-REPORTE (47:).
               MOVE 'FIJO CON IVA' TO LINEA-REPORTE (55:).
               MOVE 'PORC.' TO LINEA-REPORTE (70:).
               MOVE 'LIBRES' TO LINEA-REPORTE (76:).
               WRITE LINEA-REPORTE.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-TARIFAS.
               IF WS-FILE-STATUS-TAR NOT = '00'
                   MOVE '   SIN TARIFAS CARGADAS' TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   SET FIN-ARCHIVO TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-TARIFAS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           PERFORM 110-PUBLICAR-TARIFA
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-TAR = '00'
                  OR WS-FILE-STATUS-TAR = '10'
                   CLOSE ARCHIVO-TARIFAS
               END-IF.

           110-PUBLICAR-TARIFA SECTION.
               IF TA-OPERACION OF REGISTRO-TARIFA = 'OP'
                   IF TA-TIPO-CUENTA OF REGISTRO-TARIFA = 'S'
                       MOVE TA-MONTO-FIJO OF REGISTRO-TARIFA
                           TO WS-OP-FIJO-CA
                       MOVE TA-PORCENTAJE OF REGISTRO-TARIFA
                           TO WS-OP-PORC-CA
                   ELSE
                       MOVE TA-MONTO-FIJO OF REGISTRO-TARIFA
                           TO WS-OP-FIJO-CC
                       MOVE TA-PORCENTAJE OF REGISTRO-TARIFA
                           TO WS-OP-PORC-CC
                   END-IF
               END-IF.
               MOVE TA-OPERACION OF REGISTRO-TARIFA
                   TO CN-OPERACION OF REGISTRO-CAMBIO.
               PERFORM 120-DESCRIBIR-OPERACION.
               COMPUTE WS-FIJO-IVA ROUNDED =
                   TA-MONTO-FIJO OF REGISTRO-TARIFA
                   * (1 + WS-TASA-IVA).
               MOVE TA-MONTO-FIJO OF REGISTRO-TARIFA
                   TO WS-MONTO-DISPLAY.
               MOVE WS-FIJO-IVA TO WS-IVA-DISPLAY.
               MOVE TA-PORCENTAJE OF REGISTRO-TARIFA
                   TO WS-PORC-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   TA-OPERACION OF REGISTRO-TARIFA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   TA-TIPO-CUENTA OF REGISTRO-TARIFA
                       DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-DESCRIPCION-OPER DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-IVA-DISPLAY DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-PORC-DISPLAY DELIMITED BY SIZE
                   '     ' DELIMITED BY SIZE
                   TA-CANT-LIBRES OF REGISTRO-TARIFA
                       DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.

               INITIALIZE LINEA-PRESENTACION.
               MOVE WS-FECHA-PROCESO TO RT-FECHA.
               MOVE 'CO' TO RT-TIPO.
               MOVE TA-OPERACION OF REGISTRO-TARIFA TO RT-PRODUCTO.
               MOVE TA-TIPO-CUENTA OF REGISTRO-TARIFA
                   TO RT-TIPO-CUENTA.
               MOVE WS-DESCRIPCION-OPER TO RT-DESCRIPCION.
               MOVE TA-MONTO-FIJO OF REGISTRO-TARIFA TO RT-IMPORTE.
               MOVE WS-FIJO-IVA TO RT-IMPORTE-IVA.
               MOVE TA-PORCENTAJE OF REGISTRO-TARIFA TO RT-PORCENTAJE.
               MOVE TA-CANT-LIBRES OF REGISTRO-TARIFA TO RT-LIBRES.
               WRITE LINEA-PRESENTACION.
               ADD 1 TO WS-CANT-COMISIONES.

      *    Nombre comercial de la operación del tarifario (se pasa
      *    en CN-OPERACION para usarlo también con los cambios).
           120-DESCRIBIR-OPERACION SECTION.
               EVALUATE CN-OPERACION OF REGISTRO-CAMBIO
                   WHEN 'TR'
                       MOVE 'TRANSFERENCIA'
                           TO WS-DESCRIPCION-OPER
                   WHEN 'RE'
                       MOVE 'RETIRO POR VENTANILLA'
                           TO WS-DESCRIPCION-OPER
                   WHEN 'MA'
                       MOVE 'MANTENIMIENTO MENSUAL DE CUENTA'
                           TO WS-DESCRIPCION-OPER
                   WHEN 'CS'
                       MOVE 'CANON CAJA DE SEGURIDAD'
                           TO WS-DESCRIPCION-OPER
                   WHEN 'OP'
                       MOVE 'OTORGAMIENTO DE PRESTAMO'
                           TO WS-DESCRIPCION-OPER
                   WHEN 'TX'
                       MOVE 'TRANSFERENCIA AL EXTERIOR'
                           TO WS-DESCRIPCION-OPER
                   WHEN 'TE'
                       MOVE 'TRANSFERENCIA DEL EXTERIOR'
                           TO WS-DESCRIPCION-OPER
                   WHEN OTHER
                       MOVE 'OTRA OPERACION'
                           TO WS-DESCRIPCION-OPER
               END-EVALUATE.

           200-PUBLICAR-PAQUETES SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE 'PAQUETES' TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.
               MOVE 'CODIGO DESCRIPCION' TO LINEA-REPORTE.
               MOVE 'CUOTA MENSUAL' TO LINEA-REPORTE (40:).
               MOVE 'CUOTA CON IVA' TO LINEA-REPORTE (57:).
               MOVE 'TRANSF.' TO LINEA-REPORTE (71:).
               MOVE 'RETIROS' TO LINEA-REPORTE (79:).
               WRITE LINEA-REPORTE.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-PAQUETES.
               IF WS-FILE-STATUS-PAQ NOT = '00'
                   MOVE '   SIN PAQUETES CARGADOS' TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   SET FIN-ARCHIVO TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-PAQUETES NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF PAQUETE-ACTIVO OF REGISTRO-PAQUETE
                               PERFORM 210-PUBLICAR-PAQUETE
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-PAQ = '00'
                  OR WS-FILE-STATUS-PAQ = '10'
                   CLOSE ARCHIVO-PAQUETES
               END-IF.

           210-PUBLICAR-PAQUETE SECTION.
               COMPUTE WS-FIJO-IVA ROUNDED =
                   PQ-CUOTA-MENSUAL OF REGISTRO-PAQUETE
                   * (1 + WS-TASA-IVA).
               MOVE PQ-CUOTA-MENSUAL OF REGISTRO-PAQUETE
                   TO WS-MONTO-DISPLAY.
               MOVE WS-FIJO-IVA TO WS-IVA-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   PQ-CODIGO OF REGISTRO-PAQUETE DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   PQ-DESCRIPCION OF REGISTRO-PAQUETE
                       DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-IVA-DISPLAY DELIMITED BY SIZE
                   '     ' DELIMITED BY SIZE
                   PQ-LIBRES-TRANSFER OF REGISTRO-PAQUETE
                       DELIMITED BY SIZE
                   '      ' DELIMITED BY SIZE
                   PQ-LIBRES-RETIROS OF REGISTRO-PAQUETE
                       DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.

               INITIALIZE LINEA-PRESENTACION.
               MOVE WS-FECHA-PROCESO TO RT-FECHA.
               MOVE 'PQ' TO RT-TIPO.
               MOVE PQ-CODIGO OF REGISTRO-PAQUETE TO RT-PRODUCTO.
               MOVE PQ-DESCRIPCION OF REGISTRO-PAQUETE
                   TO RT-DESCRIPCION.
               MOVE PQ-CUOTA-MENSUAL OF REGISTRO-PAQUETE TO RT-IMPORTE.
               MOVE WS-FIJO-IVA TO RT-IMPORTE-IVA.
               MOVE PQ-LIBRES-TRANSFER OF REGISTRO-PAQUETE
                   TO RT-LIBRES.
               MOVE PQ-LIBRES-RETIROS OF REGISTRO-PAQUETE
                   TO RT-LIBRES-RETIROS.
               WRITE LINEA-PRESENTACION.
               ADD 1 TO WS-CANT-PAQUETES.

      *    Tasas de depósitos (sólo TEA) y de crédito (TEA y CFT
      *    sobre el préstamo de referencia). El interés de caja de
      *    ahorro está en parámetros como tasa mensual: se publica
      *    su nominal anual.
           300-PUBLICAR-TASAS SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE 'TASAS (CFT SOBRE PRESTAMO DE REFERENCIA DE $ '
                   TO LINEA-REPORTE.
               MOVE '100.000 A 12 CUOTAS)' TO LINEA-REPORTE (47:).
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.
               MOVE 'CODIGO     PRODUCTO' TO LINEA-REPORTE.
               MOVE 'TNA' TO LINEA-REPORTE (47:).
               MOVE 'TEA' TO LINEA-REPORTE (55:).
               MOVE 'CFT' TO LINEA-REPORTE (63:).
               WRITE LINEA-REPORTE.

               MOVE 'N' TO WS-CON-CFT.
               MOVE ZERO TO WS-GASTOS.
               MOVE ZERO TO WS-SEGURO-VIDA.
               MOVE 'INTERES' TO WS-CODIGO-TASA.
               MOVE 'CAJA DE AHORRO' TO WS-DESCRIPCION-TASA.
               COMPUTE WS-TNA = WS-TASA-INTERES * 12.
               PERFORM 310-PUBLICAR-TASA.
               MOVE 'PLAZOFIJO' TO WS-CODIGO-TASA.
               MOVE 'PLAZO FIJO' TO WS-DESCRIPCION-TASA.
               MOVE WS-TASA-PLAZO-FIJO TO WS-TNA.
               PERFORM 310-PUBLICAR-TASA.
               MOVE 'PRECANCEL' TO WS-CODIGO-TASA.
               MOVE 'PRECANCELACION DE PLAZO FIJO'
                   TO WS-DESCRIPCION-TASA.
               MOVE WS-TASA-PRECANCELACION TO WS-TNA.
               PERFORM 310-PUBLICAR-TASA.

      *        Préstamos: comisión de otorgamiento con su IVA y
      *        seguro de vida, uno por tipo de cuenta del tarifario.
               MOVE 'S' TO WS-CON-CFT.
               MOVE WS-TASA-SEGURO-VIDA TO WS-SEGURO-VIDA.
               MOVE WS-TASA-PRESTAMO TO WS-TNA.
               MOVE 'PRESTAMO' TO WS-CODIGO-TASA.
               COMPUTE WS-COMISION ROUNDED =
                   WS-OP-FIJO-CC + WS-MONTO-REFERENCIA * WS-OP-PORC-CC.
               COMPUTE WS-GASTOS ROUNDED =
                   WS-COMISION * (1 + WS-TASA-IVA).
               MOVE 'PRESTAMO PERSONAL CTA. CTE.'
                   TO WS-DESCRIPCION-TASA.
               PERFORM 310-PUBLICAR-TASA.
               COMPUTE WS-COMISION ROUNDED =
                   WS-OP-FIJO-CA + WS-MONTO-REFERENCIA * WS-OP-PORC-CA.
               COMPUTE WS-GASTOS ROUNDED =
                   WS-COMISION * (1 + WS-TASA-IVA).
               MOVE 'PRESTAMO PERSONAL CAJA AHORRO'
                   TO WS-DESCRIPCION-TASA.
               PERFORM 310-PUBLICAR-TASA.

      *        Sin gastos ni seguros: el CFT es la TEA.
               MOVE ZERO TO WS-GASTOS.
               MOVE ZERO TO WS-SEGURO-VIDA.
               MOVE 'PUNITORIA' TO WS-CODIGO-TASA.
               MOVE 'DESCUBIERTO Y PUNITORIOS' TO WS-DESCRIPCION-TASA.
               MOVE WS-TASA-PUNITORIA TO WS-TNA.
               PERFORM 310-PUBLICAR-TASA.
               MOVE 'DESCUENTO' TO WS-CODIGO-TASA.
               MOVE 'DESCUENTO DE CHEQUES' TO WS-DESCRIPCION-TASA.
               MOVE WS-TASA-DESCUENTO TO WS-TNA.
               PERFORM 310-PUBLICAR-TASA.
               MOVE 'FINANC-TC' TO WS-CODIGO-TASA.
               MOVE 'FINANCIACION TARJETA CREDITO'
                   TO WS-DESCRIPCION-TASA.
               MOVE WS-TASA-FINANCIACION TO WS-TNA.
               PERFORM 310-PUBLICAR-TASA.

           310-PUBLICAR-TASA SECTION.
               CALL 'CALCULAR-CFT' USING
                   WS-MONTO-REFERENCIA WS-CUOTAS-REFERENCIA WS-TNA
                   WS-GASTOS WS-SEGURO-VIDA WS-SEGURO-FIJO
                   WS-TEA WS-CFT.
               IF NOT PUBLICA-CFT
                   MOVE ZERO TO WS-CFT
               END-IF.
               MOVE WS-TNA TO WS-TNA-DISPLAY.
               MOVE WS-TEA TO WS-TEA-DISPLAY.
               MOVE WS-CFT TO WS-CFT-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   WS-CODIGO-TASA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-DESCRIPCION-TASA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-TNA-DISPLAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-TEA-DISPLAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-CFT-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               IF NOT PUBLICA-CFT
                   MOVE '      -' TO LINEA-REPORTE (59:7)
               END-IF.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.

               INITIALIZE LINEA-PRESENTACION.
               MOVE WS-FECHA-PROCESO TO RT-FECHA.
               MOVE 'TA' TO RT-TIPO.
               MOVE WS-CODIGO-TASA TO RT-PRODUCTO.
               MOVE WS-DESCRIPCION-TASA TO RT-DESCRIPCION.
               MOVE WS-TNA TO RT-TNA.
               MOVE WS-TEA TO RT-TEA.
               MOVE WS-CFT TO RT-CFT.
               WRITE LINEA-PRESENTACION.
               ADD 1 TO WS-CANT-TASAS.

      *    Cambios registrados que todavía no rigen, con el valor
      *    actual y el nuevo; los aumentos llevan el aviso previo.
           400-PUBLICAR-PROGRAMADOS SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE 'CAMBIOS PROGRAMADOS' TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.
               MOVE 'NUMERO CONDICION  DESCRIPCION' TO LINEA-REPORTE.
               MOVE 'ANTERIOR' TO LINEA-REPORTE (56:).
               MOVE 'NUEVO' TO LINEA-REPORTE (75:).
               MOVE 'VIGENCIA' TO LINEA-REPORTE (81:).
               MOVE 'AUMENTO' TO LINEA-REPORTE (90:).
               WRITE LINEA-REPORTE.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-CAMBIOS.
               IF WS-FILE-STATUS-CAM NOT = '00'
                   SET FIN-ARCHIVO TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CAMBIOS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF CAMBIO-PROGRAMADO OF REGISTRO-CAMBIO
                               PERFORM 410-PUBLICAR-CAMBIO
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-CAM = '00'
                  OR WS-FILE-STATUS-CAM = '10'
                   CLOSE ARCHIVO-CAMBIOS
               END-IF.
               IF WS-CANT-CAMBIOS = ZERO
                   MOVE '   SIN CAMBIOS PROGRAMADOS' TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF.

      *    Una tarifa muestra el monto fijo y, si cambia el
      *    porcentaje, un segundo renglón con él; una tasa, la TNA.
           410-PUBLICAR-CAMBIO SECTION.
               IF CAMBIO-TARIFA OF REGISTRO-CAMBIO
                   PERFORM 120-DESCRIBIR-OPERACION
                   MOVE CN-FIJO-ANTERIOR OF REGISTRO-CAMBIO
                       TO WS-MONTO-DISPLAY
                   MOVE WS-MONTO-DISPLAY TO WS-ANTERIOR-DISPLAY
                   MOVE CN-FIJO-NUEVO OF REGISTRO-CAMBIO
                       TO WS-MONTO-DISPLAY
                   MOVE WS-MONTO-DISPLAY TO WS-NUEVO-DISPLAY
               ELSE
                   MOVE 'TASA NOMINAL ANUAL' TO WS-DESCRIPCION-OPER
                   MOVE SPACES TO WS-ANTERIOR-DISPLAY
                   MOVE SPACES TO WS-NUEVO-DISPLAY
                   MOVE CN-TASA-ANTERIOR OF REGISTRO-CAMBIO
                       TO WS-TNA-DISPLAY
                   MOVE WS-TNA-DISPLAY TO WS-ANTERIOR-DISPLAY (9:)
                   MOVE CN-TASA-NUEVA OF REGISTRO-CAMBIO
                       TO WS-TNA-DISPLAY
                   MOVE WS-TNA-DISPLAY TO WS-NUEVO-DISPLAY (9:)
               END-IF.
               IF CAMBIO-BAJA OF REGISTRO-CAMBIO
                   MOVE 'BAJA DE LA TARIFA' TO WS-DESCRIPCION-OPER
               END-IF.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   CN-NUMERO OF REGISTRO-CAMBIO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CN-CLAVE OF REGISTRO-CAMBIO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-DESCRIPCION-OPER DELIMITED BY SIZE
                   WS-ANTERIOR-DISPLAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-NUEVO-DISPLAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CN-FECHA-VIGENCIA OF REGISTRO-CAMBIO
                       DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CN-AUMENTO OF REGISTRO-CAMBIO DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.
               IF CAMBIO-TARIFA OF REGISTRO-CAMBIO
                  AND CN-TASA-NUEVA OF REGISTRO-CAMBIO
                      NOT = CN-TASA-ANTERIOR OF REGISTRO-CAMBIO
                   MOVE SPACES TO LINEA-REPORTE
                   MOVE 'PORCENTAJE' TO LINEA-REPORTE (19:)
                   MOVE CN-TASA-ANTERIOR OF REGISTRO-CAMBIO
                       TO WS-PORC-DISPLAY
                   MOVE WS-PORC-DISPLAY TO LINEA-REPORTE (58:)
                   MOVE CN-TASA-NUEVA OF REGISTRO-CAMBIO
                       TO WS-PORC-DISPLAY
                   MOVE WS-PORC-DISPLAY TO LINEA-REPORTE (74:)
                   WRITE LINEA-REPORTE
               END-IF.
               ADD 1 TO WS-CANT-CAMBIOS.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
