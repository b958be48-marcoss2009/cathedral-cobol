       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERAR-CERTIFICADO-FISCAL.
       AUTHOR. MARCOS MUÑOZ.

      * Certificado anual de retenciones e intereses de un cliente:
      * para un DNI (o código de persona jurídica) y un año arma
      * certificados/certificado_<dni>_<año>.txt con lo que el
      * banco le retuvo y le pagó en el año, el comprobante que
      * el cliente y su contador piden para la declaración jurada:
      * impuesto a los débitos y créditos, retenciones SIRCREB,
      * IVA sobre comisiones, intereses acreditados en sus
      * cuentas e intereses pagados por sus plazos fijos. Recorre
      * todas las cuentas en las que es titular o cotitular, el
      * archivo anual del año (cuentas/<numero>_<año>.dat) más el
      * historial activo, igual que la respuesta a oficios; el
      * interés de los plazos fijos sale de lo que cada
      * certificado pagó al liquidarse o precancelarse en el año.
      * Los importes van por moneda, netos de anulaciones. Lo usan
      * el batch anual y la emisión a pedido desde la sucursal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-CLIENTES ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DNI OF REGISTRO-CLIENTE
               FILE STATUS IS WS-FILE-STATUS-CLI.

           SELECT ARCHIVO-MOVIMIENTOS
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-MOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-MOV.

           SELECT ARCHIVO-PLAZOS ASSIGN TO 'plazofijo.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-NUMERO OF REGISTRO-PLAZO
               FILE STATUS IS WS-FILE-STATUS-PLA.

           SELECT ARCHIVO-CERTIFICADO
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-CERTIFICADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CER.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-CLIENTES.
           01 REGISTRO-CLIENTE.
               COPY "cliente.cpy".

       FD  ARCHIVO-MOVIMIENTOS.
           01 REGISTRO-MOVIMIENTO.
               COPY "movimientos.cpy".

       FD  ARCHIVO-PLAZOS.
           01 REGISTRO-PLAZO.
               COPY "plazofijo.cpy".

       FD  ARCHIVO-CERTIFICADO
           RECORD CONTAINS 100 CHARACTERS.
           01  LINEA-CERTIFICADO      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CLI    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-MOV    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PLA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CER    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-MOV    PIC X(100).
       01  NOMBRE-ARCHIVO-CERTIFICADO PIC X(100).
       01  WS-COMANDO            PIC X(200).

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-EOF-MOV            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-MOV    VALUE 'Y'.
       01  WS-EOF-PLA            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-PLA    VALUE 'Y'.

       01  WS-FECHA-PROCESO      PIC 9(08).
       01  WS-NOMBRE-CLIENTE     PIC X(30).
       01  WS-CUIT-CLIENTE       PIC 9(11).

      *    Cuentas del cliente halladas en el barrido (hasta 100),
      *    con su moneda para acumular cada importe donde va.
       01  WS-TABLA-CUENTAS.
           05 WS-CUENTA-CLIENTE OCCURS 100 TIMES.
              10 WS-CTA-CLIENTE    PIC 9(08).
              10 WS-MON-CLIENTE    PIC X(03).
       01  WS-CANT-CUENTAS       PIC 9(03) VALUE ZERO.
       01  WS-IDX-CUENTA         PIC 9(03).
       01  WS-IDX-COTITULAR      PIC 9(01).
       01  WS-ES-DEL-CLIENTE     PIC X(01).
       01  WS-CUENTA-ACTUAL      PIC 9(08).
       01  WS-MONEDA-ACTUAL      PIC X(03).

      *    Totales del año por moneda.
       01  WS-TABLA-TOTALES.
           05 WS-TOTAL-MONEDA OCCURS 5 TIMES.
              10 WS-TOT-MONEDA     PIC X(03).
              10 WS-TOT-DEBCRED    PIC S9(12)V99.
              10 WS-TOT-SIRCREB    PIC S9(12)V99.
              10 WS-TOT-IVA        PIC S9(12)V99.
              10 WS-TOT-INT-CUENTA PIC S9(12)V99.
              10 WS-TOT-INT-PLAZO  PIC S9(12)V99.
       01  WS-CANT-MONEDAS       PIC 9(01) VALUE ZERO.
       01  WS-IDX-MONEDA         PIC 9(01).
       01  WS-IDX-BUSQUEDA       PIC 9(01).

      *    Conceptos que entran en el certificado.
       01  WS-CONCEPTO-INTERES   PIC 9(03) VALUE 003.
       01  WS-CONCEPTO-DEBCRED   PIC 9(03) VALUE 029.
       01  WS-CONCEPTO-IVA       PIC 9(03) VALUE 030.
       01  WS-CONCEPTO-AJUSTE-INT PIC 9(03) VALUE 045.
       01  WS-CONCEPTO-SIRCREB   PIC 9(03) VALUE 067.

      *    Importe del movimiento con signo: positivo si debita la
      *    cuenta, negativo si la acredita (una anulación revierte
      *    lo que anula).
       01  WS-IMPORTE-DEBITO     PIC S9(12)V99.
       01  WS-RENGLON-IMPORTE.
           05 WS-RI-LEYENDA      PIC X(45).
           05 WS-RI-MONTO        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01  LK-DNI                PIC 9(08).
       01  LK-ANIO               PIC 9(04).
      *    'S' certificado emitido; 'N' el cliente no tiene
      *    cuentas o no se pudo grabar el archivo.
       01  LK-RESULTADO          PIC X(01).

       PROCEDURE DIVISION USING LK-DNI LK-ANIO LK-RESULTADO.
       000-MAIN-LOGIC SECTION.
           MOVE 'N' TO LK-RESULTADO.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-PROCESO.
           PERFORM 100-RELEVAR-CUENTAS.
           IF WS-CANT-CUENTAS > ZERO
               PERFORM 150-DATOS-DEL-CLIENTE
               MOVE ZERO TO WS-CANT-MONEDAS
               INITIALIZE WS-TABLA-TOTALES
               PERFORM 200-ACUMULAR-CUENTAS
               PERFORM 300-ACUMULAR-PLAZOS
               PERFORM 400-EMITIR-CERTIFICADO
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-RELEVAR-CUENTAS SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               MOVE ZERO TO WS-CANT-CUENTAS.
               MOVE SPACES TO WS-NOMBRE-CLIENTE.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS NOT = '00'
                   SET FIN-ARCHIVO TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CUENTAS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           PERFORM 110-EVALUAR-PERTENENCIA
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10'
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

           110-EVALUAR-PERTENENCIA SECTION.
               MOVE 'N' TO WS-ES-DEL-CLIENTE.
               IF CC-DNI-TITULAR OF RCC = LK-DNI
                   MOVE 'S' TO WS-ES-DEL-CLIENTE
                   IF WS-NOMBRE-CLIENTE = SPACES
                       MOVE CC-NOMBRE-CLIENTE OF RCC
                           TO WS-NOMBRE-CLIENTE
                   END-IF
               END-IF.
               PERFORM VARYING WS-IDX-COTITULAR FROM 1 BY 1
                   UNTIL WS-IDX-COTITULAR
                       > CC-CANT-COTITULARES OF RCC
                   IF CC-DNI-COTITULAR OF RCC (WS-IDX-COTITULAR)
                      = LK-DNI
                       MOVE 'S' TO WS-ES-DEL-CLIENTE
                   END-IF
               END-PERFORM.
               IF WS-ES-DEL-CLIENTE = 'S'
                  AND WS-CANT-CUENTAS < 100
                   ADD 1 TO WS-CANT-CUENTAS
                   MOVE CC-NUMERO-CUENTA OF RCC
                       TO WS-CTA-CLIENTE (WS-CANT-CUENTAS)
                   MOVE CC-MONEDA OF RCC
                       TO WS-MON-CLIENTE (WS-CANT-CUENTAS)
               END-IF.

      *    El nombre y el CUIT salen del maestro de clientes; sin
      *    ficha, vale el nombre de la cuenta en la que es titular.
           150-DATOS-DEL-CLIENTE SECTION.
               MOVE ZERO TO WS-CUIT-CLIENTE.
               OPEN INPUT ARCHIVO-CLIENTES.
               IF WS-FILE-STATUS-CLI = '00'
                   MOVE LK-DNI TO CLI-DNI OF REGISTRO-CLIENTE
                   READ ARCHIVO-CLIENTES
                       KEY IS CLI-DNI OF REGISTRO-CLIENTE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CLI-NOMBRE OF REGISTRO-CLIENTE
                               TO WS-NOMBRE-CLIENTE
                           MOVE CLI-CUIT OF REGISTRO-CLIENTE
                               TO WS-CUIT-CLIENTE
                   END-READ
                   CLOSE ARCHIVO-CLIENTES
               END-IF.

      *    Por cuenta, primero el archivo anual del año y después el
      *    historial activo (lo que todavía no se archivó).
           200-ACUMULAR-CUENTAS SECTION.
               PERFORM VARYING WS-IDX-CUENTA FROM 1 BY 1
                   UNTIL WS-IDX-CUENTA > WS-CANT-CUENTAS
                   MOVE WS-CTA-CLIENTE (WS-IDX-CUENTA)
                       TO WS-CUENTA-ACTUAL
                   MOVE WS-MON-CLIENTE (WS-IDX-CUENTA)
                       TO WS-MONEDA-ACTUAL
                   PERFORM 250-UBICAR-MONEDA
                   MOVE SPACES TO NOMBRE-ARCHIVO-MOV
                   STRING
                       "cuentas/" DELIMITED BY SIZE
                       WS-CUENTA-ACTUAL DELIMITED BY SIZE
                       "_" DELIMITED BY SIZE
                       LK-ANIO DELIMITED BY SIZE
                       ".dat" DELIMITED BY SIZE
                       INTO NOMBRE-ARCHIVO-MOV
                   END-STRING
                   PERFORM 210-LEER-UN-HISTORIAL
                   MOVE SPACES TO NOMBRE-ARCHIVO-MOV
                   STRING
                       "cuentas/" DELIMITED BY SIZE
                       WS-CUENTA-ACTUAL DELIMITED BY SIZE
                       ".dat" DELIMITED BY SIZE
                       INTO NOMBRE-ARCHIVO-MOV
                   END-STRING
                   PERFORM 210-LEER-UN-HISTORIAL
               END-PERFORM.

           210-LEER-UN-HISTORIAL SECTION.
               MOVE 'N' TO WS-EOF-MOV.
               OPEN INPUT ARCHIVO-MOVIMIENTOS.
               IF WS-FILE-STATUS-MOV NOT = '00'
                   SET FIN-ARCHIVO-MOV TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-MOV
                   READ ARCHIVO-MOVIMIENTOS
                       AT END
                           SET FIN-ARCHIVO-MOV TO TRUE
                       NOT AT END
                           IF FECHA-MOVIMIENTO
                              OF REGISTRO-MOVIMIENTO (1:4) = LK-ANIO
                               PERFORM 220-ACUMULAR-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-MOV = '00'
                  OR WS-FILE-STATUS-MOV = '10'
                   CLOSE ARCHIVO-MOVIMIENTOS
               END-IF.

           220-ACUMULAR-MOVIMIENTO SECTION.
               IF DEBE OF REGISTRO-MOVIMIENTO
                  OR PUNITORIO OF REGISTRO-MOVIMIENTO
                   MOVE MONTO OF REGISTRO-MOVIMIENTO
                       TO WS-IMPORTE-DEBITO
               ELSE
                   COMPUTE WS-IMPORTE-DEBITO =
                       ZERO - MONTO OF REGISTRO-MOVIMIENTO
               END-IF.
               EVALUATE CONCEPTO OF REGISTRO-MOVIMIENTO
                   WHEN WS-CONCEPTO-DEBCRED
                       ADD WS-IMPORTE-DEBITO
                           TO WS-TOT-DEBCRED (WS-IDX-MONEDA)
                   WHEN WS-CONCEPTO-SIRCREB
                       ADD WS-IMPORTE-DEBITO
                           TO WS-TOT-SIRCREB (WS-IDX-MONEDA)
                   WHEN WS-CONCEPTO-IVA
                       ADD WS-IMPORTE-DEBITO
                           TO WS-TOT-IVA (WS-IDX-MONEDA)
                   WHEN WS-CONCEPTO-INTERES
                   WHEN WS-CONCEPTO-AJUSTE-INT
                       SUBTRACT WS-IMPORTE-DEBITO
                           FROM WS-TOT-INT-CUENTA (WS-IDX-MONEDA)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *    Deja en WS-IDX-MONEDA el renglón de totales de la moneda
      *    en curso, abriéndolo si es la primera vez que aparece.
           250-UBICAR-MONEDA SECTION.
               MOVE ZERO TO WS-IDX-MONEDA.
               PERFORM VARYING WS-IDX-BUSQUEDA FROM 1 BY 1
                   UNTIL WS-IDX-BUSQUEDA > WS-CANT-MONEDAS
                   IF WS-TOT-MONEDA (WS-IDX-BUSQUEDA)
                      = WS-MONEDA-ACTUAL
                       MOVE WS-IDX-BUSQUEDA TO WS-IDX-MONEDA
                   END-IF
               END-PERFORM.
               IF WS-IDX-MONEDA = ZERO
                   IF WS-CANT-MONEDAS < 5
                       ADD 1 TO WS-CANT-MONEDAS
                       MOVE WS-MONEDA-ACTUAL
                           TO WS-TOT-MONEDA (WS-CANT-MONEDAS)
                   END-IF
                   MOVE WS-CANT-MONEDAS TO WS-IDX-MONEDA
               END-IF.

      *    Interés pagado en el año por los plazos fijos
      *    constituidos desde alguna cuenta del cliente, hayan
      *    vencido, renovado o precancelado.
           300-ACUMULAR-PLAZOS SECTION.
               MOVE 'N' TO WS-EOF-PLA.
               OPEN INPUT ARCHIVO-PLAZOS.
               IF WS-FILE-STATUS-PLA NOT = '00'
                   SET FIN-ARCHIVO-PLA TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-PLA
                   READ ARCHIVO-PLAZOS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-PLA TO TRUE
                       NOT AT END
                           IF PF-FECHA-LIQUIDACION
                              OF REGISTRO-PLAZO (1:4) = LK-ANIO
                              AND PF-INTERES-PAGADO
                                  OF REGISTRO-PLAZO NOT = ZERO
                               PERFORM 310-ACUMULAR-PLAZO
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-PLA = '00'
                  OR WS-FILE-STATUS-PLA = '10'
                   CLOSE ARCHIVO-PLAZOS
               END-IF.

           310-ACUMULAR-PLAZO SECTION.
               PERFORM VARYING WS-IDX-CUENTA FROM 1 BY 1
                   UNTIL WS-IDX-CUENTA > WS-CANT-CUENTAS
                   IF WS-CTA-CLIENTE (WS-IDX-CUENTA)
                      = PF-CUENTA-ORIGEN OF REGISTRO-PLAZO
                       MOVE WS-MON-CLIENTE (WS-IDX-CUENTA)
                           TO WS-MONEDA-ACTUAL
                       PERFORM 250-UBICAR-MONEDA
                       ADD PF-INTERES-PAGADO OF REGISTRO-PLAZO
                           TO WS-TOT-INT-PLAZO (WS-IDX-MONEDA)
                       MOVE WS-CANT-CUENTAS TO WS-IDX-CUENTA
                   END-IF
               END-PERFORM.

           400-EMITIR-CERTIFICADO SECTION.
               MOVE 'mkdir -p certificados' TO WS-COMANDO.
               CALL 'SYSTEM' USING WS-COMANDO.
               MOVE SPACES TO NOMBRE-ARCHIVO-CERTIFICADO.
               STRING
                   "certificados/certificado_" DELIMITED BY SIZE
                   LK-DNI DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   LK-ANIO DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-CERTIFICADO
               END-STRING.
               OPEN OUTPUT ARCHIVO-CERTIFICADO.
               IF WS-FILE-STATUS-CER NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DEL '
                       'CERTIFICADO ' NOMBRE-ARCHIVO-CERTIFICADO
               ELSE
                   PERFORM 410-ENCABEZADO
                   PERFORM VARYING WS-IDX-MONEDA FROM 1 BY 1
                       UNTIL WS-IDX-MONEDA > WS-CANT-MONEDAS
                       PERFORM 420-IMPORTES-MONEDA
                   END-PERFORM
                   MOVE SPACES TO LINEA-CERTIFICADO
                   WRITE LINEA-CERTIFICADO
                   MOVE SPACES TO LINEA-CERTIFICADO
                   STRING
                       'EMITIDO EL ' DELIMITED BY SIZE
                       WS-FECHA-PROCESO DELIMITED BY SIZE
                       ' - CERTIFICADO S.E.U.O' DELIMITED BY SIZE
                       INTO LINEA-CERTIFICADO
                   END-STRING
                   WRITE LINEA-CERTIFICADO
                   CLOSE ARCHIVO-CERTIFICADO
                   MOVE 'S' TO LK-RESULTADO
               END-IF.

           410-ENCABEZADO SECTION.
               MOVE SPACES TO LINEA-CERTIFICADO.
               STRING
                   'CERTIFICADO ANUAL DE RETENCIONES E INTERESES '
                       DELIMITED BY SIZE
                   '- AÑO ' DELIMITED BY SIZE
                   LK-ANIO DELIMITED BY SIZE
                   INTO LINEA-CERTIFICADO
               END-STRING.
               WRITE LINEA-CERTIFICADO.
               MOVE SPACES TO LINEA-CERTIFICADO.
               IF WS-CUIT-CLIENTE = ZERO
                   STRING
                       'TITULAR: ' DELIMITED BY SIZE
                       WS-NOMBRE-CLIENTE DELIMITED BY SIZE
                       ' DNI ' DELIMITED BY SIZE
                       LK-DNI DELIMITED BY SIZE
                       INTO LINEA-CERTIFICADO
                   END-STRING
               ELSE
                   STRING
                       'TITULAR: ' DELIMITED BY SIZE
                       WS-NOMBRE-CLIENTE DELIMITED BY SIZE
                       ' DNI ' DELIMITED BY SIZE
                       LK-DNI DELIMITED BY SIZE
                       ' CUIT ' DELIMITED BY SIZE
                       WS-CUIT-CLIENTE DELIMITED BY SIZE
                       INTO LINEA-CERTIFICADO
                   END-STRING
               END-IF.
               WRITE LINEA-CERTIFICADO.
               MOVE SPACES TO LINEA-CERTIFICADO.
               MOVE 'CUENTAS COMPRENDIDAS (TITULAR O COTITULAR):'
                   TO LINEA-CERTIFICADO.
               WRITE LINEA-CERTIFICADO.
               PERFORM VARYING WS-IDX-CUENTA FROM 1 BY 1
                   UNTIL WS-IDX-CUENTA > WS-CANT-CUENTAS
                   MOVE SPACES TO LINEA-CERTIFICADO
                   STRING
                       '  CUENTA ' DELIMITED BY SIZE
                       WS-CTA-CLIENTE (WS-IDX-CUENTA)
                           DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-MON-CLIENTE (WS-IDX-CUENTA)
                           DELIMITED BY SIZE
                       INTO LINEA-CERTIFICADO
                   END-STRING
                   WRITE LINEA-CERTIFICADO
               END-PERFORM.

           420-IMPORTES-MONEDA SECTION.
               MOVE SPACES TO LINEA-CERTIFICADO.
               WRITE LINEA-CERTIFICADO.
               MOVE SPACES TO LINEA-CERTIFICADO.
               STRING
                   'IMPORTES EN ' DELIMITED BY SIZE
                   WS-TOT-MONEDA (WS-IDX-MONEDA) DELIMITED BY SIZE
                   INTO LINEA-CERTIFICADO
               END-STRING.
               WRITE LINEA-CERTIFICADO.
               MOVE '  IMPUESTO A LOS DEBITOS Y CREDITOS'
                   TO WS-RI-LEYENDA.
               MOVE WS-TOT-DEBCRED (WS-IDX-MONEDA) TO WS-RI-MONTO.
               MOVE WS-RENGLON-IMPORTE TO LINEA-CERTIFICADO.
               WRITE LINEA-CERTIFICADO.
               MOVE '  RETENCIONES INGRESOS BRUTOS SIRCREB'
                   TO WS-RI-LEYENDA.
               MOVE WS-TOT-SIRCREB (WS-IDX-MONEDA) TO WS-RI-MONTO.
               MOVE WS-RENGLON-IMPORTE TO LINEA-CERTIFICADO.
               WRITE LINEA-CERTIFICADO.
               MOVE '  IVA SOBRE COMISIONES' TO WS-RI-LEYENDA.
               MOVE WS-TOT-IVA (WS-IDX-MONEDA) TO WS-RI-MONTO.
               MOVE WS-RENGLON-IMPORTE TO LINEA-CERTIFICADO.
               WRITE LINEA-CERTIFICADO.
               MOVE '  INTERESES ACREDITADOS EN CUENTAS'
                   TO WS-RI-LEYENDA.
               MOVE WS-TOT-INT-CUENTA (WS-IDX-MONEDA)
                   TO WS-RI-MONTO.
               MOVE WS-RENGLON-IMPORTE TO LINEA-CERTIFICADO.
               WRITE LINEA-CERTIFICADO.
               MOVE '  INTERESES PAGADOS POR PLAZOS FIJOS'
                   TO WS-RI-LEYENDA.
               MOVE WS-TOT-INT-PLAZO (WS-IDX-MONEDA)
                   TO WS-RI-MONTO.
               MOVE WS-RENGLON-IMPORTE TO LINEA-CERTIFICADO.
               WRITE LINEA-CERTIFICADO.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
