       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-SIRCREB.
       AUTHOR. MARCOS MUÑOZ.

      * Presentación mensual de las retenciones de ingresos brutos
      * sobre acreditaciones bancarias (SIRCREB): barre los
      * historiales de todas las cuentas, junta las retenciones
      * del mes pedido (concepto propio) y arma el archivo de
      * presentación de formato fijo, un renglón por retención:
      * CUIT del retenido, identificador de la cuenta, fecha,
      * tipo de cuenta, moneda, alícuota del padrón (en
      * porcentaje), importe acreditado sujeto a retención e
      * importe retenido, sin separadores y con ceros a la
      * izquierda. Misma mecánica de barrido que la liquidación
      * del impuesto a los débitos y créditos. Al final muestra el
      * saldo de la cuenta de control SIRCREB (sucursal reservada
      * 992 en control.dat) para cuadrar lo retenido contra lo que
      * se va a depositar.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-MOVIMIENTOS
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-MOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-MOV.

           SELECT ARCHIVO-CONTROL ASSIGN TO 'control.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CLAVE OF REGISTRO-CONTROL
               FILE STATUS IS WS-FILE-STATUS-CTL.

           SELECT ARCHIVO-REPORTE
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-REP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-MOVIMIENTOS.
           01 REGISTRO-MOVIMIENTO.
               COPY "movimientos.cpy".

       FD  ARCHIVO-CONTROL.
           01 REGISTRO-CONTROL.
               COPY "control.cpy".

       FD  ARCHIVO-REPORTE
           RECORD CONTAINS 80 CHARACTERS.
           01  LINEA-REPORTE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-MOV    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTL    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REP    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-MOV    PIC X(100).
       01  NOMBRE-ARCHIVO-REPORTE PIC X(100).

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-EOF-MOV            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-MOV    VALUE 'Y'.
       01  WS-EOF-CTL            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CTL    VALUE 'Y'.

       01  WS-CONCEPTO-SIRCREB   PIC 9(03) VALUE 067.
       01  WS-SUCURSAL-SIRCREB   PIC 9(03) VALUE 992.

      *    Mes a presentar (AAAAMM); sin mes tipeado se presenta el
      *    mes anterior al de la fecha de proceso.
       01  WS-MES-REPORTE        PIC 9(06).
       01  FILLER REDEFINES WS-MES-REPORTE.
           05 WS-MR-ANIO         PIC 9(04).
           05 WS-MR-MES          PIC 9(02).
       01  WS-FECHA-PROCESO      PIC 9(08).

      *    Datos del titular en el padrón del mes, buscados una
      *    sola vez por cuenta (todas sus retenciones son del
      *    mismo titular y del mismo padrón).
       01  WS-TITULAR-BUSCADO    PIC X(01).
       01  WS-ALICUOTA           PIC V9(04).
       01  WS-CUIT               PIC 9(11).
       01  WS-CBU.
           05 WS-CBU-SUCURSAL    PIC 9(03).
           05 WS-CBU-CUENTA      PIC 9(08).
           05 WS-CBU-DV1         PIC 9(01).
           05 WS-CBU-DV2         PIC 9(01).

      *    Renglón de la presentación.
       01  WS-RENGLON-SIRCREB.
           05 RS-CUIT            PIC 9(11).
           05 RS-CBU             PIC X(13).
           05 RS-FECHA           PIC X(08).
           05 RS-TIPO-CUENTA     PIC X(02).
           05 RS-MONEDA          PIC X(03).
           05 RS-PORCENTAJE      PIC 9(02)V9(02).
           05 RS-BASE            PIC 9(12)V99.
           05 RS-IMPORTE         PIC 9(12)V99.

       01  WS-BASE               PIC S9(12)V99.
       01  WS-TOTAL-GENERAL      PIC S9(14)V99 VALUE ZERO.
       01  WS-CANT-RETENCIONES   PIC 9(06) VALUE ZERO.
       01  WS-CANT-SIN-PADRON    PIC 9(06) VALUE ZERO.
       01  WS-MONTO-DISPLAY      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna.
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'REPORTE-SIRCREB'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- PRESENTACIÓN RETENCIONES SIRCREB ----'.
           DISPLAY 'Mes a presentar (AAAAMM, ENTER = mes '
               'anterior): ' WITH NO ADVANCING.
           ACCEPT WS-MES-REPORTE.
           IF WS-MES-REPORTE = ZERO
               CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-PROCESO
               COMPUTE WS-MES-REPORTE = WS-FECHA-PROCESO / 100
               IF WS-MR-MES = 01
                   MOVE 12 TO WS-MR-MES
                   SUBTRACT 1 FROM WS-MR-ANIO
               ELSE
                   SUBTRACT 1 FROM WS-MR-MES
               END-IF
           END-IF.

           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE.
           STRING
               "sircreb_" DELIMITED BY SIZE
               WS-MES-REPORTE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-REPORTE
           END-STRING.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-FILE-STATUS-REP NOT = '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PRESENTACIÓN'
           ELSE
               PERFORM 100-BARRER-CUENTAS
               CLOSE ARCHIVO-REPORTE
               MOVE NOMBRE-ARCHIVO-REPORTE TO WS-ARCHIVO-CATALOGO
               CALL 'REGISTRAR-REPORTE' USING
                   WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                   WS-SUCURSAL-CATALOGO
               PERFORM 200-MOSTRAR-TOTALES
           END-IF.
           MOVE WS-CANT-RETENCIONES TO CB-PROCESADOS.
           MOVE WS-CANT-RETENCIONES TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-BARRER-CUENTAS SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CUENTAS'
                   SET FIN-ARCHIVO TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CUENTAS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           PERFORM 110-BARRER-CUENTA
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10'
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

           110-BARRER-CUENTA SECTION.
               MOVE 'N' TO WS-TITULAR-BUSCADO.
               MOVE SPACES TO NOMBRE-ARCHIVO-MOV.
               STRING
                   "cuentas/" DELIMITED BY SIZE
                   CC-NUMERO-CUENTA OF RCC DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-MOV
               END-STRING.
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
                           IF CONCEPTO OF REGISTRO-MOVIMIENTO
                              = WS-CONCEPTO-SIRCREB
                              AND FECHA-MOVIMIENTO
                                  OF REGISTRO-MOVIMIENTO (1:6)
                                  = WS-MES-REPORTE
                               PERFORM 120-EMITIR-RETENCION
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-MOV = '00'
                  OR WS-FILE-STATUS-MOV = '10'
                   CLOSE ARCHIVO-MOVIMIENTOS
               END-IF.

      *    El importe sujeto a retención no viaja en el movimiento:
      *    se reconstruye con la alícuota del padrón del mes.
           120-EMITIR-RETENCION SECTION.
               IF WS-TITULAR-BUSCADO = 'N'
                   MOVE 'S' TO WS-TITULAR-BUSCADO
                   CALL 'OBTENER-ALICUOTA-SIRCREB' USING
                       CC-DNI-TITULAR OF RCC WS-MES-REPORTE
                       WS-ALICUOTA WS-CUIT
                   CALL 'CALCULAR-CBU' USING
                       CC-SUCURSAL OF RCC CC-NUMERO-CUENTA OF RCC
                       WS-CBU
               END-IF.
               IF WS-ALICUOTA > ZERO
                   COMPUTE WS-BASE ROUNDED =
                       MONTO OF REGISTRO-MOVIMIENTO / WS-ALICUOTA
               ELSE
                   MOVE ZERO TO WS-BASE
                   ADD 1 TO WS-CANT-SIN-PADRON
                   DISPLAY '--> CUENTA ' CC-NUMERO-CUENTA OF RCC
                       ': TITULAR FUERA DEL PADRÓN DEL MES, '
                       'REVISAR'
               END-IF.

               MOVE WS-CUIT TO RS-CUIT.
               MOVE WS-CBU TO RS-CBU.
               MOVE FECHA-MOVIMIENTO OF REGISTRO-MOVIMIENTO (1:8)
                   TO RS-FECHA.
               IF CAJA-DE-AHORRO OF RCC
                   MOVE 'CA' TO RS-TIPO-CUENTA
               ELSE
                   MOVE 'CC' TO RS-TIPO-CUENTA
               END-IF.
               MOVE MONEDA OF REGISTRO-MOVIMIENTO TO RS-MONEDA.
               COMPUTE RS-PORCENTAJE = WS-ALICUOTA * 100.
               MOVE WS-BASE TO RS-BASE.
               MOVE MONTO OF REGISTRO-MOVIMIENTO TO RS-IMPORTE.
               MOVE WS-RENGLON-SIRCREB TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.

               ADD MONTO OF REGISTRO-MOVIMIENTO TO WS-TOTAL-GENERAL.
               ADD 1 TO WS-CANT-RETENCIONES.

           200-MOSTRAR-TOTALES SECTION.
               MOVE WS-TOTAL-GENERAL TO WS-MONTO-DISPLAY.
               DISPLAY 'MES ' WS-MES-REPORTE
                   ' RETENCIONES: ' WS-CANT-RETENCIONES.
               DISPLAY 'TOTAL RETENIDO: ' WS-MONTO-DISPLAY.
               IF WS-CANT-SIN-PADRON > ZERO
                   DISPLAY '--> RETENCIONES SIN TITULAR EN EL '
                       'PADRÓN: ' WS-CANT-SIN-PADRON
               END-IF.
               DISPLAY '---> PRESENTACIÓN EMITIDA EN '
                   NOMBRE-ARCHIVO-REPORTE.
               PERFORM 210-MOSTRAR-CONTROL.

      *    Saldo acumulado en la cuenta de control SIRCREB, para
      *    cuadrarlo contra lo retenido antes de depositar. Va por
      *    pantalla: la presentación es de formato fijo.
           210-MOSTRAR-CONTROL SECTION.
               MOVE 'N' TO WS-EOF-CTL.
               OPEN INPUT ARCHIVO-CONTROL.
               IF WS-FILE-STATUS-CTL NOT = '00'
                   SET FIN-ARCHIVO-CTL TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-CTL
                   READ ARCHIVO-CONTROL NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-CTL TO TRUE
                       NOT AT END
                           IF CTL-SUCURSAL OF REGISTRO-CONTROL
                              = WS-SUCURSAL-SIRCREB
                               MOVE CTL-SALDO OF REGISTRO-CONTROL
                                   TO WS-MONTO-DISPLAY
                               DISPLAY 'CONTROL SIRCREB '
                                   CTL-MONEDA OF REGISTRO-CONTROL
                                   ' SALDO ' WS-MONTO-DISPLAY
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-CTL = '00'
                  OR WS-FILE-STATUS-CTL = '10'
                   CLOSE ARCHIVO-CONTROL
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
