       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-SELLOS.
       AUTHOR. MARCOS MUÑOZ.

      * Declaración jurada mensual del impuesto de sellos: barre
      * los historiales de todas las cuentas, junta del mes pedido
      * las retenciones de sellos sobre contratos de préstamo y
      * certificados de plazo fijo (un concepto por instrumento) y
      * las totaliza por provincia, tomando la jurisdicción de la
      * sucursal de cada retención (OBTENER-PROVINCIA-SUCURSAL),
      * lista para presentar ante cada fisco provincial. Misma
      * mecánica de barrido que la liquidación del impuesto a los
      * débitos y créditos.
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

      *    Alícuotas por provincia, por el nombre de cada una.
           SELECT ARCHIVO-SELLOS ASSIGN TO 'alicuotas_sellos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SE-CLAVE OF REGISTRO-SELLOS
               FILE STATUS IS WS-FILE-STATUS-SEL.

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

       FD  ARCHIVO-SELLOS.
           01 REGISTRO-SELLOS.
               COPY "sellos.cpy".

       FD  ARCHIVO-REPORTE
           RECORD CONTAINS 80 CHARACTERS.
           01  LINEA-REPORTE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-MOV    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-SEL    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REP    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-MOV    PIC X(100).
       01  NOMBRE-ARCHIVO-REPORTE PIC X(100).

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-EOF-MOV            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-MOV    VALUE 'Y'.

       01  WS-CONCEPTO-SELLOS-PRESTAMO PIC 9(03) VALUE 065.
       01  WS-CONCEPTO-SELLOS-PLAZO    PIC 9(03) VALUE 066.

      *    Mes a declarar (AAAAMM); sin mes tipeado se declara el
      *    mes anterior al de la fecha de proceso.
       01  WS-MES-REPORTE        PIC 9(06).
       01  FILLER REDEFINES WS-MES-REPORTE.
           05 WS-MR-ANIO         PIC 9(04).
           05 WS-MR-MES          PIC 9(02).
       01  WS-FECHA-PROCESO      PIC 9(08).

      *    Provincia de cada sucursal ya consultada, para no ir a
      *    la tabla de jurisdicciones por cada retención.
       01  WS-TABLA-JURISDICCION.
           05 WS-JURISDICCION OCCURS 100 TIMES.
               10 WS-JS-SUCURSAL     PIC 9(03).
               10 WS-JS-PROVINCIA    PIC X(01).
       01  WS-CANT-JURISDICCION  PIC 9(03) VALUE ZERO.
       01  WS-IDX-JURISDICCION   PIC 9(03).
       01  WS-SUCURSAL-MOV       PIC 9(03).
       01  WS-PROVINCIA-MOV      PIC X(01).
       01  WS-INSTRUMENTO-MOV    PIC X(01).
       01  WS-JURISDICCION-HALLADA PIC X(01).

      *    Acumulado por provincia e instrumento (hasta 50 pares).
       01  WS-TABLA-PROV.
           05 WS-SELLOS-PROV OCCURS 50 TIMES.
               10 WS-SP-PROVINCIA    PIC X(01).
               10 WS-SP-INSTRUMENTO  PIC X(01).
               10 WS-SP-TOTAL        PIC S9(14)V99.
               10 WS-SP-CANTIDAD     PIC 9(06).
       01  WS-CANT-PROV          PIC 9(02) VALUE ZERO.
       01  WS-IDX-PROV           PIC 9(02).
       01  WS-PROV-HALLADA       PIC X(01).

      *    Provincias distintas en el orden en que aparecieron,
      *    para emitir cada una con su subtotal.
       01  WS-TABLA-PROVINCIAS.
           05 WS-PROVINCIA-DISTINTA OCCURS 50 TIMES PIC X(01).
       01  WS-CANT-PROVINCIAS    PIC 9(02) VALUE ZERO.
       01  WS-IDX-PROVINCIA      PIC 9(02).
       01  WS-PROVINCIA-ACTUAL   PIC X(01).
       01  WS-NOMBRE-PROVINCIA   PIC X(30).
       01  WS-NOMBRE-INSTRUMENTO PIC X(12).
       01  WS-SUBTOTAL-PROVINCIA PIC S9(14)V99.

       01  WS-TOTAL-GENERAL      PIC S9(14)V99 VALUE ZERO.
       01  WS-CANT-RETENCIONES   PIC 9(06) VALUE ZERO.
       01  WS-MONTO-DISPLAY      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'REPORTE-SELLOS'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- DECLARACIÓN JURADA IMPUESTO DE SELLOS ----'.
           DISPLAY 'Mes a declarar (AAAAMM, ENTER = mes '
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
           PERFORM 100-BARRER-CUENTAS.
           PERFORM 200-EMITIR-REPORTE.
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
                           PERFORM 110-SUMAR-CUENTA
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10'
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

           110-SUMAR-CUENTA SECTION.
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
                           IF FECHA-MOVIMIENTO
                              OF REGISTRO-MOVIMIENTO (1:6)
                              = WS-MES-REPORTE
                               EVALUATE CONCEPTO OF REGISTRO-MOVIMIENTO
                                   WHEN WS-CONCEPTO-SELLOS-PRESTAMO
                                       MOVE 'P' TO WS-INSTRUMENTO-MOV
                                       PERFORM 120-ACUMULAR-RETENCION
                                   WHEN WS-CONCEPTO-SELLOS-PLAZO
                                       MOVE 'F' TO WS-INSTRUMENTO-MOV
                                       PERFORM 120-ACUMULAR-RETENCION
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-MOV = '00'
                  OR WS-FILE-STATUS-MOV = '10'
                   CLOSE ARCHIVO-MOVIMIENTOS
               END-IF.

           120-ACUMULAR-RETENCION SECTION.
               MOVE SUCURSAL OF REGISTRO-MOVIMIENTO
                   TO WS-SUCURSAL-MOV.
               PERFORM 130-BUSCAR-JURISDICCION.
               MOVE 'N' TO WS-PROV-HALLADA.
               PERFORM VARYING WS-IDX-PROV FROM 1 BY 1
                   UNTIL WS-IDX-PROV > WS-CANT-PROV
                   OR WS-PROV-HALLADA = 'S'
                   IF WS-SP-PROVINCIA (WS-IDX-PROV)
                      = WS-PROVINCIA-MOV
                      AND WS-SP-INSTRUMENTO (WS-IDX-PROV)
                          = WS-INSTRUMENTO-MOV
                       MOVE 'S' TO WS-PROV-HALLADA
                       ADD MONTO OF REGISTRO-MOVIMIENTO
                           TO WS-SP-TOTAL (WS-IDX-PROV)
                       ADD 1 TO WS-SP-CANTIDAD (WS-IDX-PROV)
                   END-IF
               END-PERFORM.
               IF WS-PROV-HALLADA NOT = 'S'
                  AND WS-CANT-PROV < 50
                   ADD 1 TO WS-CANT-PROV
                   MOVE WS-PROVINCIA-MOV
                       TO WS-SP-PROVINCIA (WS-CANT-PROV)
                   MOVE WS-INSTRUMENTO-MOV
                       TO WS-SP-INSTRUMENTO (WS-CANT-PROV)
                   MOVE MONTO OF REGISTRO-MOVIMIENTO
                       TO WS-SP-TOTAL (WS-CANT-PROV)
                   MOVE 1 TO WS-SP-CANTIDAD (WS-CANT-PROV)
                   PERFORM 140-REGISTRAR-PROVINCIA
               END-IF.
               ADD MONTO OF REGISTRO-MOVIMIENTO
                   TO WS-TOTAL-GENERAL.
               ADD 1 TO WS-CANT-RETENCIONES.

           130-BUSCAR-JURISDICCION SECTION.
               MOVE 'N' TO WS-JURISDICCION-HALLADA.
               PERFORM VARYING WS-IDX-JURISDICCION FROM 1 BY 1
                   UNTIL WS-IDX-JURISDICCION > WS-CANT-JURISDICCION
                   OR WS-JURISDICCION-HALLADA = 'S'
                   IF WS-JS-SUCURSAL (WS-IDX-JURISDICCION)
                      = WS-SUCURSAL-MOV
                       MOVE 'S' TO WS-JURISDICCION-HALLADA
                       MOVE WS-JS-PROVINCIA (WS-IDX-JURISDICCION)
                           TO WS-PROVINCIA-MOV
                   END-IF
               END-PERFORM.
               IF WS-JURISDICCION-HALLADA NOT = 'S'
                   CALL 'OBTENER-PROVINCIA-SUCURSAL' USING
                       WS-SUCURSAL-MOV WS-PROVINCIA-MOV
                   IF WS-CANT-JURISDICCION < 100
                       ADD 1 TO WS-CANT-JURISDICCION
                       MOVE WS-SUCURSAL-MOV
                           TO WS-JS-SUCURSAL (WS-CANT-JURISDICCION)
                       MOVE WS-PROVINCIA-MOV
                           TO WS-JS-PROVINCIA (WS-CANT-JURISDICCION)
                   END-IF
               END-IF.

           140-REGISTRAR-PROVINCIA SECTION.
               MOVE 'N' TO WS-PROV-HALLADA.
               PERFORM VARYING WS-IDX-PROVINCIA FROM 1 BY 1
                   UNTIL WS-IDX-PROVINCIA > WS-CANT-PROVINCIAS
                   IF WS-PROVINCIA-DISTINTA (WS-IDX-PROVINCIA)
                      = WS-PROVINCIA-MOV
                       MOVE 'S' TO WS-PROV-HALLADA
                   END-IF
               END-PERFORM.
               IF WS-PROV-HALLADA NOT = 'S'
                   ADD 1 TO WS-CANT-PROVINCIAS
                   MOVE WS-PROVINCIA-MOV
                       TO WS-PROVINCIA-DISTINTA (WS-CANT-PROVINCIAS)
               END-IF.

           200-EMITIR-REPORTE SECTION.
               MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE.
               STRING
                   "ddjj_sellos_" DELIMITED BY SIZE
                   WS-MES-REPORTE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-REPORTE
               END-STRING.
               OPEN OUTPUT ARCHIVO-REPORTE.
               IF WS-FILE-STATUS-REP NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REPORTE'
               ELSE
                   MOVE SPACES TO LINEA-REPORTE
                   STRING
                       'DDJJ IMPUESTO DE SELLOS MES '
                           DELIMITED BY SIZE
                       WS-MES-REPORTE DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   END-STRING
                   WRITE LINEA-REPORTE
                   OPEN INPUT ARCHIVO-SELLOS
                   PERFORM VARYING WS-IDX-PROVINCIA FROM 1 BY 1
                       UNTIL WS-IDX-PROVINCIA > WS-CANT-PROVINCIAS
                       PERFORM 210-EMITIR-PROVINCIA
                   END-PERFORM
                   IF WS-FILE-STATUS-SEL = '00'
                       CLOSE ARCHIVO-SELLOS
                   END-IF
                   PERFORM 230-EMITIR-TOTALES
                   CLOSE ARCHIVO-REPORTE
                   MOVE NOMBRE-ARCHIVO-REPORTE TO WS-ARCHIVO-CATALOGO
                   CALL 'REGISTRAR-REPORTE' USING
                       WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                       WS-SUCURSAL-CATALOGO
                   DISPLAY '---> REPORTE EMITIDO EN '
                       NOMBRE-ARCHIVO-REPORTE
               END-IF.

      *    Una provincia: su renglón por instrumento y el total a
      *    depositar en ese fisco.
           210-EMITIR-PROVINCIA SECTION.
               MOVE WS-PROVINCIA-DISTINTA (WS-IDX-PROVINCIA)
                   TO WS-PROVINCIA-ACTUAL.
               PERFORM 215-NOMBRE-PROVINCIA.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   'PROVINCIA ' DELIMITED BY SIZE
                   WS-PROVINCIA-ACTUAL DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-NOMBRE-PROVINCIA DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.
               MOVE ZERO TO WS-SUBTOTAL-PROVINCIA.
               PERFORM VARYING WS-IDX-PROV FROM 1 BY 1
                   UNTIL WS-IDX-PROV > WS-CANT-PROV
                   IF WS-SP-PROVINCIA (WS-IDX-PROV)
                      = WS-PROVINCIA-ACTUAL
                       PERFORM 220-EMITIR-RENGLON
                   END-IF
               END-PERFORM.
               MOVE WS-SUBTOTAL-PROVINCIA TO WS-MONTO-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   '   TOTAL PROVINCIA ' DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.

           215-NOMBRE-PROVINCIA SECTION.
               IF WS-PROVINCIA-ACTUAL = SPACES
                   MOVE 'SUCURSAL SIN JURISDICCION'
                       TO WS-NOMBRE-PROVINCIA
               ELSE
                   MOVE SPACES TO WS-NOMBRE-PROVINCIA
                   IF WS-FILE-STATUS-SEL = '00'
                      OR WS-FILE-STATUS-SEL = '23'
                       MOVE WS-PROVINCIA-ACTUAL
                           TO SE-PROVINCIA OF REGISTRO-SELLOS
                       MOVE 'P' TO SE-INSTRUMENTO OF REGISTRO-SELLOS
                       READ ARCHIVO-SELLOS
                           KEY IS SE-CLAVE OF REGISTRO-SELLOS
                           INVALID KEY
                               MOVE 'F'
                                   TO SE-INSTRUMENTO OF REGISTRO-SELLOS
                               READ ARCHIVO-SELLOS
                                   KEY IS SE-CLAVE OF REGISTRO-SELLOS
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       MOVE SE-NOMBRE-PROVINCIA
                                           OF REGISTRO-SELLOS
                                           TO WS-NOMBRE-PROVINCIA
                               END-READ
                           NOT INVALID KEY
                               MOVE SE-NOMBRE-PROVINCIA
                                   OF REGISTRO-SELLOS
                                   TO WS-NOMBRE-PROVINCIA
                       END-READ
                   END-IF
               END-IF.

           220-EMITIR-RENGLON SECTION.
               IF WS-SP-INSTRUMENTO (WS-IDX-PROV) = 'P'
                   MOVE 'PRESTAMOS' TO WS-NOMBRE-INSTRUMENTO
               ELSE
                   MOVE 'PLAZOS FIJOS' TO WS-NOMBRE-INSTRUMENTO
               END-IF.
               ADD WS-SP-TOTAL (WS-IDX-PROV) TO WS-SUBTOTAL-PROVINCIA.
               MOVE WS-SP-TOTAL (WS-IDX-PROV) TO WS-MONTO-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   '   ' DELIMITED BY SIZE
                   WS-NOMBRE-INSTRUMENTO DELIMITED BY SIZE
                   ' INSTRUMENTOS ' DELIMITED BY SIZE
                   WS-SP-CANTIDAD (WS-IDX-PROV) DELIMITED BY SIZE
                   ' IMPUESTO ' DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.

           230-EMITIR-TOTALES SECTION.
               MOVE WS-TOTAL-GENERAL TO WS-MONTO-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   'TOTAL A DEPOSITAR ' DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   WS-CANT-RETENCIONES DELIMITED BY SIZE
                   ' RETENCIONES)' DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
