       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-TASAS-PREFERENCIALES.
       AUTHOR. MARCOS MUÑOZ.

      * Reporte mensual de las tasas preferenciales de plazo fijo:
      * lista los certificados del mes pedido constituidos a una
      * tasa mayor que la de pizarra, con el oficial y la sucursal
      * que la otorgaron, los autorizantes, la justificación y el
      * costo extra de interés contra la tasa de pizarra (capital
      * x diferencia de tasas x días / 365, la misma cuenta del
      * batch de vencimientos). Las renovaciones conservan la tasa
      * pactada y salen marcadas como tales en el mes en que
      * arrancan. Al final, los totales por sucursal y oficial.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PLAZOS ASSIGN TO 'plazofijo.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-NUMERO OF REGISTRO-PLAZO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-REPORTE
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-REP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PLAZOS.
           01 REGISTRO-PLAZO.
               COPY "plazofijo.cpy".

       FD  ARCHIVO-REPORTE
           RECORD CONTAINS 132 CHARACTERS.
           01  LINEA-REPORTE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REP    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-REPORTE PIC X(100).

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

      *    Mes a listar (AAAAMM); sin mes tipeado se lista el mes
      *    anterior al de la fecha de proceso.
       01  WS-MES-REPORTE        PIC 9(06).
       01  FILLER REDEFINES WS-MES-REPORTE.
           05 WS-MR-ANIO         PIC 9(04).
           05 WS-MR-MES          PIC 9(02).
       01  WS-FECHA-PROCESO      PIC 9(08).

       01  WS-COSTO-EXTRA        PIC S9(12)V99.
       01  WS-TIPO-OTORGAMIENTO  PIC X(07).

      *    Acumulado por sucursal y oficial (hasta 200 pares).
       01  WS-TABLA-OFICIALES.
           05 WS-OFICIAL-TASA OCCURS 200 TIMES.
               10 WS-OT-SUCURSAL     PIC 9(03).
               10 WS-OT-OPERADOR     PIC X(08).
               10 WS-OT-CANTIDAD     PIC 9(06).
               10 WS-OT-CAPITAL      PIC S9(14)V99.
               10 WS-OT-COSTO        PIC S9(12)V99.
       01  WS-CANT-OFICIALES     PIC 9(03) VALUE ZERO.
       01  WS-IDX-OFICIAL        PIC 9(03).
       01  WS-OFICIAL-HALLADO    PIC X(01).

      *    Sucursales distintas en el orden en que aparecieron,
      *    para emitir cada una con su subtotal.
       01  WS-TABLA-SUCURSALES.
           05 WS-SUCURSAL-DISTINTA OCCURS 200 TIMES PIC 9(03).
       01  WS-CANT-SUCURSALES    PIC 9(03) VALUE ZERO.
       01  WS-IDX-SUCURSAL       PIC 9(03).
       01  WS-SUCURSAL-HALLADA   PIC X(01).
       01  WS-SUCURSAL-ACTUAL    PIC 9(03).
       01  WS-SUBTOTAL-CANTIDAD  PIC 9(06).
       01  WS-SUBTOTAL-COSTO     PIC S9(12)V99.

       01  WS-TOTAL-CANTIDAD     PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-CAPITAL      PIC S9(14)V99 VALUE ZERO.
       01  WS-TOTAL-COSTO        PIC S9(12)V99 VALUE ZERO.

       01  WS-MONTO-DISPLAY      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-COSTO-DISPLAY      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PIZARRA-DISPLAY    PIC 9.9999.
       01  WS-PACTADA-DISPLAY    PIC 9.9999.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'REPORTE-TASAS-PREFERENCIALES'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- TASAS PREFERENCIALES DE PLAZO FIJO ----'.
           DISPLAY 'Mes a listar (AAAAMM, ENTER = mes '
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
               "tasas_preferenciales_" DELIMITED BY SIZE
               WS-MES-REPORTE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-REPORTE
           END-STRING.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-FILE-STATUS-REP NOT = '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REPORTE'
               PERFORM 900-FINALIZAR-PROGRAMA
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING
               'TASAS PREFERENCIALES DE PLAZO FIJO MES '
                   DELIMITED BY SIZE
               WS-MES-REPORTE DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           DISPLAY LINEA-REPORTE.
           MOVE 'NUMERO CUENTA   SUC OFICIAL  TIPO    CAPITAL'
               TO LINEA-REPORTE.
           MOVE 'PIZARRA PACTADA        COSTO EXTRA AUTORIZ. ESCALA'
               TO LINEA-REPORTE (56:).
           WRITE LINEA-REPORTE.

           PERFORM 100-BARRER-PLAZOS.
           PERFORM 200-EMITIR-TOTALES.

           CLOSE ARCHIVO-REPORTE.
           MOVE NOMBRE-ARCHIVO-REPORTE TO WS-ARCHIVO-CATALOGO.
           CALL 'REGISTRAR-REPORTE' USING
               WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
               WS-SUCURSAL-CATALOGO.
           DISPLAY '---> REPORTE EMITIDO EN ' NOMBRE-ARCHIVO-REPORTE.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-BARRER-PLAZOS SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-PLAZOS.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY '--> SIN PLAZOS FIJOS'
                   SET FIN-ARCHIVO TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-PLAZOS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF PF-TASA-PIZARRA OF REGISTRO-PLAZO
                              NOT = ZERO
                              AND PF-FECHA-INICIO OF REGISTRO-PLAZO
                                  (1:6) = WS-MES-REPORTE
                               PERFORM 110-LISTAR-CERTIFICADO
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10'
                   CLOSE ARCHIVO-PLAZOS
               END-IF.

      *    Costo extra: el interés que se paga por encima del que
      *    hubiera dado la tasa de pizarra por el mismo plazo.
           110-LISTAR-CERTIFICADO SECTION.
               COMPUTE WS-COSTO-EXTRA ROUNDED =
                   PF-CAPITAL OF REGISTRO-PLAZO
                   * (PF-TASA OF REGISTRO-PLAZO
                      - PF-TASA-PIZARRA OF REGISTRO-PLAZO)
                   * PF-PLAZO-DIAS OF REGISTRO-PLAZO / 365.
               IF PF-FECHA-TASA-PREF OF REGISTRO-PLAZO
                  = PF-FECHA-INICIO OF REGISTRO-PLAZO
                   MOVE 'NUEVO' TO WS-TIPO-OTORGAMIENTO
               ELSE
                   MOVE 'RENOV.' TO WS-TIPO-OTORGAMIENTO
               END-IF.
               MOVE PF-CAPITAL OF REGISTRO-PLAZO TO WS-MONTO-DISPLAY.
               MOVE PF-TASA-PIZARRA OF REGISTRO-PLAZO
                   TO WS-PIZARRA-DISPLAY.
               MOVE PF-TASA OF REGISTRO-PLAZO TO WS-PACTADA-DISPLAY.
               MOVE WS-COSTO-EXTRA TO WS-COSTO-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   PF-NUMERO OF REGISTRO-PLAZO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PF-CUENTA-ORIGEN OF REGISTRO-PLAZO
                       DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PF-SUCURSAL-ALTA OF REGISTRO-PLAZO
                       DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PF-OPERADOR-ALTA OF REGISTRO-PLAZO
                       DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-TIPO-OTORGAMIENTO DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-PIZARRA-DISPLAY DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-PACTADA-DISPLAY DELIMITED BY SIZE
                   WS-COSTO-DISPLAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PF-AUTORIZANTE-TASA OF REGISTRO-PLAZO
                       DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PF-AUTORIZANTE-ESCALA OF REGISTRO-PLAZO
                       DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   '       JUSTIFICACION: ' DELIMITED BY SIZE
                   PF-JUSTIFICACION-TASA OF REGISTRO-PLAZO
                       DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.

               ADD 1 TO WS-TOTAL-CANTIDAD.
               ADD PF-CAPITAL OF REGISTRO-PLAZO TO WS-TOTAL-CAPITAL.
               ADD WS-COSTO-EXTRA TO WS-TOTAL-COSTO.
               PERFORM 120-ACUMULAR-OFICIAL.

           120-ACUMULAR-OFICIAL SECTION.
               MOVE 'N' TO WS-OFICIAL-HALLADO.
               PERFORM VARYING WS-IDX-OFICIAL FROM 1 BY 1
                   UNTIL WS-IDX-OFICIAL > WS-CANT-OFICIALES
                   OR WS-OFICIAL-HALLADO = 'S'
                   IF WS-OT-SUCURSAL (WS-IDX-OFICIAL)
                      = PF-SUCURSAL-ALTA OF REGISTRO-PLAZO
                      AND WS-OT-OPERADOR (WS-IDX-OFICIAL)
                          = PF-OPERADOR-ALTA OF REGISTRO-PLAZO
                       MOVE 'S' TO WS-OFICIAL-HALLADO
                       ADD 1 TO WS-OT-CANTIDAD (WS-IDX-OFICIAL)
                       ADD PF-CAPITAL OF REGISTRO-PLAZO
                           TO WS-OT-CAPITAL (WS-IDX-OFICIAL)
                       ADD WS-COSTO-EXTRA
                           TO WS-OT-COSTO (WS-IDX-OFICIAL)
                   END-IF
               END-PERFORM.
               IF WS-OFICIAL-HALLADO NOT = 'S'
                  AND WS-CANT-OFICIALES < 200
                   ADD 1 TO WS-CANT-OFICIALES
                   MOVE PF-SUCURSAL-ALTA OF REGISTRO-PLAZO
                       TO WS-OT-SUCURSAL (WS-CANT-OFICIALES)
                   MOVE PF-OPERADOR-ALTA OF REGISTRO-PLAZO
                       TO WS-OT-OPERADOR (WS-CANT-OFICIALES)
                   MOVE 1 TO WS-OT-CANTIDAD (WS-CANT-OFICIALES)
                   MOVE PF-CAPITAL OF REGISTRO-PLAZO
                       TO WS-OT-CAPITAL (WS-CANT-OFICIALES)
                   MOVE WS-COSTO-EXTRA
                       TO WS-OT-COSTO (WS-CANT-OFICIALES)
                   PERFORM 130-REGISTRAR-SUCURSAL
               END-IF.

           130-REGISTRAR-SUCURSAL SECTION.
               MOVE 'N' TO WS-SUCURSAL-HALLADA.
               PERFORM VARYING WS-IDX-SUCURSAL FROM 1 BY 1
                   UNTIL WS-IDX-SUCURSAL > WS-CANT-SUCURSALES
                   IF WS-SUCURSAL-DISTINTA (WS-IDX-SUCURSAL)
                      = PF-SUCURSAL-ALTA OF REGISTRO-PLAZO
                       MOVE 'S' TO WS-SUCURSAL-HALLADA
                   END-IF
               END-PERFORM.
               IF WS-SUCURSAL-HALLADA NOT = 'S'
                   ADD 1 TO WS-CANT-SUCURSALES
                   MOVE PF-SUCURSAL-ALTA OF REGISTRO-PLAZO
                       TO WS-SUCURSAL-DISTINTA (WS-CANT-SUCURSALES)
               END-IF.

      *    Por sucursal, un renglón por oficial y el subtotal; al
      *    final el total del mes.
           200-EMITIR-TOTALES SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE 'TOTALES POR SUCURSAL Y OFICIAL' TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.
               PERFORM VARYING WS-IDX-SUCURSAL FROM 1 BY 1
                   UNTIL WS-IDX-SUCURSAL > WS-CANT-SUCURSALES
                   PERFORM 210-EMITIR-SUCURSAL
               END-PERFORM.
               MOVE WS-TOTAL-CAPITAL TO WS-MONTO-DISPLAY.
               MOVE WS-TOTAL-COSTO TO WS-COSTO-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   'TOTAL DEL MES CERTIFICADOS ' DELIMITED BY SIZE
                   WS-TOTAL-CANTIDAD DELIMITED BY SIZE
                   ' CAPITAL ' DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   ' COSTO EXTRA ' DELIMITED BY SIZE
                   WS-COSTO-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.

           210-EMITIR-SUCURSAL SECTION.
               MOVE WS-SUCURSAL-DISTINTA (WS-IDX-SUCURSAL)
                   TO WS-SUCURSAL-ACTUAL.
               MOVE ZERO TO WS-SUBTOTAL-CANTIDAD.
               MOVE ZERO TO WS-SUBTOTAL-COSTO.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   'SUCURSAL ' DELIMITED BY SIZE
                   WS-SUCURSAL-ACTUAL DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.
               PERFORM VARYING WS-IDX-OFICIAL FROM 1 BY 1
                   UNTIL WS-IDX-OFICIAL > WS-CANT-OFICIALES
                   IF WS-OT-SUCURSAL (WS-IDX-OFICIAL)
                      = WS-SUCURSAL-ACTUAL
                       PERFORM 220-EMITIR-OFICIAL
                   END-IF
               END-PERFORM.
               MOVE WS-SUBTOTAL-COSTO TO WS-COSTO-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   '   TOTAL SUCURSAL CERTIFICADOS ' DELIMITED BY SIZE
                   WS-SUBTOTAL-CANTIDAD DELIMITED BY SIZE
                   ' COSTO EXTRA ' DELIMITED BY SIZE
                   WS-COSTO-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.

           220-EMITIR-OFICIAL SECTION.
               ADD WS-OT-CANTIDAD (WS-IDX-OFICIAL)
                   TO WS-SUBTOTAL-CANTIDAD.
               ADD WS-OT-COSTO (WS-IDX-OFICIAL) TO WS-SUBTOTAL-COSTO.
               MOVE WS-OT-CAPITAL (WS-IDX-OFICIAL)
                   TO WS-MONTO-DISPLAY.
               MOVE WS-OT-COSTO (WS-IDX-OFICIAL) TO WS-COSTO-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   '   OFICIAL ' DELIMITED BY SIZE
                   WS-OT-OPERADOR (WS-IDX-OFICIAL) DELIMITED BY SIZE
                   ' CERTIFICADOS ' DELIMITED BY SIZE
                   WS-OT-CANTIDAD (WS-IDX-OFICIAL) DELIMITED BY SIZE
                   ' CAPITAL ' DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   ' COSTO EXTRA ' DELIMITED BY SIZE
                   WS-COSTO-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
