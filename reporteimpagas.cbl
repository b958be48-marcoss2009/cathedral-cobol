      * (aritmética 30/360) y totaliza por cuenta, para que la
      * sucursal persiga los casos crónicos en vez de enterarse
      * cuando la deuda ya es incobrable.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-TOTAL-PENDIENTE    PIC S9(14)V99 VALUE ZERO.
       01  WS-MONTO-DISPLAY      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100)
               VALUE 'comisiones_impagas.txt'.
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'REPORTE-IMPAGAS'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- ANTIGÜEDAD DE COMISIONES IMPAGAS ----'.
               WRITE LINEA-REPORTE
               DISPLAY LINEA-REPORTE
               CLOSE ARCHIVO-REPORTE
               CALL 'REGISTRAR-REPORTE' USING
                   WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                   WS-SUCURSAL-CATALOGO
               CLOSE ARCHIVO-IMPAGAS
               DISPLAY '---> REPORTE EMITIDO EN '
                   'comisiones_impagas.txt'
