      * antes de su fecha de pago, y el reporte de cartera por
      * cliente. El depósito automático al madurar cada cheque lo
      * hace el batch nocturno DEPOSITAR-CUSTODIA.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-TOTAL-CARTERA         PIC S9(14)V99 VALUE ZERO.
       01  WS-MONTO-DISPLAY         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'CUSTODIA-CHEQUES'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión.
       01  LK-OPERADOR              PIC X(08).
                   WRITE LINEA-REPORTE
                   DISPLAY LINEA-REPORTE
                   CLOSE ARCHIVO-REPORTE
                   MOVE NOMBRE-ARCHIVO-REPORTE TO WS-ARCHIVO-CATALOGO
                   CALL 'REGISTRAR-REPORTE' USING
                       WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                       WS-SUCURSAL-CATALOGO
                   CLOSE ARCHIVO-CUSTODIA
                   DISPLAY '---> REPORTE EMITIDO EN '
                       NOMBRE-ARCHIVO-REPORTE
