      * préstamo cobradas en el año, contra lo que le pagamos en
      * interés acreedor. El ranking que sale dice a quién darle
      * paquete y trato preferencial y a quién no.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-EGR-DISPLAY        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-NETO-DISPLAY       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'RENTABILIDAD-CLIENTES'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- RENTABILIDAD POR CLIENTE ----'.
                       PERFORM 320-EMITIR-RENGLON
                   END-PERFORM
                   CLOSE ARCHIVO-REPORTE
                   MOVE NOMBRE-ARCHIVO-REPORTE TO WS-ARCHIVO-CATALOGO
                   CALL 'REGISTRAR-REPORTE' USING
                       WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                       WS-SUCURSAL-CATALOGO
                   DISPLAY '---> RANKING EMITIDO EN '
                       NOMBRE-ARCHIVO-REPORTE
               END-IF.
