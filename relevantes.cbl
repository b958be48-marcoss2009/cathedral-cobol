      * ARCHIVO-PARAMETROS un renglón en el reporte legible y otro
      * en el archivo regulatorio de formato fijo. Reemplaza el
      * grep a mano sobre comprobantes.dat.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CANT-REPORTADOS    PIC 9(03) VALUE ZERO.
       01  WS-MONTO-DISPLAY      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'REPORTE-OPERACIONES-RELEVANTES'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- OPERACIONES RELEVANTES EN EFECTIVO ----'.
                   END-PERFORM

                   CLOSE ARCHIVO-REPORTE
                   MOVE NOMBRE-ARCHIVO-REPORTE TO WS-ARCHIVO-CATALOGO
                   CALL 'REGISTRAR-REPORTE' USING
                       WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                       WS-SUCURSAL-CATALOGO
                   CLOSE ARCHIVO-REGULATORIO
                   DISPLAY '--> REPORTES GENERADOS: '
                       NOMBRE-ARCHIVO-REPORTE
