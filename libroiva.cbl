      * desde los extractos para la presentación impositiva.
      * Misma mecánica de barrido que la liquidación del impuesto
      * a los débitos y créditos.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-NETO-DISPLAY       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-IVA-DISPLAY        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'LIBRO-IVA'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- LIBRO DE IVA SOBRE COMISIONES ----'.
                   END-PERFORM
                   PERFORM 220-EMITIR-TOTALES
                   CLOSE ARCHIVO-REPORTE
                   MOVE NOMBRE-ARCHIVO-REPORTE TO WS-ARCHIVO-CATALOGO
                   CALL 'REGISTRAR-REPORTE' USING
                       WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                       WS-SUCURSAL-CATALOGO
                   DISPLAY '---> LIBRO EMITIDO EN '
                       NOMBRE-ARCHIVO-REPORTE
               END-IF.
