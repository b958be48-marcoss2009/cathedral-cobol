      * su propio concepto, resolución que lo confirma o lo
      * revierte, y el reporte de antigüedad de casos abiertos
      * acercándose a su fecha límite.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CANT-ABIERTOS        PIC 9(04) VALUE ZERO.
       01  WS-CANT-VENCIDOS        PIC 9(04) VALUE ZERO.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'GESTIONAR-RECLAMOS'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión.
       01  LK-OPERADOR             PIC X(08).
                   WRITE LINEA-REPORTE
                   DISPLAY LINEA-REPORTE
                   CLOSE ARCHIVO-REPORTE
                   MOVE NOMBRE-ARCHIVO-REPORTE TO WS-ARCHIVO-CATALOGO
                   CALL 'REGISTRAR-REPORTE' USING
                       WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                       WS-SUCURSAL-CATALOGO
                   CLOSE ARCHIVO-RECLAMOS
                   DISPLAY '---> REPORTE EMITIDO EN '
                       NOMBRE-ARCHIVO-REPORTE
