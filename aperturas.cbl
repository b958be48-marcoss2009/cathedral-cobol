      * Mismo esquema de encabezado/totales que LISTADO-CUENTAS, mismo
      * ENTER-para-sin-límite en el rango de fechas que ya usa
      * CONSULTAR-MOVIMIENTOS.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-CANT-CUENTAS       PIC 9(06) VALUE ZERO.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100)
               VALUE 'reporte_aperturas.txt'.
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'REPORTE-APERTURAS'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- REPORTE DE CUENTAS ABIERTAS POR PERÍODO ----'.
                           END-READ
                       END-PERFORM
                       CLOSE ARCHIVO-REPORTE
                       CALL 'REGISTRAR-REPORTE' USING
                           WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                           WS-SUCURSAL-CATALOGO
                       DISPLAY '--> REPORTE GENERADO: '
                           'reporte_aperturas.txt'
                   END-IF
