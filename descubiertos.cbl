      * Recorre cuentas.dat y lista las cuentas con CC-SALDO negativo,
      * cuánto están en descubierto y cuánto les queda del límite
      * autorizado, para que cobranzas/riesgo lo revise cada mañana.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CANT-CUENTAS       PIC 9(06) VALUE ZERO.
       01  WS-CANT-DESCUBIERTAS  PIC 9(06) VALUE ZERO.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100)
               VALUE 'descubiertos.txt'.
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'REPORTE-DESCUBIERTOS'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- REPORTE DE CUENTAS EN DESCUBIERTO ----'.
                           END-READ
                       END-PERFORM
                       CLOSE ARCHIVO-REPORTE
                       CALL 'REGISTRAR-REPORTE' USING
                           WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                           WS-SUCURSAL-CATALOGO
                       DISPLAY '--> REPORTE GENERADO: descubiertos.txt'
                   END-IF
                   CLOSE ARCHIVO-CUENTAS
