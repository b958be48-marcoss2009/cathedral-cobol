      * techo KYC y la posición. El batch lista los pares
      * probables en duplicados_probables.txt; la fusión la hace
      * FUSIONAR-CLIENTES, supervisada.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-MOTIVO-PAR         PIC X(10).
       01  WS-CANT-PARES         PIC 9(04) VALUE ZERO.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100)
               VALUE 'duplicados_probables.txt'.
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'DETECTAR-DUPLICADOS'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- DETECCIÓN DE CLIENTES DUPLICADOS ----'.
                       END-PERFORM
                   END-PERFORM
                   CLOSE ARCHIVO-REPORTE
                   CALL 'REGISTRAR-REPORTE' USING
                       WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                       WS-SUCURSAL-CATALOGO
                   DISPLAY '---> REPORTE EN '
                       'duplicados_probables.txt'
               END-IF.
