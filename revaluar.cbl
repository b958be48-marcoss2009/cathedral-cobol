      * informa el delta de posición; al final deja PA-TASA-CAMBIO
      * actualizado a la tasa de cierre, que pasa a ser la nueva
      * referencia.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-CANT-CUENTAS-USD   PIC 9(06) VALUE ZERO.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'REVALUAR-POSICION'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- REVALUACIÓN DE POSICIÓN EN DÓLARES ----'.
                   END-STRING
                   WRITE LINEA-REPORTE
                   CLOSE ARCHIVO-REPORTE
                   MOVE NOMBRE-ARCHIVO-REPORTE TO WS-ARCHIVO-CATALOGO
                   CALL 'REGISTRAR-REPORTE' USING
                       WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                       WS-SUCURSAL-CATALOGO
                   DISPLAY '--> REPORTE GENERADO: '
                       NOMBRE-ARCHIVO-REPORTE
               END-IF.
