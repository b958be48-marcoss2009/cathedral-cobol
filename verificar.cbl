      * queda detallado en informe_integridad.txt, en vez de
      * esperar a que el cierre muestre una diferencia días
      * después.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CANT-ARCHIVOS      PIC 9(06) VALUE ZERO.
       01  WS-CANT-CUARENTENA    PIC 9(06) VALUE ZERO.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100)
               VALUE 'informe_integridad.txt'.
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'VERIFICAR-MOVIMIENTOS'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- VERIFICACIÓN DE HISTORIALES ----'.
               WRITE LINEA-INFORME
               PERFORM 100-RECORRER-CUENTAS
               CLOSE ARCHIVO-INFORME
               CALL 'REGISTRAR-REPORTE' USING
                   WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                   WS-SUCURSAL-CATALOGO
           END-IF.
           DISPLAY '---- ARCHIVOS VERIFICADOS: '
               WS-CANT-ARCHIVOS.
