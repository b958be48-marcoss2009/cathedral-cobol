      * el reporte mensual de beneficiarios con la fe de vida por
      * vencer para que la sucursal los llame antes de que los
      * haberes se estacionen.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-CANT-LISTADOS      PIC 9(04) VALUE ZERO.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100)
               VALUE 'fe_vida_por_vencer.txt'.
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'GESTIONAR-FE-VIDA'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión.
       01  LK-OPERADOR           PIC X(08).
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-REPORTE
                   CALL 'REGISTRAR-REPORTE' USING
                       WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                       WS-SUCURSAL-CATALOGO
                   CLOSE ARCHIVO-CUENTAS
                   DISPLAY '---> BENEFICIARIOS LISTADOS: '
                       WS-CANT-LISTADOS
