      * depósito en clearing 018 y pago de servicios con débito
      * 026): comisiones, reversas, aperturas, ajustes y demás
      * posteos de mostrador no emiten papel.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CANT-SIN-COMP      PIC 9(04) VALUE ZERO.
       01  WS-CANT-DUPLICADOS    PIC 9(04) VALUE ZERO.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100)
               VALUE 'excepciones_comprobantes.txt'.
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'AUDITAR-COMPROBANTES'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- AUDITORÍA DE COMPROBANTES ----'.
               PERFORM 300-INFORMAR-HUERFANOS
               PERFORM 400-CONTROLAR-SECUENCIA
               CLOSE ARCHIVO-EXCEPCIONES
               CALL 'REGISTRAR-REPORTE' USING
                   WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                   WS-SUCURSAL-CATALOGO
           END-IF.
           DISPLAY '---- COMPROBANTES DEL DÍA: '
               WS-CANT-COMPROBANTES.
