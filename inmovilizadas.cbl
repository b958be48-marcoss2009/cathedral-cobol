      * de publicación legal. La antigüedad se mide contra el
      * último movimiento del historial activo (o la apertura si
      * el historial ya fue archivado), con la aritmética 30/360.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CANT-AFECTADAS     PIC 9(06) VALUE ZERO.
       01  WS-MONTO-DISPLAY      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'TRANSFERIR-INMOVILIZADAS'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- SALDOS INMOVILIZADOS ----'.
           PERFORM 100-BARRER-DORMIDAS.
           IF MODO-TRANSFERENCIA
               CLOSE ARCHIVO-LISTADO
               MOVE NOMBRE-ARCHIVO-LISTADO TO WS-ARCHIVO-CATALOGO
               CALL 'REGISTRAR-REPORTE' USING
                   WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                   WS-SUCURSAL-CATALOGO
               DISPLAY '---> LISTADO DE PUBLICACIÓN EN '
                   NOMBRE-ARCHIVO-LISTADO
           END-IF.
                       PERFORM 150-ACREDITAR-CONTROL
                   END-IF
                   MOVE 'C' TO CC-ESTADO-CUENTA OF RCC
                   MOVE WS-FECHA-HOY TO CC-FECHA-CIERRE OF RCC
                   REWRITE RCC
                   PERFORM 160-LISTAR-PUBLICACION
                   DISPLAY '--> CUENTA ' CC-NUMERO-CUENTA OF RCC
