       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESOLVER-LIQUIDACIONES.
       AUTHOR. MARCOS MUÑOZ.

      * Cola de trabajo de las partidas de las cuentas de
      * liquidación (BCRA y corresponsal) que CONCILIAR-LIQUIDACIONES
      * no pudo empatar: lista las abiertas de los dos lados con su
      * antigüedad y permite explicar una, sola o junto con la
      * partida del otro lado que la compensa (un importe que el
      * banco asentó partido, una comisión del corresponsal, una
      * referencia mal cargada). La contrapartida tiene que estar
      * abierta, ser del otro lado y de la misma moneda. La
      * explicación queda firmada por el operador en las partidas y
      * en el diario de auditoría.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PARTIDAS-LIQ
               ASSIGN TO 'partidas_liquidacion.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-NUMERO OF REGISTRO-PARTIDA-LIQ
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PARTIDAS-LIQ.
           01 REGISTRO-PARTIDA-LIQ.
               COPY "partidaliquidacion.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-HOY.
           05 WS-FH-ANIO         PIC 9(04).
           05 WS-FH-MES          PIC 9(02).
           05 WS-FH-DIA          PIC 9(02).
       01  WS-FECHA-ORIGEN-R     PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-ORIGEN-R.
           05 WS-FO-ANIO         PIC 9(04).
           05 WS-FO-MES          PIC 9(02).
           05 WS-FO-DIA          PIC 9(02).
       01  WS-DIAS-ABIERTA       PIC S9(05).

       01  WS-CANT-ABIERTAS      PIC 9(06) VALUE ZERO.
       01  WS-NUMERO-PARTIDA     PIC 9(08).
       01  WS-NUMERO-CONTRA      PIC 9(08).
       01  WS-LADO-PARTIDA       PIC X(01).
       01  WS-MONEDA-PARTIDA     PIC X(03).
       01  WS-EXPLICACION        PIC X(60).
       01  WS-CONFIRMA           PIC X VALUE 'N'.
       01  WS-PARTIDA-VALIDA     PIC X(01) VALUE 'N'.
           88 PARTIDA-VALIDA     VALUE 'S'.

       01  WS-MONTO-DISPLAY      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DIAS-DISPLAY       PIC ZZZZ9.

       01  WS-ACCION-AUDITORIA   PIC X(12) VALUE 'CONCLIQ'.
       01  WS-CUENTA-AUDITORIA   PIC 9(08) VALUE ZERO.
       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.
       01  WS-MOTIVO-AUDITORIA   PIC X(40).

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión, que firma la
      *    explicación.
       01  LK-OPERADOR           PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- PARTIDAS ABIERTAS DE LIQUIDACIÓN ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 100-LISTAR-ABIERTAS.
           IF WS-CANT-ABIERTAS = ZERO
               DISPLAY '--> NO HAY PARTIDAS ABIERTAS'
           ELSE
               PERFORM 200-EXPLICAR-PARTIDA
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-LISTAR-ABIERTAS SECTION.
               MOVE ZERO TO WS-CANT-ABIERTAS.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-PARTIDAS-LIQ.
               IF WS-FILE-STATUS NOT = '00'
                   CONTINUE
               ELSE
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-PARTIDAS-LIQ NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF PARTIDA-ABIERTA
                                  OF REGISTRO-PARTIDA-LIQ
                                   ADD 1 TO WS-CANT-ABIERTAS
                                   PERFORM 110-MOSTRAR-PARTIDA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-PARTIDAS-LIQ
               END-IF.

      *    Antigüedad con meses de 30 días, como en la conciliación.
           110-MOSTRAR-PARTIDA SECTION.
               MOVE PL-FECHA OF REGISTRO-PARTIDA-LIQ
                   TO WS-FECHA-ORIGEN-R.
               COMPUTE WS-DIAS-ABIERTA =
                   (WS-FH-ANIO - WS-FO-ANIO) * 360
                   + (WS-FH-MES - WS-FO-MES) * 30
                   + (WS-FH-DIA - WS-FO-DIA).
               IF WS-DIAS-ABIERTA < ZERO
                   MOVE ZERO TO WS-DIAS-ABIERTA
               END-IF.
               MOVE WS-DIAS-ABIERTA TO WS-DIAS-DISPLAY.
               MOVE PL-IMPORTE OF REGISTRO-PARTIDA-LIQ
                   TO WS-MONTO-DISPLAY.
               DISPLAY PL-NUMERO OF REGISTRO-PARTIDA-LIQ
                   ' ' PL-LADO OF REGISTRO-PARTIDA-LIQ
                   ' ' PL-MONEDA OF REGISTRO-PARTIDA-LIQ
                   ' ' PL-ORIGEN OF REGISTRO-PARTIDA-LIQ
                   ' ' PL-REFERENCIA OF REGISTRO-PARTIDA-LIQ
                   ' ' WS-MONTO-DISPLAY
                   ' DIAS:' WS-DIAS-DISPLAY.

           200-EXPLICAR-PARTIDA SECTION.
               DISPLAY 'Partida a explicar (0 = salir): '
                   WITH NO ADVANCING.
               ACCEPT WS-NUMERO-PARTIDA.
               IF WS-NUMERO-PARTIDA = ZERO
                   DISPLAY '--> SIN CAMBIOS'
               ELSE
                   OPEN I-O ARCHIVO-PARTIDAS-LIQ
                   PERFORM 210-VALIDAR-PARTIDA
                   IF PARTIDA-VALIDA
                       PERFORM 220-VALIDAR-CONTRAPARTIDA
                   END-IF
                   IF PARTIDA-VALIDA
                       PERFORM 230-MARCAR-EXPLICADA
                   END-IF
                   CLOSE ARCHIVO-PARTIDAS-LIQ
               END-IF.

           210-VALIDAR-PARTIDA SECTION.
               MOVE 'N' TO WS-PARTIDA-VALIDA.
               MOVE WS-NUMERO-PARTIDA
                   TO PL-NUMERO OF REGISTRO-PARTIDA-LIQ.
               READ ARCHIVO-PARTIDAS-LIQ
                   KEY IS PL-NUMERO OF REGISTRO-PARTIDA-LIQ
                   INVALID KEY
                       DISPLAY '--> PARTIDA NO ENCONTRADA'
                   NOT INVALID KEY
                       IF PARTIDA-ABIERTA OF REGISTRO-PARTIDA-LIQ
                           MOVE 'S' TO WS-PARTIDA-VALIDA
                           MOVE PL-LADO OF REGISTRO-PARTIDA-LIQ
                               TO WS-LADO-PARTIDA
                           MOVE PL-MONEDA OF REGISTRO-PARTIDA-LIQ
                               TO WS-MONEDA-PARTIDA
                       ELSE
                           DISPLAY '--> LA PARTIDA YA ESTÁ CERRADA'
                       END-IF
               END-READ.

      *    La contrapartida es optativa; si se indica, tiene que
      *    compensar a la partida desde el otro lado de la misma
      *    cuenta.
           220-VALIDAR-CONTRAPARTIDA SECTION.
               DISPLAY 'Partida del otro lado que la compensa '
                   '(0 = ninguna): ' WITH NO ADVANCING.
               ACCEPT WS-NUMERO-CONTRA.
               IF WS-NUMERO-CONTRA NOT = ZERO
                   MOVE 'N' TO WS-PARTIDA-VALIDA
                   MOVE WS-NUMERO-CONTRA
                       TO PL-NUMERO OF REGISTRO-PARTIDA-LIQ
                   READ ARCHIVO-PARTIDAS-LIQ
                       KEY IS PL-NUMERO OF REGISTRO-PARTIDA-LIQ
                       INVALID KEY
                           DISPLAY '--> CONTRAPARTIDA NO ENCONTRADA'
                       NOT INVALID KEY
                           IF NOT PARTIDA-ABIERTA
                                  OF REGISTRO-PARTIDA-LIQ
                               DISPLAY '--> LA CONTRAPARTIDA YA ESTÁ '
                                   'CERRADA'
                           ELSE
                           IF PL-LADO OF REGISTRO-PARTIDA-LIQ
                              = WS-LADO-PARTIDA
                               DISPLAY '--> LA CONTRAPARTIDA TIENE '
                                   'QUE SER DEL OTRO LADO'
                           ELSE
                           IF PL-MONEDA OF REGISTRO-PARTIDA-LIQ
                              NOT = WS-MONEDA-PARTIDA
                               DISPLAY '--> LA CONTRAPARTIDA ES DE '
                                   'OTRA CUENTA'
                           ELSE
                               MOVE 'S' TO WS-PARTIDA-VALIDA
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-IF.

      *    Sin explicación no se cierra: es lo que va a leer el
      *    auditor.
           230-MARCAR-EXPLICADA SECTION.
               MOVE SPACES TO WS-EXPLICACION.
               PERFORM UNTIL WS-EXPLICACION NOT = SPACES
                   DISPLAY 'Explicación de la partida: '
                       WITH NO ADVANCING
                   ACCEPT WS-EXPLICACION
               END-PERFORM.
               DISPLAY '¿Marcar como explicada? (S/N): '
                   WITH NO ADVANCING.
               ACCEPT WS-CONFIRMA.
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                   IF WS-NUMERO-CONTRA NOT = ZERO
                       MOVE WS-NUMERO-CONTRA
                           TO PL-NUMERO OF REGISTRO-PARTIDA-LIQ
                       MOVE WS-NUMERO-PARTIDA TO WS-NUMERO-CONTRA
                       PERFORM 240-GRABAR-EXPLICACION
                       MOVE PL-NUMERO OF REGISTRO-PARTIDA-LIQ
                           TO WS-NUMERO-CONTRA
                   END-IF
                   MOVE WS-NUMERO-PARTIDA
                       TO PL-NUMERO OF REGISTRO-PARTIDA-LIQ
                   PERFORM 240-GRABAR-EXPLICACION
                   MOVE WS-NUMERO-PARTIDA TO WS-CUENTA-AUDITORIA
                   MOVE WS-EXPLICACION TO WS-MOTIVO-AUDITORIA
                   CALL 'REGISTRAR-AUDITORIA' USING
                       WS-ACCION-AUDITORIA WS-CUENTA-AUDITORIA
                       LK-OPERADOR WS-SIN-AUTORIZANTE
                       WS-MOTIVO-AUDITORIA
                   DISPLAY '---> PARTIDA MARCADA COMO EXPLICADA'
               ELSE
                   DISPLAY '--> LA PARTIDA SIGUE ABIERTA'
               END-IF.

      *    Graba la explicación en la partida cuyo número está en
      *    PL-NUMERO, apuntando a WS-NUMERO-CONTRA.
           240-GRABAR-EXPLICACION SECTION.
               READ ARCHIVO-PARTIDAS-LIQ
                   KEY IS PL-NUMERO OF REGISTRO-PARTIDA-LIQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'X' TO PL-ESTADO OF REGISTRO-PARTIDA-LIQ
                       MOVE WS-NUMERO-CONTRA
                           TO PL-NUMERO-CONTRA
                              OF REGISTRO-PARTIDA-LIQ
                       MOVE WS-FECHA-HOY
                           TO PL-FECHA-CIERRE OF REGISTRO-PARTIDA-LIQ
                       MOVE LK-OPERADOR
                           TO PL-RESUELTO-POR OF REGISTRO-PARTIDA-LIQ
                       MOVE WS-EXPLICACION
                           TO PL-EXPLICACION OF REGISTRO-PARTIDA-LIQ
                       REWRITE REGISTRO-PARTIDA-LIQ
               END-READ.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
