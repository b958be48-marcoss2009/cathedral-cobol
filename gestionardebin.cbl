       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONAR-DEBIN.
       AUTHOR. MARCOS MUÑOZ.

      * Pantalla de sucursal de los DEBIN de una cuenta: lista los
      * pendientes de respuesta (cobrador, monto, referencia y
      * vencimiento) y toma la aceptación o el rechazo del cliente,
      * que resuelve RESPONDER-DEBIN. Con la opción de historial se
      * listan también los ya respondidos y vencidos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-DEBIN ASSIGN TO 'debines.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-NUMERO OF REGISTRO-DEBIN
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-DEBIN.
           01 REGISTRO-DEBIN.
               COPY "debin.cpy".

       WORKING-STORAGE SECTION.
       01  CUENTA-CORRIENTE.
           COPY "cuenta.cpy".

       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

       01  WS-OPCION             PIC 9(01).
       01  WS-CANT-LISTADOS      PIC 9(04) VALUE ZERO.
       01  WS-MONTO-EDITADO      PIC Z(11)9.99.

       01  WS-NUMERO             PIC 9(06).
       01  WS-DECISION           PIC X(01).
       01  WS-CANAL              PIC X(10) VALUE 'SUCURSAL'.
       01  WS-MOTIVO             PIC X(30).
       01  WS-RESULTADO          PIC X(01).

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión.
       01  LK-OPERADOR           PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- DEBIN: SOLICITUDES DE DÉBITO ----'.
           CALL 'BUSCAR-CUENTA' USING CUENTA-CORRIENTE.
           IF CC-NUMERO-CUENTA OF CUENTA-CORRIENTE = ZERO
               DISPLAY '--> OPERACIÓN CANCELADA'
               PERFORM 900-FINALIZAR-PROGRAMA
           END-IF.
           DISPLAY '1. Responder DEBIN pendientes'.
           DISPLAY '2. Historial de DEBIN de la cuenta'.
           DISPLAY 'Opción: ' WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 100-LISTAR-DEBIN
                   IF WS-CANT-LISTADOS = ZERO
                       DISPLAY '--> LA CUENTA NO TIENE DEBIN '
                           'PENDIENTES'
                   ELSE
                       PERFORM 200-RESPONDER-DEBIN
                   END-IF
               WHEN 2
                   PERFORM 100-LISTAR-DEBIN
                   IF WS-CANT-LISTADOS = ZERO
                       DISPLAY '--> LA CUENTA NO RECIBIÓ DEBIN'
                   END-IF
               WHEN OTHER
                   DISPLAY '--> OPCIÓN INVÁLIDA'
           END-EVALUATE.
           PERFORM 900-FINALIZAR-PROGRAMA.

      *    Opción 1: sólo los pendientes; opción 2: todos.
           100-LISTAR-DEBIN SECTION.
               MOVE ZERO TO WS-CANT-LISTADOS.
               OPEN INPUT ARCHIVO-DEBIN.
               IF WS-FILE-STATUS = '00'
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-DEBIN NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF DB-CUENTA OF REGISTRO-DEBIN
                                  = CC-NUMERO-CUENTA
                                    OF CUENTA-CORRIENTE
                                  AND (WS-OPCION = 2
                                       OR DEBIN-PENDIENTE
                                          OF REGISTRO-DEBIN)
                                   ADD 1 TO WS-CANT-LISTADOS
                                   PERFORM 110-MOSTRAR-DEBIN
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-DEBIN
               END-IF.

           110-MOSTRAR-DEBIN SECTION.
               MOVE DB-MONTO OF REGISTRO-DEBIN TO WS-MONTO-EDITADO.
               DISPLAY DB-NUMERO OF REGISTRO-DEBIN ' '
                   DB-NOMBRE-COBRADOR OF REGISTRO-DEBIN ' $'
                   WS-MONTO-EDITADO ' ('
                   DB-ESTADO OF REGISTRO-DEBIN ')'.
               DISPLAY '    CUIT ' DB-CUIT-COBRADOR OF REGISTRO-DEBIN
                   ' REF ' DB-REFERENCIA OF REGISTRO-DEBIN
                   ' VENCE ' DB-FECHA-VENCIMIENTO OF REGISTRO-DEBIN.
               IF NOT DEBIN-PENDIENTE OF REGISTRO-DEBIN
                   DISPLAY '    RESPONDIDO EL '
                       DB-FECHA-RESPUESTA OF REGISTRO-DEBIN
                       ' POR ' DB-OPERADOR OF REGISTRO-DEBIN
                       ' (' DB-CANAL OF REGISTRO-DEBIN ')'
               END-IF.

           200-RESPONDER-DEBIN SECTION.
               DISPLAY 'Número de DEBIN a responder (0 = salir): '
                   WITH NO ADVANCING.
               ACCEPT WS-NUMERO.
               IF WS-NUMERO NOT = ZERO
                   DISPLAY '¿El cliente acepta (A) o rechaza (R)? '
                       WITH NO ADVANCING
                   ACCEPT WS-DECISION
                   IF WS-DECISION = 'a'
                       MOVE 'A' TO WS-DECISION
                   END-IF
                   IF WS-DECISION = 'r'
                       MOVE 'R' TO WS-DECISION
                   END-IF
                   MOVE SPACES TO WS-MOTIVO
                   IF WS-DECISION = 'R'
                       DISPLAY 'Motivo (ENTER = rechazado por el '
                           'cliente): ' WITH NO ADVANCING
                       ACCEPT WS-MOTIVO
                   END-IF
                   CALL 'RESPONDER-DEBIN' USING
                       WS-NUMERO
                       CC-NUMERO-CUENTA OF CUENTA-CORRIENTE
                       WS-DECISION LK-OPERADOR WS-CANAL WS-MOTIVO
                       WS-RESULTADO
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
