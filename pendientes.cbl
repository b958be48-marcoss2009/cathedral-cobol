      * corrida cortada de transacciones externas se marcan
      * revisadas sin mover dinero, porque el débito ya está en el
      * historial de la cuenta. Nada debería quedar pendiente
      * pasado el fin del día. Lo que sale de la cuenta puente
      * hacia una cuenta de otra sucursal deja sus patas en la
      * cuenta de enlace, igual que una transferencia de CAJA.
      * Un pago del exterior sin beneficiario identificado llega
      * sin cuenta de origen ni de destino: al reintentarlo se le
      * asigna la cuenta en pesos del beneficiario, y no admite
      * devolución al origen (la devolución al exterior la hace
      * cumplimiento).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PARAM.

      *    Cuentas, para validar el destino que se le asigna a una
      *    partida que llegó sin él.
           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS-CTA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PENDIENTES.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM  PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTA    PIC XX VALUE '00'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

       01  WS-CANT-PENDIENTES    PIC 9(06) VALUE ZERO.
       01  WS-NUMERO-ELEGIDO     PIC 9(06).
       01  WS-CUENTA-ASIGNADA    PIC 9(08).
       01  WS-PARTIDA-ENCONTRADA PIC X(01) VALUE 'N'.
           88 PARTIDA-ENCONTRADA VALUE 'S'.

                   ACCEPT WS-OPCION-RESOLUCION
                   EVALUATE WS-OPCION-RESOLUCION
                       WHEN 1
                           IF PE-CUENTA-DESTINO OF REGISTRO-PENDIENTE
                              = ZERO
                               PERFORM 260-ASIGNAR-DESTINO
                           END-IF
                           IF PE-CUENTA-DESTINO OF REGISTRO-PENDIENTE
                              NOT = ZERO
                               PERFORM 230-REINTENTAR-CREDITO
                           END-IF
                       WHEN 2
                           IF PE-CUENTA-ORIGEN OF REGISTRO-PENDIENTE
                              = ZERO
                               DISPLAY '--> LA PARTIDA NO TIENE '
                                   'CUENTA DE ORIGEN: ASÍGNELE EL '
                                   'DESTINO'
                           ELSE
                               PERFORM 240-DEVOLVER-DEBITO
                           END-IF
                       WHEN OTHER
                           DISPLAY '--> LA PARTIDA SIGUE PENDIENTE'
                   END-EVALUATE
                   IF NOT SEGUNDA-OK
                       DISPLAY '--> ATENCIÓN: NO SE PUDO DEBITAR LA '
                           'CUENTA PUENTE, REVISE SU SALDO'
                   ELSE
                       CALL 'ASENTAR-ENLACE-TRANSFERENCIA' USING
                           WS-CUENTA-PUENTE
                           PE-CUENTA-DESTINO OF REGISTRO-PENDIENTE
                           PE-MONTO OF REGISTRO-PENDIENTE
                   END-IF
                   MOVE 'A' TO PE-ESTADO OF REGISTRO-PENDIENTE
                   REWRITE REGISTRO-PENDIENTE
                   IF NOT SEGUNDA-OK
                       DISPLAY '--> ATENCIÓN: NO SE PUDO DEBITAR LA '
                           'CUENTA PUENTE, REVISE SU SALDO'
                   ELSE
                       CALL 'ASENTAR-ENLACE-TRANSFERENCIA' USING
                           WS-CUENTA-PUENTE
                           PE-CUENTA-ORIGEN OF REGISTRO-PENDIENTE
                           PE-MONTO OF REGISTRO-PENDIENTE
                   END-IF
                   MOVE 'R' TO PE-ESTADO OF REGISTRO-PENDIENTE
                   REWRITE REGISTRO-PENDIENTE
                   DISPLAY '--> LA PARTIDA SIGUE EN CURSO'
               END-IF.

      *    La partida sin destino (un pago del exterior cuyo
      *    beneficiario no se identificó) está en pesos: el destino
      *    tiene que ser una cuenta en pesos que no esté cerrada.
      *    Queda grabado recién cuando el crédito se acredita.
           260-ASIGNAR-DESTINO SECTION.
               DISPLAY 'Cuenta de destino (0 = cancelar): '
                   WITH NO ADVANCING.
               ACCEPT WS-CUENTA-ASIGNADA.
               IF WS-CUENTA-ASIGNADA = ZERO
                   DISPLAY '--> LA PARTIDA SIGUE PENDIENTE'
               ELSE
                   OPEN INPUT ARCHIVO-CUENTAS
                   IF WS-FILE-STATUS-CTA NOT = '00'
                       DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CUENTAS'
                   ELSE
                       MOVE WS-CUENTA-ASIGNADA
                           TO CC-NUMERO-CUENTA OF RCC
                       READ ARCHIVO-CUENTAS
                           KEY IS CC-NUMERO-CUENTA OF RCC
                           INVALID KEY
                               DISPLAY '--> CUENTA NO ENCONTRADA'
                           NOT INVALID KEY
                               IF CUENTA-CERRADA OF RCC
                                  OR NOT MONEDA-PESOS OF RCC
                                   DISPLAY '--> LA CUENTA DEBE SER '
                                       'EN PESOS Y NO ESTAR CERRADA'
                               ELSE
                                   MOVE WS-CUENTA-ASIGNADA
                                       TO PE-CUENTA-DESTINO
                                          OF REGISTRO-PENDIENTE
                               END-IF
                       END-READ
                       CLOSE ARCHIVO-CUENTAS
                   END-IF
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
