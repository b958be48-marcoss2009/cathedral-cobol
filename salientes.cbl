      * que después se salda con los otros bancos) y escribe el
      * renglón en el archivo de intercambio del banco destino
      * (interbancario_<banco>.txt), con el CBU de origen armado
      * por CALCULAR-CBU. Los DEBIN aceptados llegan a la cola ya
      * debitados (estado D): sólo se acumulan en la liquidación y
      * se escriben en el intercambio del banco del cobrador.
      * El total despachado en la corrida queda además como
      * partida de la cuenta en el BCRA, con
      * REGISTRAR-PARTIDA-LIQUIDACION, para conciliarlo contra el
      * extracto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   88 SOLICITUD-PENDIENTE VALUE 'P'.
                   88 SOLICITUD-ENVIADA   VALUE 'E'.
                   88 SOLICITUD-RECHAZADA VALUE 'X'.
      *            DEBIN aceptado: el débito al cliente ya lo hizo
      *            RESPONDER-DEBIN, falta sólo liquidarlo.
                   88 SOLICITUD-DEBITADA  VALUE 'D'.
      *        Fecha a partir de la cual la salida se despacha:
      *        demorada cuando el destino era un beneficiario
      *        nuevo para la cuenta.
       01  WS-CANT-ENVIADAS      PIC 9(06) VALUE ZERO.
       01  WS-CANT-RECHAZADAS    PIC 9(06) VALUE ZERO.

      *    Partida de la corrida en la cuenta de liquidación con el
      *    BCRA, para la conciliación contra el extracto.
       01  WS-TOTAL-LIQUIDADO    PIC S9(12)V99 VALUE ZERO.
       01  WS-LADO-PARTIDA       PIC X(01) VALUE 'P'.
       01  WS-ORIGEN-PARTIDA     PIC X(10) VALUE 'CBU-SAL'.
       01  WS-MONEDA-PARTIDA     PIC X(03) VALUE 'ARS'.
       01  WS-REFERENCIA-PARTIDA PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- SALIDA INTERBANCARIA ----'.
           DISPLAY '---- SOLICITUDES ENVIADAS: ' WS-CANT-ENVIADAS.
           DISPLAY '---- SOLICITUDES RECHAZADAS: '
               WS-CANT-RECHAZADAS.
           STRING WS-ORIGEN-PARTIDA DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-FECHA-DESPACHO-HOY DELIMITED BY SIZE
               INTO WS-REFERENCIA-PARTIDA
           END-STRING.
           CALL 'REGISTRAR-PARTIDA-LIQUIDACION' USING
               WS-LADO-PARTIDA WS-FECHA-DESPACHO-HOY WS-ORIGEN-PARTIDA
               WS-MONEDA-PARTIDA WS-REFERENCIA-PARTIDA
               WS-TOTAL-LIQUIDADO.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-PROCESAR-SOLICITUDES SECTION.
                                      <= WS-FECHA-DESPACHO-HOY)
                                   PERFORM 110-PROCESAR-SOLICITUD
                               END-IF
                               IF SOLICITUD-DEBITADA
                                   PERFORM 150-LIQUIDAR-DEBITADA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-SOLICITUDES
                   READ ARCHIVO-LIQUIDACION
                   END-READ
                   ADD SO-MONTO TO LQ-SALDO
                   SUBTRACT SO-MONTO FROM WS-TOTAL-LIQUIDADO
                   REWRITE REGISTRO-LIQUIDACION
                   CLOSE ARCHIVO-LIQUIDACION
               END-IF.
                   CLOSE ARCHIVO-INTERCAMBIO
               END-IF.

      *    DEBIN aceptado: la cuenta ya se debitó al aceptarlo; se
      *    lee sólo para armar el CBU de origen.
           150-LIQUIDAR-DEBITADA SECTION.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS-CTA = '00'
                   MOVE SO-CUENTA-ORIGEN
                       TO CC-NUMERO-CUENTA OF RCC
                   READ ARCHIVO-CUENTAS
                       KEY IS CC-NUMERO-CUENTA OF RCC
                       INVALID KEY
                           MOVE ZERO TO CC-SUCURSAL OF RCC
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
               END-IF.
               PERFORM 130-ACUMULAR-LIQUIDACION.
               PERFORM 140-ESCRIBIR-INTERCAMBIO.
               MOVE 'E' TO SO-ESTADO.
               ADD 1 TO WS-CANT-ENVIADAS.
               REWRITE REGISTRO-SOLICITUD.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
