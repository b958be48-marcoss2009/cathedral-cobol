       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESERVAR-EFECTIVO.
       AUTHOR. MARCOS MUÑOZ.

      * Reservas de efectivo para retiros grandes con aviso
      * (reservas_efectivo.dat). El alta toma el monto, la moneda
      * (la de la cuenta), la sucursal de entrega y el día
      * pactado, que tiene que ser posterior a hoy para que la
      * sucursal llegue a pedir el dinero; los fondos tienen que
      * estar disponibles y desde ese momento quedan reservados
      * en la cuenta. Se pueden anular mientras sigan vigentes y
      * listar por sucursal, que es lo que mira tesorería para
      * armar las remesas. El pago lo hace CAJA el día pactado y
      * las que nadie retira las libera LIBERAR-RESERVAS-EFECTIVO.
      * Altas y anulaciones quedan en el diario de auditoría.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-RESERVAS-EFE
               ASSIGN TO 'reservas_efectivo.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RE-NUMERO OF REGISTRO-RESERVA
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-CONTADOR
               ASSIGN TO 'contador-reservas-efectivo.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CONTADOR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-RESERVAS-EFE.
           01 REGISTRO-RESERVA.
               COPY "reservaefectivo.cpy".

       FD  ARCHIVO-CONTADOR.
           01 REGISTRO-CONTADOR.
               05 CONTADOR-RESERVAS  PIC 9(06).

       WORKING-STORAGE SECTION.
       01  CUENTA-CORRIENTE.
           COPY "cuenta.cpy".

       01  WS-FILE-STATUS           PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CONTADOR  PIC XX VALUE '00'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

       01  WS-OPCION             PIC 9(01).
       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-CONFIRMA           PIC X VALUE 'N'.
       01  WS-NUMERO             PIC 9(06).
       01  WS-SUCURSAL           PIC 9(03).
       01  WS-FECHA-RETIRO       PIC 9(08).
       01  WS-MONTO              PIC S9(12)V99.
       01  WS-MONTO-EDITADO      PIC Z(11)9.99.
       01  WS-CANT-LISTADOS      PIC 9(04) VALUE ZERO.

       01  WS-SUCURSAL-DATOS.
           COPY "sucursal.cpy".
       01  WS-SUCURSAL-VALIDA    PIC X(01) VALUE 'N'.

      *    Disponible de la cuenta, igual que un retiro de CAJA.
       01  WS-DESCUBIERTO-DISPONIBLE PIC S9(12)V99.
       01  WS-FONDOS-RETENIDOS   PIC S9(12)V99.
       01  WS-DISPONIBLE         PIC S9(12)V99.

       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.
       01  WS-ACCION-AUDITORIA   PIC X(12).
       01  WS-MOTIVO-AUDITORIA   PIC X(40).

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión.
       01  LK-OPERADOR           PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- RESERVAS DE EFECTIVO ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           DISPLAY '1 - Reservar efectivo para un retiro'.
           DISPLAY '2 - Anular una reserva'.
           DISPLAY '3 - Listar reservas vigentes por sucursal'.
           DISPLAY 'Opción: ' WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 1 PERFORM 100-ALTA-RESERVA
               WHEN 2 PERFORM 200-ANULAR-RESERVA
               WHEN 3 PERFORM 300-LISTAR-RESERVAS
               WHEN OTHER DISPLAY '--> OPCIÓN INVÁLIDA'
           END-EVALUATE.
           PERFORM 900-FINALIZAR-PROGRAMA.

      *    El archivo se abre recién cuando hace falta: el cálculo
      *    de fondos retenidos lo lee por su cuenta.
           050-ABRIR-RESERVAS SECTION.
               OPEN I-O ARCHIVO-RESERVAS-EFE.
               IF WS-FILE-STATUS = '35'
                   OPEN OUTPUT ARCHIVO-RESERVAS-EFE
                   CLOSE ARCHIVO-RESERVAS-EFE
                   OPEN I-O ARCHIVO-RESERVAS-EFE
               END-IF.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE RESERVAS'
               END-IF.

      *    El efectivo se entrega en la moneda de la cuenta: una
      *    cuenta UVA no tiene billetes propios y no reserva.
           100-ALTA-RESERVA SECTION.
               CALL 'BUSCAR-CUENTA' USING CUENTA-CORRIENTE.
               IF CC-NUMERO-CUENTA OF CUENTA-CORRIENTE = ZERO
                   DISPLAY '--> OPERACIÓN CANCELADA'
               ELSE
               IF NOT CUENTA-ACTIVA OF CUENTA-CORRIENTE
                   DISPLAY '--> LA CUENTA NO ESTÁ OPERATIVA'
               ELSE
               IF MONEDA-UVA OF CUENTA-CORRIENTE
                   DISPLAY '--> UNA CUENTA UVA NO RESERVA EFECTIVO'
               ELSE
                   PERFORM 110-PEDIR-DATOS
               END-IF
               END-IF
               END-IF.

           110-PEDIR-DATOS SECTION.
               DISPLAY 'Monto a retirar en '
                   CC-MONEDA OF CUENTA-CORRIENTE ': '
                   WITH NO ADVANCING.
               ACCEPT WS-MONTO.
               DISPLAY 'Sucursal de entrega (0 = la de la cuenta): '
                   WITH NO ADVANCING.
               ACCEPT WS-SUCURSAL.
               IF WS-SUCURSAL = ZERO
                   MOVE CC-SUCURSAL OF CUENTA-CORRIENTE TO WS-SUCURSAL
               END-IF.
               DISPLAY 'Día del retiro (AAAAMMDD): '
                   WITH NO ADVANCING.
               ACCEPT WS-FECHA-RETIRO.

               CALL 'OBTENER-SUCURSAL' USING
                   WS-SUCURSAL WS-SUCURSAL-DATOS WS-SUCURSAL-VALIDA.
               IF WS-SUCURSAL-VALIDA = 'S'
                  AND NOT SUCURSAL-ACTIVA OF WS-SUCURSAL-DATOS
                   MOVE 'N' TO WS-SUCURSAL-VALIDA
               END-IF.
               PERFORM 120-CALCULAR-DISPONIBLE.

               IF WS-MONTO NOT > ZERO
                   DISPLAY '--> MONTO INVÁLIDO'
               ELSE
               IF WS-SUCURSAL-VALIDA NOT = 'S'
                   DISPLAY '--> SUCURSAL INEXISTENTE O CERRADA'
               ELSE
               IF WS-FECHA-RETIRO NOT > WS-FECHA-HOY
                   DISPLAY '--> EL RETIRO TIENE QUE SER POSTERIOR A '
                       'HOY'
               ELSE
               IF WS-MONTO > WS-DISPONIBLE
                   MOVE WS-DISPONIBLE TO WS-MONTO-EDITADO
                   DISPLAY '--> FONDOS INSUFICIENTES: DISPONIBLE '
                       WS-MONTO-EDITADO
               ELSE
                   PERFORM 130-GRABAR-RESERVA
               END-IF
               END-IF
               END-IF
               END-IF.

           120-CALCULAR-DISPONIBLE SECTION.
               IF CAJA-DE-AHORRO OF CUENTA-CORRIENTE
                   MOVE ZERO TO WS-DESCUBIERTO-DISPONIBLE
               ELSE
                   MOVE CC-LIMITE-DESCUBIERTO OF CUENTA-CORRIENTE
                       TO WS-DESCUBIERTO-DISPONIBLE
               END-IF.
               CALL 'CALCULAR-FONDOS-RETENIDOS' USING
                   CC-NUMERO-CUENTA OF CUENTA-CORRIENTE
                   WS-FONDOS-RETENIDOS.
               COMPUTE WS-DISPONIBLE =
                   CC-SALDO OF CUENTA-CORRIENTE
                   + WS-DESCUBIERTO-DISPONIBLE
                   - WS-FONDOS-RETENIDOS.

           130-GRABAR-RESERVA SECTION.
               PERFORM 050-ABRIR-RESERVAS.
               IF WS-FILE-STATUS = '00'
                   PERFORM 135-ESCRIBIR-RESERVA
                   CLOSE ARCHIVO-RESERVAS-EFE
               END-IF.

           135-ESCRIBIR-RESERVA SECTION.
               INITIALIZE REGISTRO-RESERVA.
               PERFORM 140-ASIGNAR-NUMERO.
               MOVE CC-NUMERO-CUENTA OF CUENTA-CORRIENTE
                   TO RE-CUENTA OF REGISTRO-RESERVA.
               MOVE WS-SUCURSAL TO RE-SUCURSAL OF REGISTRO-RESERVA.
               MOVE CC-MONEDA OF CUENTA-CORRIENTE
                   TO RE-MONEDA OF REGISTRO-RESERVA.
               MOVE WS-MONTO TO RE-MONTO OF REGISTRO-RESERVA.
               MOVE WS-FECHA-RETIRO
                   TO RE-FECHA-RETIRO OF REGISTRO-RESERVA.
               MOVE WS-FECHA-HOY TO RE-FECHA-ALTA OF REGISTRO-RESERVA.
               MOVE LK-OPERADOR TO RE-OPERADOR OF REGISTRO-RESERVA.
               MOVE 'V' TO RE-ESTADO OF REGISTRO-RESERVA.
               MOVE ZERO TO RE-FECHA-BAJA OF REGISTRO-RESERVA.
               WRITE REGISTRO-RESERVA.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL GRABAR LA RESERVA'
               ELSE
                   DISPLAY '---> RESERVA N ' RE-NUMERO
                       OF REGISTRO-RESERVA ' PARA EL '
                       WS-FECHA-RETIRO ' EN LA SUCURSAL '
                       WS-SUCURSAL
                   DISPLAY '---> LOS FONDOS QUEDAN RESERVADOS EN LA '
                       'CUENTA'
                   MOVE 'RESERVA-EFE' TO WS-ACCION-AUDITORIA
                   PERFORM 150-AUDITAR
               END-IF.

           140-ASIGNAR-NUMERO SECTION.
               OPEN I-O ARCHIVO-CONTADOR.
               IF WS-FILE-STATUS-CONTADOR = '35'
                   OPEN OUTPUT ARCHIVO-CONTADOR
                   MOVE ZERO TO CONTADOR-RESERVAS
                   WRITE REGISTRO-CONTADOR
                   CLOSE ARCHIVO-CONTADOR
                   OPEN I-O ARCHIVO-CONTADOR
               END-IF.
               READ ARCHIVO-CONTADOR INTO REGISTRO-CONTADOR
               END-READ.
               ADD 1 TO CONTADOR-RESERVAS.
               MOVE CONTADOR-RESERVAS TO RE-NUMERO OF REGISTRO-RESERVA.
               REWRITE REGISTRO-CONTADOR.
               CLOSE ARCHIVO-CONTADOR.

           150-AUDITAR SECTION.
               MOVE RE-MONTO OF REGISTRO-RESERVA TO WS-MONTO-EDITADO.
               MOVE SPACES TO WS-MOTIVO-AUDITORIA.
               STRING
                   'RESERVA ' DELIMITED BY SIZE
                   RE-NUMERO OF REGISTRO-RESERVA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   RE-MONEDA OF REGISTRO-RESERVA DELIMITED BY SIZE
                   WS-MONTO-EDITADO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   RE-ESTADO OF REGISTRO-RESERVA DELIMITED BY SIZE
                   INTO WS-MOTIVO-AUDITORIA
               END-STRING.
               CALL 'REGISTRAR-AUDITORIA' USING
                   WS-ACCION-AUDITORIA
                   RE-CUENTA OF REGISTRO-RESERVA
                   LK-OPERADOR WS-SIN-AUTORIZANTE
                   WS-MOTIVO-AUDITORIA.

      *    La anulación devuelve los fondos a disponible al
      *    instante.
           200-ANULAR-RESERVA SECTION.
               DISPLAY 'Número de reserva: ' WITH NO ADVANCING.
               ACCEPT WS-NUMERO.
               PERFORM 050-ABRIR-RESERVAS.
               IF WS-FILE-STATUS = '00'
                   MOVE WS-NUMERO TO RE-NUMERO OF REGISTRO-RESERVA
                   READ ARCHIVO-RESERVAS-EFE
                       KEY IS RE-NUMERO OF REGISTRO-RESERVA
                       INVALID KEY
                           DISPLAY '--> RESERVA INEXISTENTE'
                       NOT INVALID KEY
                           PERFORM 210-CONFIRMAR-ANULACION
                   END-READ
                   CLOSE ARCHIVO-RESERVAS-EFE
               END-IF.

           210-CONFIRMAR-ANULACION SECTION.
               PERFORM 310-MOSTRAR-RESERVA.
               IF NOT RESERVA-VIGENTE OF REGISTRO-RESERVA
                   DISPLAY '--> LA RESERVA NO ESTÁ VIGENTE'
               ELSE
                   DISPLAY 'Confirma la anulación (S/N): '
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       MOVE 'A' TO RE-ESTADO OF REGISTRO-RESERVA
                       MOVE WS-FECHA-HOY
                           TO RE-FECHA-BAJA OF REGISTRO-RESERVA
                       REWRITE REGISTRO-RESERVA
                       IF WS-FILE-STATUS NOT = '00'
                           DISPLAY 'ERROR AL GRABAR LA RESERVA'
                       ELSE
                           DISPLAY '---> RESERVA ANULADA'
                           MOVE 'RESERVA-ANU' TO WS-ACCION-AUDITORIA
                           PERFORM 150-AUDITAR
                       END-IF
                   ELSE
                       DISPLAY '--> OPERACIÓN CANCELADA'
                   END-IF
               END-IF.

           300-LISTAR-RESERVAS SECTION.
               DISPLAY 'Sucursal (0 = todas): ' WITH NO ADVANCING.
               ACCEPT WS-SUCURSAL.
               PERFORM 050-ABRIR-RESERVAS.
               IF WS-FILE-STATUS = '00'
                   PERFORM 305-RECORRER-RESERVAS
                   CLOSE ARCHIVO-RESERVAS-EFE
               END-IF.
               DISPLAY '---- RESERVAS VIGENTES: ' WS-CANT-LISTADOS.

           305-RECORRER-RESERVAS SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               MOVE ZERO TO RE-NUMERO OF REGISTRO-RESERVA.
               START ARCHIVO-RESERVAS-EFE
                   KEY IS NOT LESS THAN RE-NUMERO OF REGISTRO-RESERVA
                   INVALID KEY
                       SET FIN-ARCHIVO TO TRUE
               END-START.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-RESERVAS-EFE NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF RESERVA-VIGENTE OF REGISTRO-RESERVA
                              AND (WS-SUCURSAL = ZERO
                               OR RE-SUCURSAL OF REGISTRO-RESERVA
                                  = WS-SUCURSAL)
                               ADD 1 TO WS-CANT-LISTADOS
                               PERFORM 310-MOSTRAR-RESERVA
                           END-IF
                   END-READ
               END-PERFORM.

           310-MOSTRAR-RESERVA SECTION.
               MOVE RE-MONTO OF REGISTRO-RESERVA TO WS-MONTO-EDITADO.
               DISPLAY RE-NUMERO OF REGISTRO-RESERVA
                   ' CTA ' RE-CUENTA OF REGISTRO-RESERVA
                   ' SUC ' RE-SUCURSAL OF REGISTRO-RESERVA
                   ' ' RE-MONEDA OF REGISTRO-RESERVA
                   WS-MONTO-EDITADO
                   ' RETIRO ' RE-FECHA-RETIRO OF REGISTRO-RESERVA
                   ' (' RE-ESTADO OF REGISTRO-RESERVA ')'.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
