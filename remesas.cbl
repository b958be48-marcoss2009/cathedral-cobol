      * y lo acredita en la bóveda de destino. Entre ambas
      * confirmaciones el dinero está arriba del camión y el
      * tránsito lo muestra. Incluye el reporte de remesas
      * pendientes de recibir. Cada confirmación asienta además su
      * pata en la cuenta de enlace (ASENTAR-ENLACE): el despacho
      * deja a la sucursal de origen con el crédito contra la de
      * destino y la recepción lo cancela, así la conciliación de
      * enlaces muestra abierta la remesa mientras viaja. El
      * reporte de reservas de efectivo lista los retiros grandes
      * avisados contra el saldo de la bóveda que los tiene que
      * pagar, para pedir la remesa a tiempo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CTL-CLAVE OF REGISTRO-CONTROL
               FILE STATUS IS WS-FILE-STATUS-CTL.

           SELECT ARCHIVO-RESERVAS-EFE
               ASSIGN TO 'reservas_efectivo.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RE-NUMERO OF REGISTRO-RESERVA
               FILE STATUS IS WS-FILE-STATUS-RES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-REMESAS.
           01 REGISTRO-CONTROL-MOV.
               COPY "movimientos.cpy".

       FD  ARCHIVO-RESERVAS-EFE.
           01 REGISTRO-RESERVA.
               COPY "reservaefectivo.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS           PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CONTADOR  PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTL       PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTL-MOV   PIC XX VALUE '00'.
       01  WS-FILE-STATUS-RES       PIC XX VALUE '00'.

       01  OPCION                   PIC 9.
       01  WS-FECHA-HOY             PIC 9(08).
           05 WS-FM-FECHA           PIC 9(08).
           05 WS-FM-HORA            PIC 9(06).

      *    Pata de enlace de la remesa: el efectivo sale de (o
      *    entra a) la caja de la sucursal contra la otra sucursal.
       01  WS-ENLACE-SUCURSAL       PIC 9(03).
       01  WS-ENLACE-CONTRA         PIC 9(03).
       01  WS-ENLACE-CUENTA         PIC 9(04) VALUE 1101.
       01  WS-ENLACE-SENTIDO        PIC X(01).
       01  WS-ENLACE-MONTO          PIC S9(12)V99.
       01  WS-ENLACE-CONCEPTO       PIC 9(03) VALUE 028.
       01  WS-ENLACE-REFERENCIA.
           05 WS-ER-TIPO            PIC X(02) VALUE 'RM'.
           05 WS-ER-NUMERO          PIC 9(06).
           05 FILLER                PIC X(12) VALUE SPACES.

       01  WS-EOF-FLAG              PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO           VALUE 'Y'.
       01  WS-CANT-PENDIENTES       PIC 9(04) VALUE ZERO.
       01  WS-MONTO-DISPLAY         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    Reporte de reservas de efectivo por cubrir.
       01  WS-CANT-RESERVAS         PIC 9(04) VALUE ZERO.
       01  WS-SALDO-BOVEDA          PIC S9(14)V99.
       01  WS-BOVEDA-DISPLAY        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión.
       01  LK-OPERADOR              PIC X(08).
           DISPLAY '1. Despachar remesa'.
           DISPLAY '2. Confirmar recepción'.
           DISPLAY '3. Reporte de remesas en tránsito'.
           DISPLAY '4. Reservas de efectivo por cubrir'.
           DISPLAY 'Elija una opción (0 = salir): '
               WITH NO ADVANCING.
           ACCEPT OPCION.
               WHEN 1 PERFORM 100-DESPACHAR
               WHEN 2 PERFORM 200-RECIBIR
               WHEN 3 PERFORM 300-REPORTE-PENDIENTES
               WHEN 4 PERFORM 400-REPORTE-RESERVAS
               WHEN 0 CONTINUE
               WHEN OTHER DISPLAY '--> OPCIÓN INVÁLIDA'
           END-EVALUATE.
                       MOVE RM-MONTO OF REGISTRO-REMESA
                           TO WS-AJUSTE-MONTO
                       PERFORM 150-AJUSTAR-CONTROL
                       MOVE RM-SUCURSAL-ORIGEN OF REGISTRO-REMESA
                           TO WS-ENLACE-SUCURSAL
                       MOVE RM-SUCURSAL-DESTINO OF REGISTRO-REMESA
                           TO WS-ENLACE-CONTRA
                       MOVE 'D' TO WS-ENLACE-SENTIDO
                       PERFORM 160-ASENTAR-ENLACE
                       DISPLAY '---> REMESA DESPACHADA, NÚMERO: '
                           RM-NUMERO OF REGISTRO-REMESA
                   END-IF
               CALL 'REGISTRAR-DIARIO' USING
                   WS-CUENTA-DIARIO WS-DETALLE-DIARIO.

      *    Pata de enlace de la sucursal ya cargada, con el número
      *    de remesa como referencia común al despacho y la
      *    recepción.
           160-ASENTAR-ENLACE SECTION.
               MOVE RM-NUMERO OF REGISTRO-REMESA TO WS-ER-NUMERO.
               MOVE RM-MONTO OF REGISTRO-REMESA TO WS-ENLACE-MONTO.
               CALL 'ASENTAR-ENLACE' USING WS-FECHA-HOY
                   WS-ENLACE-SUCURSAL WS-ENLACE-CONTRA
                   RM-MONEDA OF REGISTRO-REMESA WS-ENLACE-CUENTA
                   WS-ENLACE-SENTIDO WS-ENLACE-MONTO
                   WS-ENLACE-CONCEPTO WS-ENLACE-REFERENCIA.

           200-RECIBIR SECTION.
               DISPLAY 'Número de remesa: ' WITH NO ADVANCING.
               ACCEPT WS-NUMERO-REMESA.
               MOVE RM-MONTO OF REGISTRO-REMESA
                   TO WS-AJUSTE-MONTO.
               PERFORM 150-AJUSTAR-CONTROL.
               MOVE RM-SUCURSAL-DESTINO OF REGISTRO-REMESA
                   TO WS-ENLACE-SUCURSAL.
               MOVE RM-SUCURSAL-ORIGEN OF REGISTRO-REMESA
                   TO WS-ENLACE-CONTRA.
               MOVE 'H' TO WS-ENLACE-SENTIDO.
               PERFORM 160-ASENTAR-ENLACE.
               DISPLAY '---> RECEPCIÓN CONFIRMADA: EL EFECTIVO '
                   'ENTRÓ A LA BÓVEDA '
                   RM-SUCURSAL-DESTINO OF REGISTRO-REMESA.
                       WS-CANT-PENDIENTES
               END-IF.

      *    Cada reserva vigente de hoy en adelante, con el saldo
      *    actual de la bóveda de la sucursal y moneda que la paga;
      *    si no alcanza, la sucursal necesita una remesa antes del
      *    día pactado.
           400-REPORTE-RESERVAS SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-RESERVAS-EFE.
               IF WS-FILE-STATUS-RES NOT = '00'
                   DISPLAY '--> SIN RESERVAS DE EFECTIVO'
               ELSE
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-RESERVAS-EFE NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF RESERVA-VIGENTE
                                  OF REGISTRO-RESERVA
                                  AND RE-FECHA-RETIRO
                                      OF REGISTRO-RESERVA
                                      >= WS-FECHA-HOY
                                   PERFORM 410-MOSTRAR-RESERVA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-RESERVAS-EFE
                   DISPLAY '---> RESERVAS VIGENTES: '
                       WS-CANT-RESERVAS
               END-IF.

           410-MOSTRAR-RESERVA SECTION.
               ADD 1 TO WS-CANT-RESERVAS.
               MOVE ZERO TO WS-SALDO-BOVEDA.
               OPEN INPUT ARCHIVO-CONTROL.
               IF WS-FILE-STATUS-CTL = '00'
                   MOVE RE-SUCURSAL OF REGISTRO-RESERVA
                       TO CTL-SUCURSAL OF REGISTRO-CONTROL
                   MOVE RE-MONEDA OF REGISTRO-RESERVA
                       TO CTL-MONEDA OF REGISTRO-CONTROL
                   READ ARCHIVO-CONTROL
                       KEY IS CTL-CLAVE OF REGISTRO-CONTROL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CTL-SALDO OF REGISTRO-CONTROL
                               TO WS-SALDO-BOVEDA
                   END-READ
                   CLOSE ARCHIVO-CONTROL
               END-IF.
               MOVE RE-MONTO OF REGISTRO-RESERVA TO WS-MONTO-DISPLAY.
               MOVE WS-SALDO-BOVEDA TO WS-BOVEDA-DISPLAY.
               DISPLAY 'SUC ' RE-SUCURSAL OF REGISTRO-RESERVA
                   ' ' RE-FECHA-RETIRO OF REGISTRO-RESERVA
                   ' RESERVA ' RE-NUMERO OF REGISTRO-RESERVA
                   ' ' RE-MONEDA OF REGISTRO-RESERVA
                   ' ' WS-MONTO-DISPLAY
                   ' BOVEDA ' WS-BOVEDA-DISPLAY.
               IF WS-SALDO-BOVEDA < RE-MONTO OF REGISTRO-RESERVA
                   DISPLAY '     --> LA BÓVEDA NO ALCANZA: PEDIR '
                       'REMESA'
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
