      * origen en Cathedral, banco destino y CBU destino. El batch
      * TRANSFERENCIAS-SALIENTES debita y arma el archivo de
      * intercambio por banco; hasta entonces el pedido queda
      * pendiente en solicitudes_cbu.dat. El destinatario se
      * controla por nombre y CUIT/DNI contra las listas de
      * sanciones y PEP antes de encolar: si figura, la
      * transferencia no se encola y queda una alerta para
      * cumplimiento.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   88 SOLICITUD-PENDIENTE VALUE 'P'.
                   88 SOLICITUD-ENVIADA   VALUE 'E'.
                   88 SOLICITUD-RECHAZADA VALUE 'X'.
      *            DEBIN aceptado: el débito al cliente ya lo hizo
      *            RESPONDER-DEBIN, falta sólo liquidarlo.
                   88 SOLICITUD-DEBITADA  VALUE 'D'.
      *        Fecha a partir de la cual la salida se despacha:
      *        hoy, o demorada si el destino es un beneficiario
      *        nuevo para la cuenta.
       01  WS-TIPO-EVENTO-BENEF  PIC X(12) VALUE 'NUEVO-BENEF'.
       01  WS-DETALLE-BENEF      PIC X(40).

      *    Destinatario para el control de listas de sanciones y
      *    PEP: el titular que publica el alias o el que carga el
      *    operador, y su CUIT o DNI si el cliente lo informa.
       01  WS-TITULAR-DESTINO    PIC X(30).
       01  WS-DOCUMENTO-DESTINO  PIC 9(11).
       01  WS-ORIGEN-LISTAS      PIC X(12) VALUE 'TRANSF EXT'.
       01  WS-FECHA-LISTAS       PIC 9(08) VALUE ZERO.
       01  WS-RESULTADO-LISTAS   PIC X(01) VALUE 'N'.
           88 DESTINO-EN-LISTAS  VALUE 'S'.

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión.
       01  LK-OPERADOR           PIC X(08).

           100-CAPTURAR-Y-ENCOLAR SECTION.
               MOVE 'N' TO WS-DESTINO-OK.
               MOVE SPACES TO WS-TITULAR-DESTINO.
               DISPLAY 'Alias de destino (ENTER = CBU manual): '
                   WITH NO ADVANCING.
               ACCEPT WS-ALIAS.
                   DISPLAY 'CBU destino (13 dígitos): '
                       WITH NO ADVANCING
                   ACCEPT WS-CBU-DESTINO
                   DISPLAY 'Titular del destino: ' WITH NO ADVANCING
                   ACCEPT WS-TITULAR-DESTINO
                   MOVE 'S' TO WS-DESTINO-OK
               END-IF.
               IF DESTINO-OK
                   PERFORM 107-CONTROLAR-LISTAS-DESTINO
               END-IF.
               IF DESTINO-OK
                   PERFORM 108-CAPTURAR-MONTO-Y-ENCOLAR
               END-IF.
                                       TO WS-BANCO
                                   MOVE ALI-CBU OF REGISTRO-ALIAS
                                       TO WS-CBU-DESTINO
                                   MOVE ALI-TITULAR
                                       OF REGISTRO-ALIAS
                                       TO WS-TITULAR-DESTINO
                                   MOVE 'S' TO WS-DESTINO-OK
                               END-IF
                           END-IF
                   CLOSE ARCHIVO-ALIAS
               END-IF.

      *    Control del destinatario contra las listas de sanciones
      *    y PEP. La alerta va a nombre del titular de la cuenta de
      *    origen, que es el cliente que ordena la salida.
           107-CONTROLAR-LISTAS-DESTINO SECTION.
               DISPLAY 'CUIT/DNI del destinatario (0 = no informado): '
                   WITH NO ADVANCING.
               ACCEPT WS-DOCUMENTO-DESTINO.
               CALL 'CONTROLAR-LISTAS' USING
                   WS-TITULAR-DESTINO WS-DOCUMENTO-DESTINO
                   CC-DNI-TITULAR OF CUENTA-CORRIENTE
                   CC-NUMERO-CUENTA OF CUENTA-CORRIENTE
                   WS-ORIGEN-LISTAS WS-FECHA-LISTAS
                   WS-RESULTADO-LISTAS.
               IF DESTINO-EN-LISTAS
                   DISPLAY '--> EL DESTINATARIO FIGURA EN LAS LISTAS '
                       'DE CONTROL: OPERACIÓN DETENIDA'
                   DISPLAY '--> SE GENERÓ UNA ALERTA PARA '
                       'CUMPLIMIENTO'
                   MOVE 'N' TO WS-DESTINO-OK
               END-IF.

           108-CAPTURAR-MONTO-Y-ENCOLAR SECTION.
               DISPLAY 'Monto a transferir: $' WITH NO ADVANCING.
               ACCEPT WS-MONTO.
