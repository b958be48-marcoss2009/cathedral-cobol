      * valida su DNI y su PIN contra la cuenta, postea la
      * operación por el mismo camino de siempre
      * (MOVIMIENTO-CUENTA). También permite rechazarla si los
      * titulares se arrepintieron. Una transferencia aprobada
      * entre cuentas de distinta sucursal deja además sus patas en
      * la cuenta de enlace (ASENTAR-ENLACE-TRANSFERENCIA).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    PA-TASA-CAMBIO) y cuenta puente si el crédito falla.
       01  WS-CUENTA-DESTINO     PIC 9(08).
       01  WS-MONEDA-ORIGEN     PIC X(03).
      *    Titular del origen publicado para la pata de crédito:
      *    entre cuentas del mismo titular MOVIMIENTO-CUENTA no
      *    retiene ingresos brutos.
       01  WS-DNI-ORIGEN        PIC 9(08) VALUE ZERO.
       01  ORIGEN-CREDITO EXTERNAL.
           05 OC-DNI-ORIGEN     PIC 9(08).
       01  WS-MONEDA-DESTINO    PIC X(03).
       01  WS-MONTO-DESTINO      PIC S9(12)V99.
       01  WS-FECHA-COTIZACION   PIC 9(08).
               MOVE 'N' TO WS-OPERACION-POSTEABLE.
               MOVE 'N' TO WS-CUENTA-ENCONTRADA.
               MOVE SPACES TO WS-MONEDA-ORIGEN.
               MOVE ZERO TO WS-DNI-ORIGEN.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS-CTA = '00'
                   MOVE AP-CUENTA OF REGISTRO-APROBACION

               IF WS-CUENTA-ENCONTRADA = 'S'
                   MOVE CC-MONEDA OF RCC TO WS-MONEDA-ORIGEN
                   MOVE CC-DNI-TITULAR OF RCC TO WS-DNI-ORIGEN
                   EVALUATE TRUE
                       WHEN NOT CUENTA-ACTIVA OF RCC
                           DISPLAY '--> LA CUENTA DE ORIGEN YA NO '
               PERFORM 255-CONVERTIR-A-DESTINO.

               MOVE 005 TO WS-CONCEPTO.
               MOVE WS-DNI-ORIGEN TO OC-DNI-ORIGEN.
               CALL 'MOVIMIENTO-CUENTA' USING
                   WS-CUENTA-DESTINO WS-MONTO-DESTINO
                   'D' LK-OPERADOR WS-CANAL
                   WS-SIN-AUTORIZANTE WS-CONCEPTO
                   WS-CONVERSION WS-RESULTADO-SEGUNDA.
               MOVE ZERO TO OC-DNI-ORIGEN.

               IF NOT SEGUNDA-OK
                   DISPLAY '--> EL CRÉDITO AL DESTINO FALLÓ'
                   PERFORM 260-PARQUEAR-EN-PUENTE
               ELSE
                   CALL 'ASENTAR-ENLACE-TRANSFERENCIA' USING
                       AP-CUENTA OF REGISTRO-APROBACION
                       WS-CUENTA-DESTINO WS-MONTO-DESTINO
               END-IF.
               MOVE SPACES TO WS-CV-MONEDA-ORIGINAL.
               MOVE ZERO TO WS-CV-MONTO-ORIGINAL.
                   WS-ESTADO-PARTIDA WS-NUMERO-PARTIDA.

               IF PUENTE-OK
                   CALL 'ASENTAR-ENLACE-TRANSFERENCIA' USING
                       AP-CUENTA OF REGISTRO-APROBACION
                       WS-CUENTA-PUENTE WS-MONTO-DESTINO
                   DISPLAY '--> EL MONTO QUEDÓ EN LA CUENTA '
                       'PUENTE (PARTIDA ' WS-NUMERO-PARTIDA ')'
               ELSE
