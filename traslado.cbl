      * el rastro en el diario de auditoría con el operador y
      * ambas sucursales, y asienta un movimiento marcador de
      * monto cero en el historial para que los extractos muestren
      * a qué sucursal pertenece cada período. La sucursal de
      * destino tiene que estar activa en el maestro de sucursales.
      * El saldo que cambia de plaza se asienta además en la cuenta
      * de enlace de las dos sucursales (ASENTAR-ENLACE), para que
      * el libro diario muestre qué le debe una a la otra.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-SUCURSAL-VIEJA     PIC 9(03).
       01  WS-SUCURSAL-NUEVA     PIC 9(03).
       01  WS-SUCURSAL-DATOS.
           COPY "sucursal.cpy".
       01  WS-SUCURSAL-VALIDA    PIC X(01) VALUE 'N'.
       01  WS-CONFIRMA           PIC X VALUE 'N'.

       01  WS-CONTROL-EXISTE     PIC X(01) VALUE 'S'.
           05 WS-FM-FECHA        PIC 9(08).
           05 WS-FM-HORA         PIC 9(06).

      *    Pata de enlace entre la sucursal vieja y la nueva.
       01  WS-ENLACE-CUENTA      PIC 9(04) VALUE 2101.
       01  WS-ENLACE-SENTIDO     PIC X(01).
       01  WS-ENLACE-CONCEPTO    PIC 9(03) VALUE 028.
       01  WS-ENLACE-REFERENCIA.
           05 WS-ER-TIPO         PIC X(02) VALUE 'TS'.
           05 WS-ER-CUENTA       PIC 9(08).
           05 WS-ER-FECHA        PIC 9(08).
           05 FILLER             PIC X(02) VALUE SPACES.

       01  WS-ACCION-AUDITORIA   PIC X(12) VALUE 'TRASLADO'.
       01  WS-MOTIVO-AUDITORIA   PIC X(40).
       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.
               MOVE CC-SUCURSAL OF CUENTA-CORRIENTE
                   TO WS-SUCURSAL-VIEJA.
               DISPLAY 'Sucursal actual: ' WS-SUCURSAL-VIEJA.
               MOVE 'N' TO WS-SUCURSAL-VALIDA.
               PERFORM UNTIL WS-SUCURSAL-VALIDA = 'S'
                   DISPLAY 'Nueva sucursal (001-999): '
                       WITH NO ADVANCING
                   ACCEPT WS-SUCURSAL-NUEVA
                   PERFORM 102-VALIDAR-SUCURSAL-NUEVA
               END-PERFORM.

               DISPLAY 'Confirma el traslado (S/N): '
                   END-IF
               END-IF.

      *    La nueva sucursal tiene que ser distinta de la actual y
      *    estar activa en el maestro de sucursales.
           102-VALIDAR-SUCURSAL-NUEVA SECTION.
               MOVE 'N' TO WS-SUCURSAL-VALIDA.
               IF WS-SUCURSAL-NUEVA = ZERO
                  OR WS-SUCURSAL-NUEVA = WS-SUCURSAL-VIEJA
                   DISPLAY '--> SUCURSAL INVÁLIDA O IGUAL A LA '
                       'ACTUAL'
               ELSE
                   CALL 'OBTENER-SUCURSAL' USING WS-SUCURSAL-NUEVA
                       WS-SUCURSAL-DATOS WS-SUCURSAL-VALIDA
                   IF WS-SUCURSAL-VALIDA = 'S'
                      AND NOT SUCURSAL-ACTIVA OF WS-SUCURSAL-DATOS
                       MOVE 'N' TO WS-SUCURSAL-VALIDA
                   END-IF
                   IF WS-SUCURSAL-VALIDA = 'S'
                       DISPLAY 'Sucursal destino: '
                           SU-NOMBRE OF WS-SUCURSAL-DATOS
                   ELSE
                       DISPLAY '--> SUCURSAL INEXISTENTE O CERRADA'
                   END-IF
               END-IF.

           105-BLOQUEAR-CUENTA SECTION.
               STRING
                       "cuentas/" DELIMITED BY SIZE
                               'CUENTA'
                       ELSE
                           PERFORM 120-POSTEAR-PATAS-DE-BOVEDA
                           PERFORM 125-ASENTAR-ENLACE
                           PERFORM 140-GRABAR-MARCADOR
                           PERFORM 150-ASENTAR-AUDITORIA
                           DISPLAY '---> CUENTA TRASLADADA A LA '
                   PERFORM 130-POSTEAR-UNA-BOVEDA
               END-IF.

      *    Los depósitos de la cuenta salen del pasivo de la
      *    sucursal vieja, que queda debiéndole a la nueva, y
      *    entran al de la nueva con el crédito contra la vieja.
           125-ASENTAR-ENLACE SECTION.
               CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
               MOVE CC-NUMERO-CUENTA OF RCC TO WS-ER-CUENTA.
               MOVE WS-FECHA-HOY TO WS-ER-FECHA.
               MOVE 'H' TO WS-ENLACE-SENTIDO.
               CALL 'ASENTAR-ENLACE' USING WS-FECHA-HOY
                   WS-SUCURSAL-VIEJA WS-SUCURSAL-NUEVA
                   CC-MONEDA OF RCC WS-ENLACE-CUENTA
                   WS-ENLACE-SENTIDO WS-MONTO-TRASLADO
                   WS-ENLACE-CONCEPTO WS-ENLACE-REFERENCIA.
               MOVE 'D' TO WS-ENLACE-SENTIDO.
               CALL 'ASENTAR-ENLACE' USING WS-FECHA-HOY
                   WS-SUCURSAL-NUEVA WS-SUCURSAL-VIEJA
                   CC-MONEDA OF RCC WS-ENLACE-CUENTA
                   WS-ENLACE-SENTIDO WS-MONTO-TRASLADO
                   WS-ENLACE-CONCEPTO WS-ENLACE-REFERENCIA.

           130-POSTEAR-UNA-BOVEDA SECTION.
               OPEN I-O ARCHIVO-CONTROL.
               IF WS-FILE-STATUS-CTL = '35'
