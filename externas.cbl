                       MOVE 'N' TO WS-TRANSACCION-VALIDA
                       MOVE 'TARJETA VENCIDA'
                           TO WS-MOTIVO-RECHAZO
                   WHEN TARJETA-CREDITO OF REGISTRO-TARJETA
                       MOVE 'N' TO WS-TRANSACCION-VALIDA
                       MOVE 'TARJETA DE CREDITO'
                           TO WS-MOTIVO-RECHAZO
                   WHEN TJ-CUENTA OF REGISTRO-TARJETA
                        NOT = TE-NUMERO-CUENTA
                       MOVE 'N' TO WS-TRANSACCION-VALIDA
