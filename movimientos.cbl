       01  WS-RENGLON-COCIENTE PIC 9(06).
       01  WS-RENGLON-RESTO    PIC 9(02).

      *    Programa que se asienta en el registro de consultas.
       01  WS-PROGRAMA-CONSULTA  PIC X(24)
               VALUE 'CONSULTAR-MOVIMIENTOS'.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
               IF CC-NUMERO-CUENTA OF CUENTA-CORRIENTE = ZERO
                   DISPLAY '--> OPERACIÓN CANCELADA'
               ELSE
      *            Quién vio los movimientos queda en el registro de
      *            consultas.
                   CALL 'REGISTRAR-CONSULTA' USING
                       WS-PROGRAMA-CONSULTA
                       CC-NUMERO-CUENTA OF CUENTA-CORRIENTE
                       CC-DNI-TITULAR OF CUENTA-CORRIENTE
                   DISPLAY '---- Datos de Cuenta ----'
                   DISPLAY 'Cliente: '
                       CC-NOMBRE-CLIENTE OF CUENTA-CORRIENTE
