       01  WS-DEUDA-IMPAGAS     PIC S9(12)V99 VALUE ZERO.
       01  WS-DEUDA-DISPLAY     PIC $ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    Programa que se asienta en el registro de consultas.
       01  WS-PROGRAMA-CONSULTA  PIC X(24) VALUE 'CONSULTAR-CUENTA'.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           PERFORM 100-CONSULTAR-CUENTA.
               IF CC-NUMERO-CUENTA OF CCB = ZERO
                   DISPLAY '--> OPERACIÓN CANCELADA'
               ELSE
      *            Quién vio la cuenta queda en el registro de
      *            consultas.
                   CALL 'REGISTRAR-CONSULTA' USING
                       WS-PROGRAMA-CONSULTA CC-NUMERO-CUENTA OF CCB
                       CC-DNI-TITULAR OF CCB
                   MOVE CC-SALDO OF CCB TO WS-SALDO-DISPLAY

                   DISPLAY '------------------------------------'
