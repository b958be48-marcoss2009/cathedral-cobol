      * no pagar, fecha de pago, cuenta libradora operable y
      * fondos disponibles; lo que no se paga rebota por
      * REGISTRAR-RECHAZO con su multa y el aviso al librador.
      * El total pagado por echeqs depositados en otros bancos
      * queda además como partida de la cuenta en el BCRA, con
      * REGISTRAR-PARTIDA-LIQUIDACION, para conciliarlo contra el
      * extracto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CANT-PAGADOS       PIC 9(06) VALUE ZERO.
       01  WS-CANT-RECHAZADOS    PIC 9(06) VALUE ZERO.

      *    Partida de la corrida en la cuenta de liquidación con el
      *    BCRA, para la conciliación contra el extracto.
       01  WS-TOTAL-LIQUIDADO    PIC S9(12)V99 VALUE ZERO.
       01  WS-LADO-PARTIDA       PIC X(01) VALUE 'P'.
       01  WS-ORIGEN-PARTIDA     PIC X(10) VALUE 'ECHEQ'.
       01  WS-MONEDA-PARTIDA     PIC X(03) VALUE 'ARS'.
       01  WS-REFERENCIA-PARTIDA PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- LIQUIDACIÓN DE ECHEQS DEPOSITADOS ----'.
           DISPLAY '---- RECHAZADOS: ' WS-CANT-RECHAZADOS.
           MOVE WS-CANT-RECIBIDOS TO CB-PROCESADOS.
           MOVE WS-CANT-PAGADOS TO CB-APLICADOS.
           STRING WS-ORIGEN-PARTIDA DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               INTO WS-REFERENCIA-PARTIDA
           END-STRING.
           CALL 'REGISTRAR-PARTIDA-LIQUIDACION' USING
               WS-LADO-PARTIDA WS-FECHA-HOY WS-ORIGEN-PARTIDA
               WS-MONEDA-PARTIDA WS-REFERENCIA-PARTIDA
               WS-TOTAL-LIQUIDADO.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-LIQUIDAR-UNO SECTION.
                   MOVE 'C' TO EQ-ESTADO OF REGISTRO-ECHEQ
                   REWRITE REGISTRO-ECHEQ
                   MOVE 'S' TO WS-ECHEQ-OK
                   IF ED-CUENTA-DESTINO = ZERO
                       SUBTRACT EQ-MONTO OF REGISTRO-ECHEQ
                           FROM WS-TOTAL-LIQUIDADO
                   END-IF
                   IF ED-CUENTA-DESTINO NOT = ZERO
                       CALL 'MOVIMIENTO-CUENTA' USING
                           ED-CUENTA-DESTINO
