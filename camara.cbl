      * devoluciones para la cámara. El débito se postea como
      * cargo sin pata de bóveda: por la cámara no sale efectivo
      * de ninguna ventanilla nuestra.
      * El total pagado a la cámara queda además como partida de la
      * cuenta en el BCRA, con REGISTRAR-PARTIDA-LIQUIDACION,
      * para conciliarlo contra el extracto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CANT-PAGADOS       PIC 9(06) VALUE ZERO.
       01  WS-CANT-DEVUELTOS     PIC 9(06) VALUE ZERO.

      *    Partida de la corrida en la cuenta de liquidación con el
      *    BCRA, para la conciliación contra el extracto.
       01  WS-TOTAL-LIQUIDADO    PIC S9(12)V99 VALUE ZERO.
       01  WS-LADO-PARTIDA       PIC X(01) VALUE 'P'.
       01  WS-ORIGEN-PARTIDA     PIC X(10) VALUE 'CAMARA'.
       01  WS-MONEDA-PARTIDA     PIC X(03) VALUE 'ARS'.
       01  WS-REFERENCIA-PARTIDA PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- PRESENTACIÓN DE CÁMARA ----'.
           DISPLAY '---- DEVUELTOS: ' WS-CANT-DEVUELTOS.
           MOVE WS-CANT-PRESENTADOS TO CB-PROCESADOS.
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

           100-PROCESAR-PRESENTACION SECTION.
                       MOVE 'C' TO CH-ESTADO OF REGISTRO-CHEQUE
                       REWRITE REGISTRO-CHEQUE
                       MOVE 'S' TO WS-CHEQUE-OK
                       SUBTRACT CH-MONTO OF REGISTRO-CHEQUE
                           FROM WS-TOTAL-LIQUIDADO
                   ELSE
                       MOVE 'RECHAZADO POR EL SISTEMA'
                           TO WS-MOTIVO-RECHAZO
