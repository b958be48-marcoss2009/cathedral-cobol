      * sucursal), el renglón va al archivo de rechazos para
      * devolver al banco emisor. Lo acreditado descuenta de la
      * cuenta de liquidación interbancaria.
      * El total acreditado en la corrida queda además como
      * partida de la cuenta en el BCRA, con
      * REGISTRAR-PARTIDA-LIQUIDACION, para conciliarlo contra el
      * extracto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CANT-APLICADAS     PIC 9(06) VALUE ZERO.
       01  WS-CANT-RECHAZADAS    PIC 9(06) VALUE ZERO.

      *    Partida de la corrida en la cuenta de liquidación con el
      *    BCRA, para la conciliación contra el extracto.
       01  WS-TOTAL-LIQUIDADO    PIC S9(12)V99 VALUE ZERO.
       01  WS-LADO-PARTIDA       PIC X(01) VALUE 'P'.
       01  WS-ORIGEN-PARTIDA     PIC X(10) VALUE 'CBU-ENT'.
       01  WS-MONEDA-PARTIDA     PIC X(03) VALUE 'ARS'.
       01  WS-REFERENCIA-PARTIDA PIC X(20) VALUE SPACES.
       01  WS-FECHA-HOY          PIC 9(08).

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- ENTRADA INTERBANCARIA ----'.
           CALL 'RESPALDAR-DATOS-BATCH'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 100-PROCESAR-ENTRADA.
           DISPLAY '---- TRANSFERENCIAS APLICADAS: '
               WS-CANT-APLICADAS.
           DISPLAY '---- TRANSFERENCIAS RECHAZADAS: '
               WS-CANT-RECHAZADAS.
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

           100-PROCESAR-ENTRADA SECTION.
                   READ ARCHIVO-LIQUIDACION
                   END-READ
                   SUBTRACT WS-MONTO FROM LQ-SALDO
                   ADD WS-MONTO TO WS-TOTAL-LIQUIDADO
                   REWRITE REGISTRO-LIQUIDACION
                   CLOSE ARCHIVO-LIQUIDACION
               END-IF.
