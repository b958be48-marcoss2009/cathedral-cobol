       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-PARTIDA-LIQUIDACION.
       AUTHOR. MARCOS MUÑOZ.

      * Graba una partida de las cuentas de liquidación con otros
      * bancos (la cuenta corriente en el BCRA para los pesos, la
      * cuenta en el corresponsal para los dólares) en
      * partidas_liquidacion.dat, numerada y abierta, para que
      * CONCILIAR-LIQUIDACIONES la empate contra el extracto. La
      * llaman los procesos que liquidan con otros bancos, con el
      * total de la corrida, y la misma conciliación al cargar
      * cada renglón del extracto. Un importe cero no deja
      * partida.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PARTIDAS-LIQ
               ASSIGN TO 'partidas_liquidacion.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-NUMERO OF REGISTRO-PARTIDA-LIQ
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-CONTADOR
               ASSIGN TO 'contador-partidas-liq.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CONTADOR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PARTIDAS-LIQ.
           01 REGISTRO-PARTIDA-LIQ.
               COPY "partidaliquidacion.cpy".

       FD  ARCHIVO-CONTADOR.
           01 REGISTRO-CONTADOR.
               05 CONTADOR-PARTIDA   PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CONTADOR PIC XX VALUE '00'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-NUMERO-PARTIDA     PIC 9(08).

       LINKAGE SECTION.
      *    'P' partida propia, 'E' renglón del extracto.
       01  LK-LADO               PIC X(01).
       01  LK-FECHA              PIC 9(08).
       01  LK-ORIGEN             PIC X(10).
       01  LK-MONEDA             PIC X(03).
       01  LK-REFERENCIA         PIC X(20).
      *    Positivo lo que entra a nuestra cuenta, negativo lo que
      *    sale.
       01  LK-IMPORTE            PIC S9(12)V99.

       PROCEDURE DIVISION USING LK-LADO LK-FECHA LK-ORIGEN
           LK-MONEDA LK-REFERENCIA LK-IMPORTE.
       000-MAIN-LOGIC SECTION.
           IF LK-IMPORTE NOT = ZERO
               CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY
               PERFORM 100-ASIGNAR-NUMERO
               PERFORM 200-GRABAR-PARTIDA
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-ASIGNAR-NUMERO SECTION.
               OPEN I-O ARCHIVO-CONTADOR.
               IF WS-FILE-STATUS-CONTADOR = '35'
                   OPEN OUTPUT ARCHIVO-CONTADOR
                   MOVE ZERO TO CONTADOR-PARTIDA
                   WRITE REGISTRO-CONTADOR
                   CLOSE ARCHIVO-CONTADOR
                   OPEN I-O ARCHIVO-CONTADOR
               END-IF.
               READ ARCHIVO-CONTADOR INTO REGISTRO-CONTADOR
               END-READ.
               ADD 1 TO CONTADOR-PARTIDA.
               MOVE CONTADOR-PARTIDA TO WS-NUMERO-PARTIDA.
               REWRITE REGISTRO-CONTADOR.
               CLOSE ARCHIVO-CONTADOR.

           200-GRABAR-PARTIDA SECTION.
               OPEN I-O ARCHIVO-PARTIDAS-LIQ.
               IF WS-FILE-STATUS = '35'
                   OPEN OUTPUT ARCHIVO-PARTIDAS-LIQ
                   CLOSE ARCHIVO-PARTIDAS-LIQ
                   OPEN I-O ARCHIVO-PARTIDAS-LIQ
               END-IF.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL ABRIR LAS PARTIDAS DE '
                       'LIQUIDACIÓN'
               ELSE
                   INITIALIZE REGISTRO-PARTIDA-LIQ
                   MOVE WS-NUMERO-PARTIDA
                       TO PL-NUMERO OF REGISTRO-PARTIDA-LIQ
                   MOVE LK-LADO TO PL-LADO OF REGISTRO-PARTIDA-LIQ
                   MOVE LK-MONEDA TO PL-MONEDA OF REGISTRO-PARTIDA-LIQ
                   MOVE LK-FECHA TO PL-FECHA OF REGISTRO-PARTIDA-LIQ
                   MOVE LK-ORIGEN TO PL-ORIGEN OF REGISTRO-PARTIDA-LIQ
                   MOVE LK-REFERENCIA
                       TO PL-REFERENCIA OF REGISTRO-PARTIDA-LIQ
                   MOVE LK-IMPORTE
                       TO PL-IMPORTE OF REGISTRO-PARTIDA-LIQ
                   MOVE 'A' TO PL-ESTADO OF REGISTRO-PARTIDA-LIQ
                   MOVE WS-FECHA-HOY
                       TO PL-FECHA-CARGA OF REGISTRO-PARTIDA-LIQ
                   WRITE REGISTRO-PARTIDA-LIQ
                   CLOSE ARCHIVO-PARTIDAS-LIQ
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
