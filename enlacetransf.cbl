       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASENTAR-ENLACE-TRANSFERENCIA.
       AUTHOR. MARCOS MUÑOZ.

      * Asientos de enlace de una transferencia ya posteada entre
      * dos cuentas propias. Cada pata de la transferencia pegó
      * contra transferencias en proceso (2103) en la sucursal de
      * su cuenta; cuando las cuentas son de sucursales distintas
      * la 2103 de cada sucursal queda abierta y lo que una le
      * debe a la otra no figura en ningún lado. Acá se cancela la
      * 2103 de cada lado contra la cuenta de enlace: la sucursal
      * de origen queda debiéndole a la de destino y la de destino
      * con el crédito contra la de origen, ambas con la misma
      * referencia. Las transferencias entre cuentas de distinta
      * moneda no generan enlace: cada pata ya cerró en su moneda
      * contra la posición de cambio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.

       01  WS-SUCURSAL-ORIGEN    PIC 9(03) VALUE ZERO.
       01  WS-SUCURSAL-DESTINO   PIC 9(03) VALUE ZERO.
       01  WS-MONEDA-ORIGEN      PIC X(03) VALUE SPACES.
       01  WS-MONEDA-DESTINO     PIC X(03) VALUE SPACES.
       01  WS-CUENTAS-LEIDAS     PIC 9(01) VALUE ZERO.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-HORA-AHORA         PIC 9(08).
       01  WS-CUENTA-TRANSITO    PIC 9(04) VALUE 2103.
       01  WS-SENTIDO            PIC X(01).
       01  WS-CONCEPTO           PIC 9(03).

      *    Referencia común a las dos patas: la cuenta de origen y
      *    la hora del asiento.
       01  WS-REFERENCIA.
           05 WS-REF-TIPO        PIC X(02) VALUE 'TR'.
           05 WS-REF-CUENTA      PIC 9(08).
           05 WS-REF-HORA        PIC 9(08).
           05 FILLER             PIC X(02) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-CUENTA-ORIGEN      PIC 9(08).
       01  LK-CUENTA-DESTINO     PIC 9(08).
       01  LK-MONTO              PIC S9(12)V99.

       PROCEDURE DIVISION USING LK-CUENTA-ORIGEN LK-CUENTA-DESTINO
           LK-MONTO.
       000-MAIN-LOGIC SECTION.
           PERFORM 100-LEER-CUENTAS.
           IF WS-CUENTAS-LEIDAS = 2
              AND WS-SUCURSAL-ORIGEN NOT = WS-SUCURSAL-DESTINO
              AND WS-MONEDA-ORIGEN = WS-MONEDA-DESTINO
               PERFORM 200-ASENTAR-PATAS
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-LEER-CUENTAS SECTION.
               MOVE ZERO TO WS-CUENTAS-LEIDAS.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS = '00'
                   MOVE LK-CUENTA-ORIGEN TO CC-NUMERO-CUENTA OF RCC
                   READ ARCHIVO-CUENTAS
                       KEY IS CC-NUMERO-CUENTA OF RCC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-CUENTAS-LEIDAS
                           MOVE CC-SUCURSAL OF RCC
                               TO WS-SUCURSAL-ORIGEN
                           MOVE CC-MONEDA OF RCC TO WS-MONEDA-ORIGEN
                   END-READ
                   MOVE LK-CUENTA-DESTINO TO CC-NUMERO-CUENTA OF RCC
                   READ ARCHIVO-CUENTAS
                       KEY IS CC-NUMERO-CUENTA OF RCC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-CUENTAS-LEIDAS
                           MOVE CC-SUCURSAL OF RCC
                               TO WS-SUCURSAL-DESTINO
                           MOVE CC-MONEDA OF RCC TO WS-MONEDA-DESTINO
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

           200-ASENTAR-PATAS SECTION.
               CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
               ACCEPT WS-HORA-AHORA FROM TIME.
               MOVE LK-CUENTA-ORIGEN TO WS-REF-CUENTA.
               MOVE WS-HORA-AHORA TO WS-REF-HORA.
      *        Origen: cancela su 2103 y queda debiendo al destino.
               MOVE 'H' TO WS-SENTIDO.
               MOVE 004 TO WS-CONCEPTO.
               CALL 'ASENTAR-ENLACE' USING WS-FECHA-HOY
                   WS-SUCURSAL-ORIGEN WS-SUCURSAL-DESTINO
                   WS-MONEDA-ORIGEN WS-CUENTA-TRANSITO WS-SENTIDO
                   LK-MONTO WS-CONCEPTO WS-REFERENCIA.
      *        Destino: cancela su 2103 con el crédito contra el
      *        origen.
               MOVE 'D' TO WS-SENTIDO.
               MOVE 005 TO WS-CONCEPTO.
               CALL 'ASENTAR-ENLACE' USING WS-FECHA-HOY
                   WS-SUCURSAL-DESTINO WS-SUCURSAL-ORIGEN
                   WS-MONEDA-DESTINO WS-CUENTA-TRANSITO WS-SENTIDO
                   LK-MONTO WS-CONCEPTO WS-REFERENCIA.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
