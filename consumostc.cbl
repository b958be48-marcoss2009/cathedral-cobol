       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAR-CONSUMOS-TARJETA.
       AUTHOR. MARCOS MUÑOZ.

      * Batch de carga de consumos de tarjetas de crédito: lee el
      * archivo que deja la procesadora (consumos_tarjeta.txt, un
      * renglón por compra con la cantidad de cuotas pactada),
      * valida el plástico y el límite de la cuenta tarjeta y deja
      * cada compra como un plan de cuotas en consumos_tarjeta.dat
      * para que el cierre de resúmenes lo vaya facturando. La
      * compra entera pasa a deuda del cliente en el momento y se
      * asienta contra la cuenta a pagar a la procesadora. Lo que
      * no pasa la validación queda, con el motivo, en
      * consumos_tarjeta_rechazados.txt; el archivo procesado se
      * renombra con la fecha para que una segunda corrida no
      * cargue dos veces los mismos consumos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Consumos informados por la procesadora: un renglón de
      *    formato fijo por compra.
           SELECT ARCHIVO-PROCESADORA
               ASSIGN TO 'consumos_tarjeta.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PRO.

           SELECT ARCHIVO-RECHAZOS
               ASSIGN TO 'consumos_tarjeta_rechazados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-REC.

           SELECT ARCHIVO-TARJETAS ASSIGN TO 'tarjetas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TJ-NUMERO OF REGISTRO-TARJETA
               FILE STATUS IS WS-FILE-STATUS-TAR.

           SELECT ARCHIVO-CUENTAS-TARJETA
               ASSIGN TO 'cuentas_tarjeta.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-NUMERO OF REGISTRO-CUENTA-TARJETA
               FILE STATUS IS WS-FILE-STATUS-TC.

           SELECT ARCHIVO-CONSUMOS ASSIGN TO 'consumos_tarjeta.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CLAVE OF REGISTRO-CONSUMO
               FILE STATUS IS WS-FILE-STATUS-CON.

           SELECT ARCHIVO-CONTADOR
               ASSIGN TO 'contador-consumos-tarjeta.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CNT.

       DATA DIVISION.
       FILE SECTION.
      *    Tarjeta, fecha de la compra, comercio, monto total y
      *    cantidad de cuotas (cero o uno = en un pago).
       FD  ARCHIVO-PROCESADORA.
           01  LINEA-CONSUMO.
               05  CP-TARJETA          PIC 9(16).
               05  CP-FECHA            PIC 9(08).
               05  CP-COMERCIO         PIC X(20).
               05  CP-MONTO            PIC 9(12)V99.
               05  CP-CUOTAS           PIC 9(02).

       FD  ARCHIVO-RECHAZOS
           RECORD CONTAINS 80 CHARACTERS.
           01  LINEA-RECHAZO           PIC X(80).

       FD  ARCHIVO-TARJETAS.
           01 REGISTRO-TARJETA.
               COPY "tarjeta.cpy".

       FD  ARCHIVO-CUENTAS-TARJETA.
           01 REGISTRO-CUENTA-TARJETA.
               COPY "tarjetacredito.cpy".

       FD  ARCHIVO-CONSUMOS.
           01 REGISTRO-CONSUMO.
               COPY "consumotarjeta.cpy".

       FD  ARCHIVO-CONTADOR.
           01 REGISTRO-CONTADOR.
               05 CONTADOR-CONSUMO    PIC 9(06).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-PRO    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REC    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-TAR    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-TC     PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CON    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CNT    PIC XX VALUE '00'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).

       01  WS-CONSUMO-VALIDO     PIC X(01) VALUE 'N'.
           88 CONSUMO-VALIDO     VALUE 'S'.
       01  WS-MOTIVO-RECHAZO     PIC X(30) VALUE SPACES.

       01  WS-CANT-CUOTAS        PIC 9(02).
       01  WS-MONTO              PIC S9(12)V99.

      *    Asiento del consumo: debe la cartera de tarjetas,
      *    haber la cuenta a pagar a la procesadora.
       01  WS-MONEDA-PESOS       PIC X(03) VALUE 'ARS'.
       01  WS-CONCEPTO-CONSUMO   PIC 9(03) VALUE 052.
       01  WS-OPERACION-DIRECTA  PIC X(01) VALUE 'G'.

      *    Nombre con el que queda el archivo ya procesado.
       01  NOMBRE-ARCHIVO-ORIGEN    PIC X(100)
           VALUE 'consumos_tarjeta.txt'.
       01  NOMBRE-ARCHIVO-PROCESADO PIC X(100).

       01  WS-MONTO-DISPLAY      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna (área común entre
      *    programas).
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

       01  WS-CANT-RECIBIDOS     PIC 9(06) VALUE ZERO.
       01  WS-CANT-ACEPTADOS     PIC 9(06) VALUE ZERO.
       01  WS-CANT-RECHAZADOS    PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- CARGA DE CONSUMOS DE TARJETAS ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 100-PROCESAR-CONSUMOS.
           DISPLAY '---- CONSUMOS RECIBIDOS: ' WS-CANT-RECIBIDOS.
           DISPLAY '---- CONSUMOS CARGADOS: ' WS-CANT-ACEPTADOS.
           DISPLAY '---- CONSUMOS RECHAZADOS: ' WS-CANT-RECHAZADOS.
           MOVE WS-CANT-RECIBIDOS TO CB-PROCESADOS.
           MOVE WS-CANT-ACEPTADOS TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-PROCESAR-CONSUMOS SECTION.
               OPEN INPUT ARCHIVO-PROCESADORA.
               IF WS-FILE-STATUS-PRO = '35'
      *            Sin archivo de la procesadora hoy: no es un
      *            error que deba frenar la cadena nocturna.
                   DISPLAY '--> SIN CONSUMOS DE LA PROCESADORA HOY'
               ELSE
               IF WS-FILE-STATUS-PRO NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CONSUMOS'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 110-ABRIR-ARCHIVOS
                   IF RETURN-CODE = ZERO
                       PERFORM UNTIL FIN-ARCHIVO
                           READ ARCHIVO-PROCESADORA
                               AT END
                                   SET FIN-ARCHIVO TO TRUE
                               NOT AT END
                                   ADD 1 TO WS-CANT-RECIBIDOS
                                   PERFORM 200-PROCESAR-RENGLON
                           END-READ
                       END-PERFORM
                       CLOSE ARCHIVO-RECHAZOS
                       CLOSE ARCHIVO-TARJETAS
                       CLOSE ARCHIVO-CUENTAS-TARJETA
                       CLOSE ARCHIVO-CONSUMOS
                   END-IF
                   CLOSE ARCHIVO-PROCESADORA
                   IF RETURN-CODE = ZERO
                       PERFORM 120-RENOMBRAR-PROCESADO
                   END-IF
               END-IF
               END-IF.

           110-ABRIR-ARCHIVOS SECTION.
               OPEN OUTPUT ARCHIVO-RECHAZOS.
               MOVE ALL '=' TO LINEA-RECHAZO.
               WRITE LINEA-RECHAZO.
               MOVE "CONSUMOS DE TARJETA RECHAZADOS" TO LINEA-RECHAZO.
               WRITE LINEA-RECHAZO.
               MOVE ALL '=' TO LINEA-RECHAZO.
               WRITE LINEA-RECHAZO.

               OPEN INPUT ARCHIVO-TARJETAS.
               OPEN I-O ARCHIVO-CUENTAS-TARJETA.
               IF WS-FILE-STATUS-TAR NOT = '00'
                  OR WS-FILE-STATUS-TC NOT = '00'
                   DISPLAY 'ERROR AL ABRIR TARJETAS O CUENTAS TARJETA'
                   MOVE 8 TO RETURN-CODE
               END-IF.

               OPEN I-O ARCHIVO-CONSUMOS.
               IF WS-FILE-STATUS-CON = '35'
                   OPEN OUTPUT ARCHIVO-CONSUMOS
                   CLOSE ARCHIVO-CONSUMOS
                   OPEN I-O ARCHIVO-CONSUMOS
               END-IF.
               IF WS-FILE-STATUS-CON NOT = '00'
                   DISPLAY 'ERROR AL ABRIR LOS CONSUMOS DE TARJETA'
                   MOVE 8 TO RETURN-CODE
               END-IF.

      *    El archivo de la procesadora queda renombrado con la
      *    fecha de proceso: la próxima corrida no lo vuelve a
      *    cargar.
           120-RENOMBRAR-PROCESADO SECTION.
               MOVE SPACES TO NOMBRE-ARCHIVO-PROCESADO.
               STRING
                   "consumos_tarjeta_" DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   ".procesado" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-PROCESADO
               END-STRING.
               CALL 'CBL_RENAME_FILE' USING
                   NOMBRE-ARCHIVO-ORIGEN NOMBRE-ARCHIVO-PROCESADO.

      *    Valida el renglón contra el maestro de tarjetas y la
      *    cuenta tarjeta y, si pasa, carga el plan de cuotas.
           200-PROCESAR-RENGLON SECTION.
               MOVE 'S' TO WS-CONSUMO-VALIDO.
               MOVE SPACES TO WS-MOTIVO-RECHAZO.

               MOVE CP-TARJETA TO TJ-NUMERO OF REGISTRO-TARJETA.
               READ ARCHIVO-TARJETAS
                   KEY IS TJ-NUMERO OF REGISTRO-TARJETA
                   INVALID KEY
                       MOVE 'N' TO WS-CONSUMO-VALIDO
                       MOVE 'TARJETA NO EMITIDA' TO WS-MOTIVO-RECHAZO
               END-READ.

               IF CONSUMO-VALIDO
                   PERFORM 210-VALIDAR-TARJETA
               END-IF.

               IF CONSUMO-VALIDO
                   MOVE TJ-CUENTA-TARJETA OF REGISTRO-TARJETA
                       TO TC-NUMERO OF REGISTRO-CUENTA-TARJETA
                   READ ARCHIVO-CUENTAS-TARJETA
                       KEY IS TC-NUMERO OF REGISTRO-CUENTA-TARJETA
                       INVALID KEY
                           MOVE 'N' TO WS-CONSUMO-VALIDO
                           MOVE 'CUENTA TARJETA INEXISTENTE'
                               TO WS-MOTIVO-RECHAZO
                   END-READ
               END-IF.

               IF CONSUMO-VALIDO
                   PERFORM 220-VALIDAR-LIMITE
               END-IF.

               IF CONSUMO-VALIDO
                   PERFORM 230-CARGAR-CONSUMO
               END-IF.

               IF CONSUMO-VALIDO
                   ADD 1 TO WS-CANT-ACEPTADOS
               ELSE
                   ADD 1 TO WS-CANT-RECHAZADOS
                   PERFORM 240-ESCRIBIR-RECHAZO
               END-IF.

           210-VALIDAR-TARJETA SECTION.
               EVALUATE TRUE
                   WHEN NOT TARJETA-CREDITO OF REGISTRO-TARJETA
                       MOVE 'N' TO WS-CONSUMO-VALIDO
                       MOVE 'NO ES TARJETA DE CREDITO'
                           TO WS-MOTIVO-RECHAZO
                   WHEN NOT TARJETA-ACTIVA OF REGISTRO-TARJETA
                       MOVE 'N' TO WS-CONSUMO-VALIDO
                       MOVE 'TARJETA NO OPERATIVA'
                           TO WS-MOTIVO-RECHAZO
                   WHEN TJ-FECHA-VENCIMIENTO OF REGISTRO-TARJETA
                        < CP-FECHA
                       MOVE 'N' TO WS-CONSUMO-VALIDO
                       MOVE 'TARJETA VENCIDA' TO WS-MOTIVO-RECHAZO
                   WHEN CP-MONTO NOT NUMERIC OR CP-MONTO = ZERO
                       MOVE 'N' TO WS-CONSUMO-VALIDO
                       MOVE 'MONTO INVÁLIDO' TO WS-MOTIVO-RECHAZO
               END-EVALUATE.

      *    La cuenta tarjeta tiene que estar activa y la compra
      *    entrar en el límite junto con la deuda ya tomada
      *    (incluidas las cuotas todavía no facturadas).
           220-VALIDAR-LIMITE SECTION.
               EVALUATE TRUE
                   WHEN NOT CUENTA-TARJETA-ACTIVA
                        OF REGISTRO-CUENTA-TARJETA
                       MOVE 'N' TO WS-CONSUMO-VALIDO
                       MOVE 'CUENTA TARJETA NO ACTIVA'
                           TO WS-MOTIVO-RECHAZO
                   WHEN TC-SALDO-DEUDOR OF REGISTRO-CUENTA-TARJETA
                        + CP-MONTO
                        > TC-LIMITE OF REGISTRO-CUENTA-TARJETA
                       MOVE 'N' TO WS-CONSUMO-VALIDO
                       MOVE 'EXCEDE EL LIMITE DE COMPRA'
                           TO WS-MOTIVO-RECHAZO
               END-EVALUATE.

      *    Graba el plan de cuotas de la compra, suma la compra
      *    entera a la deuda de la cuenta tarjeta y la asienta.
           230-CARGAR-CONSUMO SECTION.
               IF CP-CUOTAS NOT NUMERIC OR CP-CUOTAS = ZERO
                   MOVE 1 TO WS-CANT-CUOTAS
               ELSE
                   MOVE CP-CUOTAS TO WS-CANT-CUOTAS
               END-IF.
               MOVE CP-MONTO TO WS-MONTO.

               PERFORM 250-ASIGNAR-NUMERO.
               MOVE TC-NUMERO OF REGISTRO-CUENTA-TARJETA
                   TO CT-CUENTA-TARJETA OF REGISTRO-CONSUMO.
               MOVE CONTADOR-CONSUMO TO CT-NUMERO OF REGISTRO-CONSUMO.
               MOVE CP-TARJETA TO CT-TARJETA OF REGISTRO-CONSUMO.
               MOVE CP-FECHA TO CT-FECHA-CONSUMO OF REGISTRO-CONSUMO.
               MOVE CP-COMERCIO TO CT-COMERCIO OF REGISTRO-CONSUMO.
               MOVE WS-MONTO TO CT-MONTO-TOTAL OF REGISTRO-CONSUMO.
               MOVE WS-CANT-CUOTAS
                   TO CT-CANT-CUOTAS OF REGISTRO-CONSUMO.
               MOVE ZERO TO CT-CUOTAS-FACTURADAS OF REGISTRO-CONSUMO.
               DIVIDE WS-MONTO BY WS-CANT-CUOTAS
                   GIVING CT-MONTO-CUOTA OF REGISTRO-CONSUMO.
               MOVE 'V' TO CT-ESTADO OF REGISTRO-CONSUMO.
               WRITE REGISTRO-CONSUMO.
               IF WS-FILE-STATUS-CON NOT = '00'
                   MOVE 'N' TO WS-CONSUMO-VALIDO
                   MOVE 'ERROR AL GRABAR EL CONSUMO'
                       TO WS-MOTIVO-RECHAZO
               ELSE
                   ADD WS-MONTO
                       TO TC-SALDO-DEUDOR OF REGISTRO-CUENTA-TARJETA
                   ADD WS-MONTO
                       TO TC-CUOTAS-A-VENCER
                       OF REGISTRO-CUENTA-TARJETA
                   REWRITE REGISTRO-CUENTA-TARJETA
                   CALL 'CONTABILIZAR-MOVIMIENTO' USING
                       WS-FECHA-HOY
                       TC-SUCURSAL OF REGISTRO-CUENTA-TARJETA
                       WS-MONEDA-PESOS WS-CONCEPTO-CONSUMO
                       WS-OPERACION-DIRECTA WS-MONTO
               END-IF.

           240-ESCRIBIR-RECHAZO SECTION.
               MOVE CP-MONTO TO WS-MONTO-DISPLAY.
               MOVE SPACES TO LINEA-RECHAZO.
               STRING
                   CP-TARJETA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MOTIVO-RECHAZO DELIMITED BY SIZE
                   INTO LINEA-RECHAZO
               END-STRING.
               WRITE LINEA-RECHAZO.

           250-ASIGNAR-NUMERO SECTION.
               OPEN I-O ARCHIVO-CONTADOR.
               IF WS-FILE-STATUS-CNT = '35'
                   OPEN OUTPUT ARCHIVO-CONTADOR
                   MOVE ZERO TO CONTADOR-CONSUMO
                   WRITE REGISTRO-CONTADOR
                   CLOSE ARCHIVO-CONTADOR
                   OPEN I-O ARCHIVO-CONTADOR
               END-IF.
               READ ARCHIVO-CONTADOR INTO REGISTRO-CONTADOR
               END-READ.
               ADD 1 TO CONTADOR-CONSUMO.
               REWRITE REGISTRO-CONTADOR.
               CLOSE ARCHIVO-CONTADOR.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
