       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGIMEN-OPERACIONES-CAMBIO.
       AUTHOR. MARCOS MUÑOZ.

      * Régimen informativo de operaciones de cambio: una línea
      * por cada transferencia con el exterior cursada en el mes
      * (salidas despachadas, entradas aplicadas o estacionadas en
      * pendientes, por su fecha de liberación), con sentido,
      * concepto cambiario, país, moneda e importe, tipo de cambio
      * y contravalor en pesos, e identificación del cliente (CUIT
      * de clientes.dat, o el DNI si no tiene) y de la
      * contraparte, en el archivo de presentación de formato fijo
      * regimen_cambios_<AAAAMM>.dat. Como el régimen estadístico,
      * cada presentación queda en disco con el mes en el nombre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-TRANSF-EXTERIOR
               ASSIGN TO 'transferencias_exterior.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-NUMERO OF REGISTRO-TRANSF-EXTERIOR
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-CLIENTES ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DNI OF REGISTRO-CLIENTE
               FILE STATUS IS WS-FILE-STATUS-CLI.

           SELECT ARCHIVO-PRESENTACION
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-PRES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PRS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-TRANSF-EXTERIOR.
           01 REGISTRO-TRANSF-EXTERIOR.
               COPY "transfexterior.cpy".

       FD  ARCHIVO-CLIENTES.
           01 REGISTRO-CLIENTE.
               COPY "cliente.cpy".

      *    Formato fijo del régimen: fecha de la operación, número,
      *    sentido ('S' egreso, 'E' ingreso), concepto cambiario,
      *    país, moneda, importe en moneda extranjera, tipo de
      *    cambio, contravalor en pesos, CUIT (o DNI) y nombre del
      *    cliente, y nombre y banco de la contraparte.
       FD  ARCHIVO-PRESENTACION.
           01  LINEA-PRESENTACION.
               05  RC-FECHA           PIC 9(08).
               05  RC-NUMERO          PIC 9(08).
               05  RC-SENTIDO         PIC X(01).
               05  RC-CONCEPTO        PIC X(04).
               05  RC-PAIS            PIC X(02).
               05  RC-MONEDA          PIC X(03).
               05  RC-IMPORTE-ME      PIC 9(12)V99.
               05  RC-TASA            PIC 9(06)V9999.
               05  RC-IMPORTE-ARS     PIC 9(14)V99.
               05  RC-CUIT            PIC 9(11).
               05  RC-NOMBRE-CLIENTE  PIC X(30).
               05  RC-NOMBRE-EXTERIOR PIC X(30).
               05  RC-BIC             PIC X(11).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CLI    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PRS    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-PRES   PIC X(100).

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

       01  WS-MES-REGIMEN        PIC 9(06).
       01  WS-FECHA-PROCESO      PIC 9(08).
       01  WS-MES-OPERACION      PIC 9(06).

       01  WS-CANT-EGRESOS       PIC 9(06) VALUE ZERO.
       01  WS-CANT-INGRESOS      PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-EGRESOS-ARS  PIC 9(14)V99 VALUE ZERO.
       01  WS-TOTAL-INGRESOS-ARS PIC 9(14)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- RÉGIMEN DE OPERACIONES DE CAMBIO ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-PROCESO.
           DISPLAY 'Mes a presentar (AAAAMM, ENTER = mes en '
               'curso): ' WITH NO ADVANCING.
           ACCEPT WS-MES-REGIMEN.
           IF WS-MES-REGIMEN = ZERO
               COMPUTE WS-MES-REGIMEN = WS-FECHA-PROCESO / 100
           END-IF.
           STRING
               "regimen_cambios_" DELIMITED BY SIZE
               WS-MES-REGIMEN DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-PRES
           END-STRING.
           PERFORM 100-INFORMAR-OPERACIONES.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-INFORMAR-OPERACIONES SECTION.
               OPEN INPUT ARCHIVO-TRANSF-EXTERIOR.
               IF WS-FILE-STATUS NOT = '00'
                   SET FIN-ARCHIVO TO TRUE
               END-IF.
               OPEN INPUT ARCHIVO-CLIENTES.
               OPEN OUTPUT ARCHIVO-PRESENTACION.
               IF WS-FILE-STATUS-PRS NOT = '00'
                   DISPLAY 'ERROR AL ABRIR LA PRESENTACIÓN'
                   SET FIN-ARCHIVO TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-TRANSF-EXTERIOR NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           COMPUTE WS-MES-OPERACION =
                               TE-FECHA-LIBERACION / 100
                           IF (TE-LIBERADA OR TE-APLICADA
                               OR TE-EN-PENDIENTES)
                              AND WS-MES-OPERACION = WS-MES-REGIMEN
                               PERFORM 110-ESCRIBIR-OPERACION
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10'
                   CLOSE ARCHIVO-TRANSF-EXTERIOR
               END-IF.
               IF WS-FILE-STATUS-CLI = '00'
                   CLOSE ARCHIVO-CLIENTES
               END-IF.
               IF WS-FILE-STATUS-PRS = '00'
                   CLOSE ARCHIVO-PRESENTACION
                   DISPLAY '---> PRESENTACIÓN EMITIDA EN '
                       NOMBRE-ARCHIVO-PRES
                   DISPLAY '---> EGRESOS:  ' WS-CANT-EGRESOS
                       ' POR ARS ' WS-TOTAL-EGRESOS-ARS
                   DISPLAY '---> INGRESOS: ' WS-CANT-INGRESOS
                       ' POR ARS ' WS-TOTAL-INGRESOS-ARS
               END-IF.

           110-ESCRIBIR-OPERACION SECTION.
               MOVE TE-FECHA-LIBERACION TO RC-FECHA.
               MOVE TE-NUMERO TO RC-NUMERO.
               MOVE TE-SENTIDO TO RC-SENTIDO.
               MOVE TE-CONCEPTO-CAMBIO TO RC-CONCEPTO.
               MOVE TE-PAIS TO RC-PAIS.
               MOVE TE-MONEDA TO RC-MONEDA.
               MOVE TE-IMPORTE-ME TO RC-IMPORTE-ME.
               MOVE TE-TASA TO RC-TASA.
               MOVE TE-IMPORTE-ARS TO RC-IMPORTE-ARS.
               MOVE TE-NOMBRE-EXTERIOR TO RC-NOMBRE-EXTERIOR.
               MOVE TE-BIC TO RC-BIC.
               PERFORM 120-IDENTIFICAR-CLIENTE.
               WRITE LINEA-PRESENTACION.
               IF TE-SALIENTE
                   ADD 1 TO WS-CANT-EGRESOS
                   ADD TE-IMPORTE-ARS TO WS-TOTAL-EGRESOS-ARS
               ELSE
                   ADD 1 TO WS-CANT-INGRESOS
                   ADD TE-IMPORTE-ARS TO WS-TOTAL-INGRESOS-ARS
               END-IF.

      *    CUIT y nombre del legajo; una entrada todavía sin
      *    beneficiario identificado va sin cliente.
           120-IDENTIFICAR-CLIENTE SECTION.
               MOVE TE-DNI TO RC-CUIT.
               MOVE SPACES TO RC-NOMBRE-CLIENTE.
               IF TE-DNI NOT = ZERO AND WS-FILE-STATUS-CLI = '00'
                   MOVE TE-DNI TO CLI-DNI OF REGISTRO-CLIENTE
                   READ ARCHIVO-CLIENTES
                       KEY IS CLI-DNI OF REGISTRO-CLIENTE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CLI-NOMBRE OF REGISTRO-CLIENTE
                               TO RC-NOMBRE-CLIENTE
                           IF CLI-CUIT OF REGISTRO-CLIENTE
                              NOT = ZERO
                               MOVE CLI-CUIT OF REGISTRO-CLIENTE
                                   TO RC-CUIT
                           END-IF
                   END-READ
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
