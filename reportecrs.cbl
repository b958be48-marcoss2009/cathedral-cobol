       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-CRS.
       AUTHOR. MARCOS MUÑOZ.

      * Información anual del régimen de intercambio de información
      * financiera (CRS / FATCA): barre las cuentas y, por cada
      * titular o cotitular con residencia fiscal declarada fuera
      * de Argentina, arma un renglón de formato fijo por país
      * informable y cuenta con el saldo al 31 de diciembre (según
      * la historia de saldos diarios) y los intereses pagados en
      * el año: los acreditados en la cuenta, del archivo anual
      * más el historial activo, y los de los plazos fijos
      * constituidos desde ella. Los residentes en Estados Unidos
      * van bajo FATCA y el resto bajo CRS. Aparte lista, para
      * regularizar, a los clientes informables sin la
      * autocertificación de residencia firmada.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-CLIENTES ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DNI OF REGISTRO-CLIENTE
               FILE STATUS IS WS-FILE-STATUS-CLI.

           SELECT ARCHIVO-SALDOS-DIARIOS
               ASSIGN TO 'saldos_diarios.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-CLAVE OF REGISTRO-SALDO-DIARIO
               FILE STATUS IS WS-FILE-STATUS-SDI.

           SELECT ARCHIVO-MOVIMIENTOS
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-MOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-MOV.

           SELECT ARCHIVO-PLAZOS ASSIGN TO 'plazofijo.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-NUMERO OF REGISTRO-PLAZO
               FILE STATUS IS WS-FILE-STATUS-PLA.

           SELECT ARCHIVO-REPORTE
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-REP.

           SELECT ARCHIVO-PENDIENTES
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-PENDIENTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PEN.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-CLIENTES.
           01 REGISTRO-CLIENTE.
               COPY "cliente.cpy".

       FD  ARCHIVO-SALDOS-DIARIOS.
           01 REGISTRO-SALDO-DIARIO.
               COPY "saldodiario.cpy".

       FD  ARCHIVO-MOVIMIENTOS.
           01 REGISTRO-MOVIMIENTO.
               COPY "movimientos.cpy".

       FD  ARCHIVO-PLAZOS.
           01 REGISTRO-PLAZO.
               COPY "plazofijo.cpy".

       FD  ARCHIVO-REPORTE
           RECORD CONTAINS 150 CHARACTERS.
           01  LINEA-REPORTE          PIC X(150).

       FD  ARCHIVO-PENDIENTES
           RECORD CONTAINS 100 CHARACTERS.
           01  LINEA-PENDIENTE        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CLI    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-SDI    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-MOV    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PLA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REP    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PEN    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-MOV    PIC X(100).
       01  NOMBRE-ARCHIVO-REPORTE PIC X(100).
       01  NOMBRE-ARCHIVO-PENDIENTES PIC X(100).

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-EOF-CLI            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CLI    VALUE 'Y'.
       01  WS-EOF-SDI            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-SDI    VALUE 'Y'.
       01  WS-EOF-MOV            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-MOV    VALUE 'Y'.
       01  WS-EOF-PLA            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-PLA    VALUE 'Y'.
       01  WS-CLIENTES-ABIERTO   PIC X(01) VALUE 'N'.

      *    Año a informar; sin año tipeado, el que acaba de cerrar
      *    según la fecha de proceso.
       01  WS-ANIO               PIC 9(04).
       01  WS-FECHA-PROCESO      PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-PROCESO.
           05 WS-FP-ANIO         PIC 9(04).
           05 FILLER             PIC 9(04).
       01  WS-FECHA-CORTE        PIC 9(08).

       01  WS-CONCEPTO-INTERES   PIC 9(03) VALUE 003.
       01  WS-CONCEPTO-AJUSTE-INT PIC 9(03) VALUE 045.

      *    Integrantes de la cuenta en curso (titular y
      *    cotitulares) a revisar contra el maestro de clientes.
       01  WS-TABLA-INTEGRANTES.
           05 WS-DNI-INTEGRANTE  PIC 9(08) OCCURS 4 TIMES.
       01  WS-CANT-INTEGRANTES   PIC 9(01).
       01  WS-IDX-INTEGRANTE     PIC 9(01).
       01  WS-IDX-COTITULAR      PIC 9(01).
       01  WS-IDX-RESIDENCIA     PIC 9(01).

      *    Saldo al cierre del año e intereses del año de la cuenta
      *    en curso, calculados una sola vez aunque tenga varios
      *    integrantes informables.
       01  WS-CUENTA-CALCULADA   PIC X(01).
       01  WS-CUENTA-ACTUAL      PIC 9(08).
       01  WS-SALDO-CORTE        PIC S9(12)V99.
       01  WS-INTERESES-ANIO     PIC S9(12)V99.

       01  WS-ES-INFORMABLE      PIC X(01).

      *    Renglón de la información anual.
       01  WS-RENGLON-CRS.
           05 RC-ANIO            PIC 9(04).
           05 RC-REGIMEN         PIC X(05).
           05 RC-PAIS            PIC X(02).
           05 RC-TIN             PIC X(20).
           05 RC-DNI             PIC 9(08).
           05 RC-CUIT            PIC 9(11).
           05 RC-TIPO-PERSONA    PIC X(01).
           05 RC-NOMBRE          PIC X(30).
           05 RC-DOMICILIO       PIC X(40).
           05 RC-CUENTA          PIC 9(08).
           05 RC-MONEDA          PIC X(03).
           05 RC-SALDO           PIC 9(12)V99.
           05 RC-INTERESES       PIC 9(12)V99.
           05 RC-AUTOCERT        PIC 9(08).

       01  WS-CANT-CUENTAS       PIC 9(06) VALUE ZERO.
       01  WS-CANT-RENGLONES     PIC 9(06) VALUE ZERO.
       01  WS-CANT-PENDIENTES    PIC 9(06) VALUE ZERO.

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna.
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'REPORTE-CRS'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- INFORMACIÓN ANUAL CRS / FATCA ----'.
           DISPLAY 'Año a informar (AAAA, ENTER = año anterior): '
               WITH NO ADVANCING.
           ACCEPT WS-ANIO.
           IF WS-ANIO = ZERO
               CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-PROCESO
               SUBTRACT 1 FROM WS-FP-ANIO GIVING WS-ANIO
           END-IF.
           COMPUTE WS-FECHA-CORTE = WS-ANIO * 10000 + 1231.

           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE.
           STRING
               "crs_" DELIMITED BY SIZE
               WS-ANIO DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-REPORTE
           END-STRING.
           MOVE SPACES TO NOMBRE-ARCHIVO-PENDIENTES.
           STRING
               "crs_pendientes_" DELIMITED BY SIZE
               WS-ANIO DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-PENDIENTES
           END-STRING.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-FILE-STATUS-REP NOT = '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE INFORMACIÓN'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 100-BARRER-CUENTAS
               CLOSE ARCHIVO-REPORTE
               PERFORM 400-LISTAR-PENDIENTES
               DISPLAY '---- CUENTAS REVISADAS: ' WS-CANT-CUENTAS
               DISPLAY '---- RENGLONES INFORMADOS: '
                   WS-CANT-RENGLONES
               DISPLAY '---- SIN AUTOCERTIFICACIÓN: '
                   WS-CANT-PENDIENTES
               DISPLAY '---> INFORMACIÓN EN ' NOMBRE-ARCHIVO-REPORTE
           END-IF.
           MOVE WS-CANT-CUENTAS TO CB-PROCESADOS.
           MOVE WS-CANT-RENGLONES TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-BARRER-CUENTAS SECTION.
               MOVE 'N' TO WS-CLIENTES-ABIERTO.
               OPEN INPUT ARCHIVO-CLIENTES.
               IF WS-FILE-STATUS-CLI = '00'
                   MOVE 'S' TO WS-CLIENTES-ABIERTO
               END-IF.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS NOT = '00'
                  OR WS-CLIENTES-ABIERTO = 'N'
                   SET FIN-ARCHIVO TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CUENTAS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CANT-CUENTAS
                           PERFORM 110-REVISAR-CUENTA
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10'
                   CLOSE ARCHIVO-CUENTAS
               END-IF.
               IF WS-CLIENTES-ABIERTO = 'S'
                   CLOSE ARCHIVO-CLIENTES
               END-IF.

           110-REVISAR-CUENTA SECTION.
               MOVE CC-NUMERO-CUENTA OF RCC TO WS-CUENTA-ACTUAL.
               MOVE 'N' TO WS-CUENTA-CALCULADA.
               MOVE 1 TO WS-CANT-INTEGRANTES.
               MOVE CC-DNI-TITULAR OF RCC TO WS-DNI-INTEGRANTE (1).
               PERFORM VARYING WS-IDX-COTITULAR FROM 1 BY 1
                   UNTIL WS-IDX-COTITULAR
                       > CC-CANT-COTITULARES OF RCC
                   ADD 1 TO WS-CANT-INTEGRANTES
                   MOVE CC-DNI-COTITULAR OF RCC (WS-IDX-COTITULAR)
                       TO WS-DNI-INTEGRANTE (WS-CANT-INTEGRANTES)
               END-PERFORM.
               PERFORM VARYING WS-IDX-INTEGRANTE FROM 1 BY 1
                   UNTIL WS-IDX-INTEGRANTE > WS-CANT-INTEGRANTES
                   MOVE WS-DNI-INTEGRANTE (WS-IDX-INTEGRANTE)
                       TO CLI-DNI OF REGISTRO-CLIENTE
                   READ ARCHIVO-CLIENTES
                       KEY IS CLI-DNI OF REGISTRO-CLIENTE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 120-INFORMAR-INTEGRANTE
                   END-READ
               END-PERFORM.

      *    Un renglón por cada país de residencia distinto de
      *    Argentina; el saldo y los intereses de la cuenta se
      *    calculan con el primer integrante informable.
           120-INFORMAR-INTEGRANTE SECTION.
               PERFORM VARYING WS-IDX-RESIDENCIA FROM 1 BY 1
                   UNTIL WS-IDX-RESIDENCIA
                       > CLI-CANT-RESIDENCIAS OF REGISTRO-CLIENTE
                   IF CLI-PAIS-RESIDENCIA OF REGISTRO-CLIENTE
                      (WS-IDX-RESIDENCIA) NOT = 'AR'
                      AND CLI-PAIS-RESIDENCIA OF REGISTRO-CLIENTE
                          (WS-IDX-RESIDENCIA) NOT = SPACES
                       IF WS-CUENTA-CALCULADA = 'N'
                           PERFORM 200-SALDO-AL-CIERRE
                           PERFORM 300-INTERESES-DEL-ANIO
                           MOVE 'S' TO WS-CUENTA-CALCULADA
                       END-IF
                       PERFORM 130-GRABAR-RENGLON
                   END-IF
               END-PERFORM.

           130-GRABAR-RENGLON SECTION.
               MOVE WS-ANIO TO RC-ANIO.
               IF CLI-PAIS-RESIDENCIA OF REGISTRO-CLIENTE
                  (WS-IDX-RESIDENCIA) = 'US'
                   MOVE 'FATCA' TO RC-REGIMEN
               ELSE
                   MOVE 'CRS' TO RC-REGIMEN
               END-IF.
               MOVE CLI-PAIS-RESIDENCIA OF REGISTRO-CLIENTE
                   (WS-IDX-RESIDENCIA) TO RC-PAIS.
               MOVE CLI-TIN OF REGISTRO-CLIENTE (WS-IDX-RESIDENCIA)
                   TO RC-TIN.
               MOVE CLI-DNI OF REGISTRO-CLIENTE TO RC-DNI.
               MOVE CLI-CUIT OF REGISTRO-CLIENTE TO RC-CUIT.
               MOVE CLI-TIPO-PERSONA OF REGISTRO-CLIENTE
                   TO RC-TIPO-PERSONA.
               MOVE CLI-NOMBRE OF REGISTRO-CLIENTE TO RC-NOMBRE.
               MOVE CLI-DOMICILIO OF REGISTRO-CLIENTE
                   TO RC-DOMICILIO.
               MOVE WS-CUENTA-ACTUAL TO RC-CUENTA.
               MOVE CC-MONEDA OF RCC TO RC-MONEDA.
      *        Una cuenta en descubierto se informa con saldo cero.
               IF WS-SALDO-CORTE > ZERO
                   MOVE WS-SALDO-CORTE TO RC-SALDO
               ELSE
                   MOVE ZERO TO RC-SALDO
               END-IF.
               IF WS-INTERESES-ANIO > ZERO
                   MOVE WS-INTERESES-ANIO TO RC-INTERESES
               ELSE
                   MOVE ZERO TO RC-INTERESES
               END-IF.
               MOVE CLI-FECHA-AUTOCERT OF REGISTRO-CLIENTE
                   TO RC-AUTOCERT.
               MOVE WS-RENGLON-CRS TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               ADD 1 TO WS-CANT-RENGLONES.

      *    Saldo al corte: el último cierre diario igual o anterior
      *    al 31 de diciembre.
           200-SALDO-AL-CIERRE SECTION.
               MOVE ZERO TO WS-SALDO-CORTE.
               MOVE 'N' TO WS-EOF-SDI.
               OPEN INPUT ARCHIVO-SALDOS-DIARIOS.
               IF WS-FILE-STATUS-SDI NOT = '00'
                   SET FIN-ARCHIVO-SDI TO TRUE
               ELSE
                   MOVE WS-CUENTA-ACTUAL
                       TO SD-CUENTA OF REGISTRO-SALDO-DIARIO
                   MOVE ZERO TO SD-FECHA OF REGISTRO-SALDO-DIARIO
                   START ARCHIVO-SALDOS-DIARIOS
                       KEY IS GREATER THAN
                       SD-CLAVE OF REGISTRO-SALDO-DIARIO
                       INVALID KEY
                           SET FIN-ARCHIVO-SDI TO TRUE
                   END-START
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-SDI
                   READ ARCHIVO-SALDOS-DIARIOS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-SDI TO TRUE
                       NOT AT END
                           IF SD-CUENTA OF REGISTRO-SALDO-DIARIO
                              NOT = WS-CUENTA-ACTUAL
                              OR SD-FECHA OF REGISTRO-SALDO-DIARIO
                                 > WS-FECHA-CORTE
                               SET FIN-ARCHIVO-SDI TO TRUE
                           ELSE
                               MOVE SD-SALDO-CIERRE
                                   OF REGISTRO-SALDO-DIARIO
                                   TO WS-SALDO-CORTE
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-SDI = '00'
                  OR WS-FILE-STATUS-SDI = '10'
                   CLOSE ARCHIVO-SALDOS-DIARIOS
               END-IF.

      *    Intereses del año: los acreditados en la cuenta (archivo
      *    anual e historial activo, netos de anulaciones) y los
      *    pagados por los plazos fijos constituidos desde ella.
           300-INTERESES-DEL-ANIO SECTION.
               MOVE ZERO TO WS-INTERESES-ANIO.
               MOVE SPACES TO NOMBRE-ARCHIVO-MOV.
               STRING
                   "cuentas/" DELIMITED BY SIZE
                   WS-CUENTA-ACTUAL DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-ANIO DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-MOV
               END-STRING.
               PERFORM 310-LEER-UN-HISTORIAL.
               MOVE SPACES TO NOMBRE-ARCHIVO-MOV.
               STRING
                   "cuentas/" DELIMITED BY SIZE
                   WS-CUENTA-ACTUAL DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-MOV
               END-STRING.
               PERFORM 310-LEER-UN-HISTORIAL.
               PERFORM 320-INTERESES-PLAZOS.

           310-LEER-UN-HISTORIAL SECTION.
               MOVE 'N' TO WS-EOF-MOV.
               OPEN INPUT ARCHIVO-MOVIMIENTOS.
               IF WS-FILE-STATUS-MOV NOT = '00'
                   SET FIN-ARCHIVO-MOV TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-MOV
                   READ ARCHIVO-MOVIMIENTOS
                       AT END
                           SET FIN-ARCHIVO-MOV TO TRUE
                       NOT AT END
                           IF FECHA-MOVIMIENTO
                              OF REGISTRO-MOVIMIENTO (1:4) = WS-ANIO
                              AND (CONCEPTO OF REGISTRO-MOVIMIENTO
                                   = WS-CONCEPTO-INTERES
                                OR CONCEPTO OF REGISTRO-MOVIMIENTO
                                   = WS-CONCEPTO-AJUSTE-INT)
                               IF DEBE OF REGISTRO-MOVIMIENTO
                                  OR PUNITORIO OF REGISTRO-MOVIMIENTO
                                   SUBTRACT MONTO OF REGISTRO-MOVIMIENTO
                                       FROM WS-INTERESES-ANIO
                               ELSE
                                   ADD MONTO OF REGISTRO-MOVIMIENTO
                                       TO WS-INTERESES-ANIO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-MOV = '00'
                  OR WS-FILE-STATUS-MOV = '10'
                   CLOSE ARCHIVO-MOVIMIENTOS
               END-IF.

           320-INTERESES-PLAZOS SECTION.
               MOVE 'N' TO WS-EOF-PLA.
               OPEN INPUT ARCHIVO-PLAZOS.
               IF WS-FILE-STATUS-PLA NOT = '00'
                   SET FIN-ARCHIVO-PLA TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-PLA
                   READ ARCHIVO-PLAZOS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-PLA TO TRUE
                       NOT AT END
                           IF PF-CUENTA-ORIGEN OF REGISTRO-PLAZO
                              = WS-CUENTA-ACTUAL
                              AND PF-FECHA-LIQUIDACION
                                  OF REGISTRO-PLAZO (1:4) = WS-ANIO
                               ADD PF-INTERES-PAGADO
                                   OF REGISTRO-PLAZO
                                   TO WS-INTERESES-ANIO
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-PLA = '00'
                  OR WS-FILE-STATUS-PLA = '10'
                   CLOSE ARCHIVO-PLAZOS
               END-IF.

      *    Clientes con residencia fiscal en el exterior que no
      *    firmaron la autocertificación: la sucursal tiene que
      *    pedírsela.
           400-LISTAR-PENDIENTES SECTION.
               OPEN OUTPUT ARCHIVO-PENDIENTES.
               IF WS-FILE-STATUS-PEN NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL LISTADO DE PENDIENTES'
               ELSE
                   MOVE 'N' TO WS-EOF-CLI
                   OPEN INPUT ARCHIVO-CLIENTES
                   IF WS-FILE-STATUS-CLI NOT = '00'
                       SET FIN-ARCHIVO-CLI TO TRUE
                   END-IF
                   PERFORM UNTIL FIN-ARCHIVO-CLI
                       READ ARCHIVO-CLIENTES NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-CLI TO TRUE
                           NOT AT END
                               PERFORM 410-EVALUAR-PENDIENTE
                       END-READ
                   END-PERFORM
                   IF WS-FILE-STATUS-CLI = '00'
                      OR WS-FILE-STATUS-CLI = '10'
                       CLOSE ARCHIVO-CLIENTES
                   END-IF
                   CLOSE ARCHIVO-PENDIENTES
                   MOVE NOMBRE-ARCHIVO-PENDIENTES TO WS-ARCHIVO-CATALOGO
                   CALL 'REGISTRAR-REPORTE' USING
                       WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                       WS-SUCURSAL-CATALOGO
               END-IF.

           410-EVALUAR-PENDIENTE SECTION.
               MOVE 'N' TO WS-ES-INFORMABLE.
               PERFORM VARYING WS-IDX-RESIDENCIA FROM 1 BY 1
                   UNTIL WS-IDX-RESIDENCIA
                       > CLI-CANT-RESIDENCIAS OF REGISTRO-CLIENTE
                   IF CLI-PAIS-RESIDENCIA OF REGISTRO-CLIENTE
                      (WS-IDX-RESIDENCIA) NOT = 'AR'
                      AND CLI-PAIS-RESIDENCIA OF REGISTRO-CLIENTE
                          (WS-IDX-RESIDENCIA) NOT = SPACES
                       MOVE 'S' TO WS-ES-INFORMABLE
                   END-IF
               END-PERFORM.
               IF WS-ES-INFORMABLE = 'S'
                  AND CLI-FECHA-AUTOCERT OF REGISTRO-CLIENTE = ZERO
                  AND NOT CLIENTE-DE-BAJA OF REGISTRO-CLIENTE
                   MOVE SPACES TO LINEA-PENDIENTE
                   STRING
                       CLI-DNI OF REGISTRO-CLIENTE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       CLI-NOMBRE OF REGISTRO-CLIENTE
                           DELIMITED BY SIZE
                       ' SIN AUTOCERTIFICACION - RESIDENCIAS '
                           DELIMITED BY SIZE
                       CLI-PAIS-RESIDENCIA OF REGISTRO-CLIENTE (1)
                           DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       CLI-PAIS-RESIDENCIA OF REGISTRO-CLIENTE (2)
                           DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       CLI-PAIS-RESIDENCIA OF REGISTRO-CLIENTE (3)
                           DELIMITED BY SIZE
                       INTO LINEA-PENDIENTE
                   END-STRING
                   WRITE LINEA-PENDIENTE
                   ADD 1 TO WS-CANT-PENDIENTES
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
