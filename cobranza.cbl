       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGUIMIENTO-COBRANZA.
       AUTHOR. MARCOS MUÑOZ.

      * Batch diario de cobranza: junta por DNI lo que el cliente
      * tiene vencido — cuotas impagas de préstamos vigentes,
      * descubierto en cuentas (envejecido desde el último saldo
      * de cierre no negativo) y saldo a recuperar de préstamos
      * castigados — y lleva un caso de cobranza por cliente en
      * casos_cobranza.dat. El caso pasa por las etapas de
      * recordatorio, llamado, carta documento, derivación a una
      * agencia externa y legales según los días de atraso de la
      * peor deuda; una promesa de pago vigente frena el avance
      * hasta su fecha, y si vence incumplida el caso pasa a la
      * etapa siguiente. El recordatorio y la carta documento se
      * despachan como eventos para GENERAR-AVISOS. Cuando
      * COBRAR-CUOTAS-PRESTAMO o la cancelación del descubierto
      * dejan al cliente al día, el caso se cierra solo. Cada
      * cambio queda en la bitácora del caso
      * (gestiones_cobranza.dat) y los casos abiertos salen en la
      * lista de trabajo del día (cobranza_<fecha>.txt). Días de
      * atraso con la misma aritmética 30/360 del reporte de mora.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PRESTAMOS ASSIGN TO 'prestamos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-NUMERO OF REGISTRO-PRESTAMO
               FILE STATUS IS WS-FILE-STATUS-PRE.

           SELECT ARCHIVO-CUOTAS
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-CUOTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CUO.

           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-SALDOS-DIARIOS
               ASSIGN TO 'saldos_diarios.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-CLAVE OF REGISTRO-SALDO-DIARIO
               FILE STATUS IS WS-FILE-STATUS-SDI.

           SELECT ARCHIVO-CASTIGOS ASSIGN TO 'castigos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-PRESTAMO OF REGISTRO-CASTIGO
               FILE STATUS IS WS-FILE-STATUS-CAS.

           SELECT ARCHIVO-CASOS-COBRANZA
               ASSIGN TO 'casos_cobranza.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-CLAVE OF REGISTRO-CASO-COBRANZA
               FILE STATUS IS WS-FILE-STATUS-COB.

           SELECT ARCHIVO-GESTIONES
               ASSIGN TO 'gestiones_cobranza.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GES-CLAVE OF REGISTRO-GESTION
               FILE STATUS IS WS-FILE-STATUS-GES.

      *    Lista de trabajo del día para los gestores.
           SELECT ARCHIVO-REPORTE
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-REP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PRESTAMOS.
           01 REGISTRO-PRESTAMO.
               COPY "prestamo.cpy".

       FD  ARCHIVO-CUOTAS.
           01 REGISTRO-CUOTA.
               COPY "cuotaprestamo.cpy".

       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-SALDOS-DIARIOS.
           01 REGISTRO-SALDO-DIARIO.
               COPY "saldodiario.cpy".

       FD  ARCHIVO-CASTIGOS.
           01 REGISTRO-CASTIGO.
               COPY "castigo.cpy".

       FD  ARCHIVO-CASOS-COBRANZA.
           01 REGISTRO-CASO-COBRANZA.
               COPY "casocobranza.cpy".

       FD  ARCHIVO-GESTIONES.
           01 REGISTRO-GESTION.
               COPY "gestioncobranza.cpy".

       FD  ARCHIVO-REPORTE
           RECORD CONTAINS 100 CHARACTERS.
           01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PRE    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CUO    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-SDI    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CAS    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-COB    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-GES    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REP    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-CUOTAS PIC X(100).
       01  NOMBRE-ARCHIVO-REPORTE PIC X(100).

       01  WS-EOF-PRE            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-PRE    VALUE 'Y'.
       01  WS-EOF-CUO            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CUO    VALUE 'Y'.
       01  WS-EOF-CTA            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CTA    VALUE 'Y'.
       01  WS-EOF-SDI            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-SDI    VALUE 'Y'.
       01  WS-EOF-CAS            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CAS    VALUE 'Y'.
       01  WS-EOF-COB            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-COB    VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-HOY.
           05 WS-FH-ANIO         PIC 9(04).
           05 WS-FH-MES          PIC 9(02).
           05 WS-FH-DIA          PIC 9(02).

      *    Fecha comparada en los cálculos de atraso.
       01  WS-FECHA-REF          PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-REF.
           05 WS-FR-ANIO         PIC 9(04).
           05 WS-FR-MES          PIC 9(02).
           05 WS-FR-DIA          PIC 9(02).
       01  WS-DIAS-ATRASO        PIC S9(05).

      *    Deuda vencida que se está computando y de quién es.
       01  WS-DNI-DEUDOR         PIC 9(08).
       01  WS-CUENTA-DEUDA       PIC 9(08).
       01  WS-DEUDA              PIC S9(12)V99.

      *    Descubierto: última fecha con saldo de cierre no
      *    negativo en la historia de la cuenta.
       01  WS-FECHA-ULT-POSITIVO PIC 9(08).
       01  WS-FECHA-PRIMER-REG   PIC 9(08).

      *    Clientes con deuda vencida (hasta 500 DNI por corrida).
      *    La cuenta es la de la deuda más atrasada.
       01  WS-TABLA-MOROSOS.
           05 WS-MOROSO OCCURS 500 TIMES.
               10 WS-MO-DNI          PIC 9(08).
               10 WS-MO-DIAS         PIC S9(05).
               10 WS-MO-DEUDA        PIC S9(12)V99.
               10 WS-MO-CUENTA       PIC 9(08).
               10 WS-MO-CON-CASO     PIC X(01).
       01  WS-CANT-MOROSOS       PIC 9(03) VALUE ZERO.
       01  WS-IDX-MOROSO         PIC 9(03).
       01  WS-MOROSO-HALLADO     PIC X(01).

      *    Días de atraso desde los que rige cada etapa: 1
      *    recordatorio, 2 llamado, 3 carta documento, 4 agencia
      *    externa, 5 legales.
       01  WS-DIAS-ETAPA-INICIALES.
           05 FILLER             PIC X(03) VALUE '005'.
           05 FILLER             PIC X(03) VALUE '030'.
           05 FILLER             PIC X(03) VALUE '060'.
           05 FILLER             PIC X(03) VALUE '090'.
           05 FILLER             PIC X(03) VALUE '180'.
       01  WS-DIAS-ETAPAS REDEFINES WS-DIAS-ETAPA-INICIALES.
           05 WS-DIAS-ETAPA      PIC 9(03) OCCURS 5 TIMES.
       01  WS-NOMBRES-ETAPA-INICIALES.
           05 FILLER             PIC X(16) VALUE 'RECORDATORIO'.
           05 FILLER             PIC X(16) VALUE 'LLAMADO'.
           05 FILLER             PIC X(16) VALUE 'CARTA DOCUMENTO'.
           05 FILLER             PIC X(16) VALUE 'AGENCIA EXTERNA'.
           05 FILLER             PIC X(16) VALUE 'LEGALES'.
       01  WS-NOMBRES-ETAPAS REDEFINES WS-NOMBRES-ETAPA-INICIALES.
           05 WS-NOMBRE-ETAPA    PIC X(16) OCCURS 5 TIMES.
       01  WS-IDX-ETAPA          PIC 9(01).
       01  WS-ETAPA-NUEVA        PIC 9(01).
       01  WS-ETAPA-POR-DIAS     PIC 9(01).

      *    Bitácora y eventos de cobranza.
       01  WS-DETALLE-GESTION    PIC X(40).
       01  WS-OPERADOR-BATCH     PIC X(08) VALUE 'BATCH'.
       01  WS-TIPO-EVENTO        PIC X(12).
       01  WS-DETALLE-EVENTO     PIC X(40).
       01  WS-DIAS-DISPLAY       PIC ZZZZ9.

       01  WS-CANT-SEGUIDOS      PIC 9(06) VALUE ZERO.
       01  WS-CANT-NUEVOS        PIC 9(06) VALUE ZERO.
       01  WS-CANT-AVANZADOS     PIC 9(06) VALUE ZERO.
       01  WS-CANT-INCUMPLIDAS   PIC 9(06) VALUE ZERO.
       01  WS-CANT-CERRADOS      PIC 9(06) VALUE ZERO.

       01  WS-DEUDA-DISPLAY      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna.
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- SEGUIMIENTO DE COBRANZA ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 100-RELEVAR-PRESTAMOS.
           PERFORM 200-RELEVAR-DESCUBIERTOS.
           PERFORM 270-RELEVAR-CASTIGOS.
           PERFORM 300-ABRIR-ARCHIVOS.
           IF RETURN-CODE = ZERO
               PERFORM 310-ESCRIBIR-ENCABEZADO
               PERFORM 400-SEGUIR-CASOS
               PERFORM 500-ABRIR-CASOS-NUEVOS
               CLOSE ARCHIVO-CASOS-COBRANZA
               CLOSE ARCHIVO-GESTIONES
               CLOSE ARCHIVO-REPORTE
               DISPLAY '---> LISTA DE TRABAJO EN '
                   NOMBRE-ARCHIVO-REPORTE
           END-IF.
           DISPLAY '---- CASOS SEGUIDOS:      ' WS-CANT-SEGUIDOS.
           DISPLAY '---- CASOS ABIERTOS HOY:  ' WS-CANT-NUEVOS.
           DISPLAY '---- CAMBIOS DE ETAPA:    ' WS-CANT-AVANZADOS.
           DISPLAY '---- PROMESAS INCUMPLIDAS:' WS-CANT-INCUMPLIDAS.
           DISPLAY '---- CASOS CERRADOS:      ' WS-CANT-CERRADOS.
           COMPUTE CB-PROCESADOS = WS-CANT-SEGUIDOS + WS-CANT-NUEVOS.
           COMPUTE CB-APLICADOS = WS-CANT-AVANZADOS
               + WS-CANT-CERRADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-RELEVAR-PRESTAMOS SECTION.
               MOVE 'N' TO WS-EOF-PRE.
               OPEN INPUT ARCHIVO-PRESTAMOS.
               IF WS-FILE-STATUS-PRE NOT = '00'
                   SET FIN-ARCHIVO-PRE TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-PRE
                   READ ARCHIVO-PRESTAMOS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-PRE TO TRUE
                       NOT AT END
                           IF PRESTAMO-VIGENTE OF REGISTRO-PRESTAMO
                               PERFORM 110-RELEVAR-UN-PRESTAMO
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-PRE = '00'
                  OR WS-FILE-STATUS-PRE = '10'
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF.

      *    El DNI del deudor sale de la cuenta vinculada.
           110-RELEVAR-UN-PRESTAMO SECTION.
               MOVE ZERO TO WS-DNI-DEUDOR.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS = '00'
                   MOVE PR-CUENTA OF REGISTRO-PRESTAMO
                       TO CC-NUMERO-CUENTA OF RCC
                   READ ARCHIVO-CUENTAS
                       KEY IS CC-NUMERO-CUENTA OF RCC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CC-DNI-TITULAR OF RCC
                               TO WS-DNI-DEUDOR
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
               END-IF.
               IF WS-DNI-DEUDOR NOT = ZERO
                   MOVE PR-CUENTA OF REGISTRO-PRESTAMO
                       TO WS-CUENTA-DEUDA
                   PERFORM 120-RELEVAR-PLAN-CUOTAS
               END-IF.

           120-RELEVAR-PLAN-CUOTAS SECTION.
               MOVE SPACES TO NOMBRE-ARCHIVO-CUOTAS.
               STRING
                   "prestamos/" DELIMITED BY SIZE
                   PR-NUMERO OF REGISTRO-PRESTAMO
                   DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-CUOTAS
               END-STRING.
               MOVE 'N' TO WS-EOF-CUO.
               OPEN INPUT ARCHIVO-CUOTAS.
               IF WS-FILE-STATUS-CUO NOT = '00'
                   SET FIN-ARCHIVO-CUO TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-CUO
                   READ ARCHIVO-CUOTAS
                       AT END
                           SET FIN-ARCHIVO-CUO TO TRUE
                       NOT AT END
                           IF CUOTA-PENDIENTE OF REGISTRO-CUOTA
                              AND CUO-FECHA-VENC OF REGISTRO-CUOTA
                                  < WS-FECHA-HOY
                               MOVE CUO-FECHA-VENC
                                   OF REGISTRO-CUOTA
                                   TO WS-FECHA-REF
                               PERFORM 130-CALCULAR-ATRASO
                               COMPUTE WS-DEUDA =
                                   CUO-CAPITAL OF REGISTRO-CUOTA
                                   + CUO-INTERES OF REGISTRO-CUOTA
                               PERFORM 140-ACUMULAR-MOROSO
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-CUO = '00'
                  OR WS-FILE-STATUS-CUO = '10'
                   CLOSE ARCHIVO-CUOTAS
               END-IF.

      *    Días de atraso contra la fecha de referencia, con la
      *    aritmética 30/360 del reporte de mora.
           130-CALCULAR-ATRASO SECTION.
               COMPUTE WS-DIAS-ATRASO =
                   (WS-FH-ANIO - WS-FR-ANIO) * 360
                   + (WS-FH-MES - WS-FR-MES) * 30
                   + (WS-FH-DIA - WS-FR-DIA).
               IF WS-DIAS-ATRASO < ZERO
                   MOVE ZERO TO WS-DIAS-ATRASO
               END-IF.

      *    Suma la deuda al DNI y retiene el peor atraso con su
      *    cuenta.
           140-ACUMULAR-MOROSO SECTION.
               MOVE 'N' TO WS-MOROSO-HALLADO.
               PERFORM VARYING WS-IDX-MOROSO FROM 1 BY 1
                   UNTIL WS-IDX-MOROSO > WS-CANT-MOROSOS
                   OR WS-MOROSO-HALLADO = 'S'
                   IF WS-MO-DNI (WS-IDX-MOROSO) = WS-DNI-DEUDOR
                       MOVE 'S' TO WS-MOROSO-HALLADO
                       ADD WS-DEUDA TO WS-MO-DEUDA (WS-IDX-MOROSO)
                       IF WS-DIAS-ATRASO
                          > WS-MO-DIAS (WS-IDX-MOROSO)
                           MOVE WS-DIAS-ATRASO
                               TO WS-MO-DIAS (WS-IDX-MOROSO)
                           MOVE WS-CUENTA-DEUDA
                               TO WS-MO-CUENTA (WS-IDX-MOROSO)
                       END-IF
                   END-IF
               END-PERFORM.
               IF WS-MOROSO-HALLADO NOT = 'S'
                  AND WS-CANT-MOROSOS < 500
                   ADD 1 TO WS-CANT-MOROSOS
                   MOVE WS-DNI-DEUDOR
                       TO WS-MO-DNI (WS-CANT-MOROSOS)
                   MOVE WS-DIAS-ATRASO
                       TO WS-MO-DIAS (WS-CANT-MOROSOS)
                   MOVE WS-DEUDA
                       TO WS-MO-DEUDA (WS-CANT-MOROSOS)
                   MOVE WS-CUENTA-DEUDA
                       TO WS-MO-CUENTA (WS-CANT-MOROSOS)
                   MOVE 'N' TO WS-MO-CON-CASO (WS-CANT-MOROSOS)
               END-IF.

      *    Descubiertos: cada cuenta con saldo negativo aporta su
      *    deuda al DNI del titular, envejecida desde el último
      *    día con saldo de cierre no negativo.
           200-RELEVAR-DESCUBIERTOS SECTION.
               MOVE 'N' TO WS-EOF-CTA.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS NOT = '00'
                   SET FIN-ARCHIVO-CTA TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-CTA
                   READ ARCHIVO-CUENTAS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-CTA TO TRUE
                       NOT AT END
                           IF CC-SALDO OF RCC < ZERO
                               PERFORM 210-RELEVAR-UN-DESCUBIERTO
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10'
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

           210-RELEVAR-UN-DESCUBIERTO SECTION.
               PERFORM 220-BUSCAR-ULTIMO-POSITIVO.
               IF WS-FECHA-ULT-POSITIVO NOT = ZERO
                   MOVE WS-FECHA-ULT-POSITIVO TO WS-FECHA-REF
               ELSE
                   IF WS-FECHA-PRIMER-REG NOT = ZERO
                       MOVE WS-FECHA-PRIMER-REG TO WS-FECHA-REF
                   ELSE
                       MOVE WS-FECHA-HOY TO WS-FECHA-REF
                   END-IF
               END-IF.
               PERFORM 130-CALCULAR-ATRASO.
               MOVE CC-DNI-TITULAR OF RCC TO WS-DNI-DEUDOR.
               MOVE CC-NUMERO-CUENTA OF RCC TO WS-CUENTA-DEUDA.
               COMPUTE WS-DEUDA = ZERO - CC-SALDO OF RCC.
               PERFORM 140-ACUMULAR-MOROSO.

           220-BUSCAR-ULTIMO-POSITIVO SECTION.
               MOVE ZERO TO WS-FECHA-ULT-POSITIVO.
               MOVE ZERO TO WS-FECHA-PRIMER-REG.
               MOVE 'N' TO WS-EOF-SDI.
               OPEN INPUT ARCHIVO-SALDOS-DIARIOS.
               IF WS-FILE-STATUS-SDI NOT = '00'
                   SET FIN-ARCHIVO-SDI TO TRUE
               ELSE
                   MOVE CC-NUMERO-CUENTA OF RCC
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
                              NOT = CC-NUMERO-CUENTA OF RCC
                               SET FIN-ARCHIVO-SDI TO TRUE
                           ELSE
                               IF WS-FECHA-PRIMER-REG = ZERO
                                   MOVE SD-FECHA
                                       OF REGISTRO-SALDO-DIARIO
                                       TO WS-FECHA-PRIMER-REG
                               END-IF
                               IF SD-SALDO-CIERRE
                                  OF REGISTRO-SALDO-DIARIO
                                  >= ZERO
                                   MOVE SD-FECHA
                                       OF REGISTRO-SALDO-DIARIO
                                       TO WS-FECHA-ULT-POSITIVO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-SDI = '00'
                  OR WS-FILE-STATUS-SDI = '10'
                   CLOSE ARCHIVO-SALDOS-DIARIOS
               END-IF.

      *    Castigados: el saldo a recuperar sigue en gestión, con
      *    el atraso desde su mora.
           270-RELEVAR-CASTIGOS SECTION.
               MOVE 'N' TO WS-EOF-CAS.
               OPEN INPUT ARCHIVO-CASTIGOS.
               IF WS-FILE-STATUS-CAS NOT = '00'
                   SET FIN-ARCHIVO-CAS TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-CAS
                   READ ARCHIVO-CASTIGOS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-CAS TO TRUE
                       NOT AT END
                           IF CASTIGO-PENDIENTE OF REGISTRO-CASTIGO
                               PERFORM 280-RELEVAR-UN-CASTIGO
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-CAS = '00'
                  OR WS-FILE-STATUS-CAS = '10'
                   CLOSE ARCHIVO-CASTIGOS
               END-IF.

           280-RELEVAR-UN-CASTIGO SECTION.
               MOVE CA-FECHA-MORA OF REGISTRO-CASTIGO
                   TO WS-FECHA-REF.
               PERFORM 130-CALCULAR-ATRASO.
               MOVE CA-DNI OF REGISTRO-CASTIGO TO WS-DNI-DEUDOR.
               MOVE CA-CUENTA OF REGISTRO-CASTIGO TO WS-CUENTA-DEUDA.
               COMPUTE WS-DEUDA =
                   CA-CAPITAL-CASTIGADO OF REGISTRO-CASTIGO
                   + CA-INTERES-VENCIDO OF REGISTRO-CASTIGO
                   - CA-TOTAL-RECUPERADO OF REGISTRO-CASTIGO.
               PERFORM 140-ACUMULAR-MOROSO.

      *    Casos y bitácora se crean vacíos la primera vez.
           300-ABRIR-ARCHIVOS SECTION.
               OPEN I-O ARCHIVO-CASOS-COBRANZA.
               IF WS-FILE-STATUS-COB = '35'
                   OPEN OUTPUT ARCHIVO-CASOS-COBRANZA
                   CLOSE ARCHIVO-CASOS-COBRANZA
                   OPEN I-O ARCHIVO-CASOS-COBRANZA
               END-IF.
               IF WS-FILE-STATUS-COB NOT = '00'
                   DISPLAY 'ERROR AL ABRIR LOS CASOS DE COBRANZA'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN I-O ARCHIVO-GESTIONES
                   IF WS-FILE-STATUS-GES = '35'
                       OPEN OUTPUT ARCHIVO-GESTIONES
                       CLOSE ARCHIVO-GESTIONES
                       OPEN I-O ARCHIVO-GESTIONES
                   END-IF
                   IF WS-FILE-STATUS-GES NOT = '00'
                       DISPLAY 'ERROR AL ABRIR LA BITÁCORA DE '
                           'COBRANZA'
                       CLOSE ARCHIVO-CASOS-COBRANZA
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE
                       STRING
                           "cobranza_" DELIMITED BY SIZE
                           WS-FECHA-HOY DELIMITED BY SIZE
                           ".txt" DELIMITED BY SIZE
                           INTO NOMBRE-ARCHIVO-REPORTE
                       END-STRING
                       OPEN OUTPUT ARCHIVO-REPORTE
                       IF WS-FILE-STATUS-REP NOT = '00'
                           DISPLAY 'ERROR AL CREAR LA LISTA DE '
                               'TRABAJO'
                           CLOSE ARCHIVO-CASOS-COBRANZA
                           CLOSE ARCHIVO-GESTIONES
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF.

           310-ESCRIBIR-ENCABEZADO SECTION.
               MOVE ALL '=' TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "CASOS DE COBRANZA ABIERTOS AL " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               MOVE ALL '=' TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.

      *    Sigue los casos abiertos: el cliente que ya no figura
      *    con deuda vencida quedó al día y su caso se cierra.
           400-SEGUIR-CASOS SECTION.
               MOVE 'N' TO WS-EOF-COB.
               MOVE ZERO TO COB-DNI OF REGISTRO-CASO-COBRANZA.
               MOVE ZERO
                   TO COB-FECHA-APERTURA OF REGISTRO-CASO-COBRANZA.
               START ARCHIVO-CASOS-COBRANZA
                   KEY IS >= COB-CLAVE OF REGISTRO-CASO-COBRANZA
                   INVALID KEY
                       SET FIN-ARCHIVO-COB TO TRUE
               END-START.
               PERFORM UNTIL FIN-ARCHIVO-COB
                   READ ARCHIVO-CASOS-COBRANZA NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-COB TO TRUE
                       NOT AT END
                           IF COBRANZA-ABIERTA
                              OF REGISTRO-CASO-COBRANZA
                               ADD 1 TO WS-CANT-SEGUIDOS
                               PERFORM 410-SEGUIR-UN-CASO
                           END-IF
                   END-READ
               END-PERFORM.

           410-SEGUIR-UN-CASO SECTION.
               MOVE 'N' TO WS-MOROSO-HALLADO.
               PERFORM VARYING WS-IDX-MOROSO FROM 1 BY 1
                   UNTIL WS-IDX-MOROSO > WS-CANT-MOROSOS
                   OR WS-MOROSO-HALLADO = 'S'
                   IF WS-MO-DNI (WS-IDX-MOROSO)
                      = COB-DNI OF REGISTRO-CASO-COBRANZA
                       MOVE 'S' TO WS-MOROSO-HALLADO
                   END-IF
               END-PERFORM.
               IF WS-MOROSO-HALLADO NOT = 'S'
                   PERFORM 450-CERRAR-CASO
               ELSE
                   SUBTRACT 1 FROM WS-IDX-MOROSO
                   MOVE 'S' TO WS-MO-CON-CASO (WS-IDX-MOROSO)
                   PERFORM 420-ACTUALIZAR-CASO
                   REWRITE REGISTRO-CASO-COBRANZA
                   PERFORM 480-ESCRIBIR-RENGLON
               END-IF.

      *    La promesa vencida se juzga primero: incumplida, el caso
      *    sube una etapa. Mientras haya una promesa en curso el
      *    atraso no hace avanzar el caso.
           420-ACTUALIZAR-CASO SECTION.
               MOVE WS-MO-CUENTA (WS-IDX-MOROSO)
                   TO COB-CUENTA OF REGISTRO-CASO-COBRANZA.
               MOVE WS-MO-DIAS (WS-IDX-MOROSO)
                   TO COB-DIAS-ATRASO OF REGISTRO-CASO-COBRANZA.
               MOVE WS-MO-DEUDA (WS-IDX-MOROSO)
                   TO COB-DEUDA-VENCIDA OF REGISTRO-CASO-COBRANZA.
               MOVE COB-ETAPA OF REGISTRO-CASO-COBRANZA
                   TO WS-ETAPA-NUEVA.
               IF PROMESA-PENDIENTE OF REGISTRO-CASO-COBRANZA
                  AND COB-PROMESA-FECHA OF REGISTRO-CASO-COBRANZA
                      < WS-FECHA-HOY
                   PERFORM 430-JUZGAR-PROMESA
               END-IF.
               IF NOT PROMESA-PENDIENTE OF REGISTRO-CASO-COBRANZA
                   PERFORM 440-ETAPA-POR-DIAS
                   IF WS-ETAPA-POR-DIAS > WS-ETAPA-NUEVA
                       MOVE WS-ETAPA-POR-DIAS TO WS-ETAPA-NUEVA
                   END-IF
               END-IF.
               IF WS-ETAPA-NUEVA > COB-ETAPA OF REGISTRO-CASO-COBRANZA
                   PERFORM 460-CAMBIAR-ETAPA
               END-IF.

           430-JUZGAR-PROMESA SECTION.
               IF COB-DEUDA-VENCIDA OF REGISTRO-CASO-COBRANZA
                  <= COB-PROMESA-DEUDA OF REGISTRO-CASO-COBRANZA
                     - COB-PROMESA-MONTO OF REGISTRO-CASO-COBRANZA
                   MOVE 'C' TO COB-PROMESA-ESTADO
                       OF REGISTRO-CASO-COBRANZA
                   MOVE 'PROMESA DE PAGO CUMPLIDA'
                       TO WS-DETALLE-GESTION
                   PERFORM 470-REGISTRAR-GESTION
               ELSE
                   MOVE 'I' TO COB-PROMESA-ESTADO
                       OF REGISTRO-CASO-COBRANZA
                   ADD 1 TO WS-CANT-INCUMPLIDAS
                   MOVE 'PROMESA DE PAGO INCUMPLIDA'
                       TO WS-DETALLE-GESTION
                   PERFORM 470-REGISTRAR-GESTION
                   IF WS-ETAPA-NUEVA < 5
                       ADD 1 TO WS-ETAPA-NUEVA
                   END-IF
               END-IF.

           440-ETAPA-POR-DIAS SECTION.
               MOVE ZERO TO WS-ETAPA-POR-DIAS.
               PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
                   UNTIL WS-IDX-ETAPA > 5
                   IF WS-MO-DIAS (WS-IDX-MOROSO)
                      >= WS-DIAS-ETAPA (WS-IDX-ETAPA)
                       MOVE WS-IDX-ETAPA TO WS-ETAPA-POR-DIAS
                   END-IF
               END-PERFORM.

           450-CERRAR-CASO SECTION.
               MOVE 'C' TO COB-ESTADO OF REGISTRO-CASO-COBRANZA.
               MOVE WS-FECHA-HOY
                   TO COB-FECHA-CIERRE OF REGISTRO-CASO-COBRANZA.
               MOVE ZERO TO COB-DIAS-ATRASO OF REGISTRO-CASO-COBRANZA.
               MOVE ZERO
                   TO COB-DEUDA-VENCIDA OF REGISTRO-CASO-COBRANZA.
               IF PROMESA-PENDIENTE OF REGISTRO-CASO-COBRANZA
                   MOVE 'C' TO COB-PROMESA-ESTADO
                       OF REGISTRO-CASO-COBRANZA
               END-IF.
               MOVE 'CASO CERRADO: CLIENTE AL DIA'
                   TO WS-DETALLE-GESTION.
               PERFORM 470-REGISTRAR-GESTION.
               REWRITE REGISTRO-CASO-COBRANZA.
               ADD 1 TO WS-CANT-CERRADOS.

      *    El recordatorio y la carta documento salen como avisos
      *    al cliente; el llamado y las derivaciones quedan en la
      *    lista de trabajo de los gestores.
           460-CAMBIAR-ETAPA SECTION.
               MOVE WS-ETAPA-NUEVA
                   TO COB-ETAPA OF REGISTRO-CASO-COBRANZA.
               MOVE WS-FECHA-HOY
                   TO COB-FECHA-ETAPA OF REGISTRO-CASO-COBRANZA.
               ADD 1 TO WS-CANT-AVANZADOS.
               MOVE SPACES TO WS-DETALLE-GESTION.
               STRING
                   'PASA A ETAPA ' DELIMITED BY SIZE
                   WS-ETAPA-NUEVA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-NOMBRE-ETAPA (WS-ETAPA-NUEVA)
                       DELIMITED BY SIZE
                   INTO WS-DETALLE-GESTION
               END-STRING.
               PERFORM 470-REGISTRAR-GESTION.
               MOVE COB-DIAS-ATRASO OF REGISTRO-CASO-COBRANZA
                   TO WS-DIAS-DISPLAY.
               MOVE SPACES TO WS-TIPO-EVENTO.
               MOVE SPACES TO WS-DETALLE-EVENTO.
               EVALUATE TRUE
                   WHEN ETAPA-RECORDATORIO OF REGISTRO-CASO-COBRANZA
                       MOVE 'COBRANZA' TO WS-TIPO-EVENTO
                       STRING
                           'RECORDATORIO DE PAGO: ' DELIMITED BY SIZE
                           WS-DIAS-DISPLAY DELIMITED BY SIZE
                           ' DIAS DE ATRASO' DELIMITED BY SIZE
                           INTO WS-DETALLE-EVENTO
                       END-STRING
                   WHEN ETAPA-CARTA-DOCUMENTO
                        OF REGISTRO-CASO-COBRANZA
                       MOVE 'CARTA-DOC' TO WS-TIPO-EVENTO
                       STRING
                           'INTIMACION DE PAGO: ' DELIMITED BY SIZE
                           WS-DIAS-DISPLAY DELIMITED BY SIZE
                           ' DIAS DE ATRASO' DELIMITED BY SIZE
                           INTO WS-DETALLE-EVENTO
                       END-STRING
               END-EVALUATE.
               IF WS-TIPO-EVENTO NOT = SPACES
                   CALL 'REGISTRAR-EVENTO' USING
                       WS-TIPO-EVENTO
                       COB-CUENTA OF REGISTRO-CASO-COBRANZA
                       COB-DNI OF REGISTRO-CASO-COBRANZA
                       WS-DETALLE-EVENTO
               END-IF.

           470-REGISTRAR-GESTION SECTION.
               ADD 1 TO COB-CANT-GESTIONES OF REGISTRO-CASO-COBRANZA.
               MOVE COB-DNI OF REGISTRO-CASO-COBRANZA
                   TO GES-DNI OF REGISTRO-GESTION.
               MOVE COB-FECHA-APERTURA OF REGISTRO-CASO-COBRANZA
                   TO GES-FECHA-APERTURA OF REGISTRO-GESTION.
               MOVE COB-CANT-GESTIONES OF REGISTRO-CASO-COBRANZA
                   TO GES-SECUENCIA OF REGISTRO-GESTION.
               MOVE WS-FECHA-HOY TO GES-FECHA OF REGISTRO-GESTION.
               MOVE 'S' TO GES-TIPO OF REGISTRO-GESTION.
               MOVE WS-DETALLE-GESTION
                   TO GES-DETALLE OF REGISTRO-GESTION.
               MOVE WS-OPERADOR-BATCH
                   TO GES-OPERADOR OF REGISTRO-GESTION.
               WRITE REGISTRO-GESTION
                   INVALID KEY
                       DISPLAY '--> GESTIÓN DUPLICADA EN EL CASO DEL '
                           'DNI ' COB-DNI OF REGISTRO-CASO-COBRANZA
               END-WRITE.

           480-ESCRIBIR-RENGLON SECTION.
               MOVE COB-DEUDA-VENCIDA OF REGISTRO-CASO-COBRANZA
                   TO WS-DEUDA-DISPLAY.
               MOVE COB-DIAS-ATRASO OF REGISTRO-CASO-COBRANZA
                   TO WS-DIAS-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "DNI " DELIMITED BY SIZE
                   COB-DNI OF REGISTRO-CASO-COBRANZA
                       DELIMITED BY SIZE
                   " CTA " DELIMITED BY SIZE
                   COB-CUENTA OF REGISTRO-CASO-COBRANZA
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NOMBRE-ETAPA
                       (COB-ETAPA OF REGISTRO-CASO-COBRANZA)
                       DELIMITED BY SIZE
                   " DIAS:" DELIMITED BY SIZE
                   WS-DIAS-DISPLAY DELIMITED BY SIZE
                   " VENCIDO:" DELIMITED BY SIZE
                   WS-DEUDA-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               IF PROMESA-PENDIENTE OF REGISTRO-CASO-COBRANZA
                   MOVE "PROMESA:" TO LINEA-REPORTE (83:8)
                   MOVE COB-PROMESA-FECHA OF REGISTRO-CASO-COBRANZA
                       TO LINEA-REPORTE (92:8)
               END-IF.
               WRITE LINEA-REPORTE.

      *    Clientes con deuda vencida sin caso abierto: el caso
      *    nace cuando el atraso llega a la primera etapa, ya en
      *    la etapa que le corresponde por días.
           500-ABRIR-CASOS-NUEVOS SECTION.
               PERFORM VARYING WS-IDX-MOROSO FROM 1 BY 1
                   UNTIL WS-IDX-MOROSO > WS-CANT-MOROSOS
                   IF WS-MO-CON-CASO (WS-IDX-MOROSO) NOT = 'S'
                      AND WS-MO-DIAS (WS-IDX-MOROSO)
                          >= WS-DIAS-ETAPA (1)
                       PERFORM 510-ABRIR-UN-CASO
                   END-IF
               END-PERFORM.

           510-ABRIR-UN-CASO SECTION.
               MOVE WS-MO-DNI (WS-IDX-MOROSO)
                   TO COB-DNI OF REGISTRO-CASO-COBRANZA.
               MOVE WS-FECHA-HOY
                   TO COB-FECHA-APERTURA OF REGISTRO-CASO-COBRANZA.
               MOVE ZERO TO COB-ETAPA OF REGISTRO-CASO-COBRANZA.
               MOVE ZERO TO COB-PROMESA-FECHA OF REGISTRO-CASO-COBRANZA.
               MOVE ZERO TO COB-PROMESA-MONTO OF REGISTRO-CASO-COBRANZA.
               MOVE ZERO TO COB-PROMESA-DEUDA OF REGISTRO-CASO-COBRANZA.
               MOVE SPACE
                   TO COB-PROMESA-ESTADO OF REGISTRO-CASO-COBRANZA.
               MOVE ZERO
                   TO COB-CANT-GESTIONES OF REGISTRO-CASO-COBRANZA.
               MOVE 'A' TO COB-ESTADO OF REGISTRO-CASO-COBRANZA.
               MOVE ZERO TO COB-FECHA-CIERRE OF REGISTRO-CASO-COBRANZA.
               MOVE 'CASO ABIERTO' TO WS-DETALLE-GESTION.
               PERFORM 470-REGISTRAR-GESTION.
               PERFORM 420-ACTUALIZAR-CASO.
               WRITE REGISTRO-CASO-COBRANZA
                   INVALID KEY
                       DISPLAY '--> YA HAY UN CASO ABIERTO HOY PARA '
                           'EL DNI ' COB-DNI OF REGISTRO-CASO-COBRANZA
                   NOT INVALID KEY
                       ADD 1 TO WS-CANT-NUEVOS
                       PERFORM 480-ESCRIBIR-RENGLON
               END-WRITE.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
