       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDAR-RED-ATM.
       AUTHOR. MARCOS MUÑOZ.

      * Liquidación diaria de la red de cajeros automáticos. La red
      * manda en red_atm_liquidacion.txt las operaciones del día en
      * las que participamos: las de tarjetas nuestras en cajeros
      * de otros bancos (somos emisores, le debemos a la red el
      * retiro más la comisión de intercambio) y las de tarjetas de
      * otros bancos en cajeros nuestros (somos adquirentes, la red
      * nos debe el retiro más la comisión). Cada operación se
      * busca de nuestro lado: las de emisor contra la
      * preautorización o el débito CAJERO del día en la cuenta de
      * la tarjeta, las de adquirente contra el maestro de ATM. Las
      * que aparecen se contabilizan (retiro y comisión de
      * intercambio a cobrar o a pagar contra la cuenta de
      * liquidación con la red) y las que no quedan como partidas
      * sin conciliar en conciliacion_red_atm.txt, junto con el
      * neto que calculamos contra el que informa la red en el
      * renglón de cierre, para que tesorería revise la diferencia
      * antes de liquidar.
      * El neto conciliado queda además como partida de la
      * cuenta en el BCRA, con REGISTRAR-PARTIDA-LIQUIDACION,
      * para conciliarlo contra el extracto.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Archivo de la red: un renglón por operación y un
      *    renglón de cierre con la cantidad y el neto.
           SELECT ARCHIVO-RED ASSIGN TO 'red_atm_liquidacion.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-RED.

           SELECT ARCHIVO-TARJETAS ASSIGN TO 'tarjetas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TJ-NUMERO OF REGISTRO-TARJETA
               FILE STATUS IS WS-FILE-STATUS-TAR.

           SELECT ARCHIVO-PREAUTS
               ASSIGN TO 'preautorizaciones.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-NUMERO OF REGISTRO-PREAUT
               FILE STATUS IS WS-FILE-STATUS-PAU.

           SELECT ARCHIVO-ATM ASSIGN TO 'cajeros_atm.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATM-CODIGO OF REGISTRO-ATM
               FILE STATUS IS WS-FILE-STATUS-ATM.

           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS-CTA.

           SELECT ARCHIVO-MOVIMIENTOS
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-MOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-MOV.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO 'conciliacion_red_atm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-REP.

       DATA DIVISION.
       FILE SECTION.
      *    Renglón de operación (tipo E = tarjeta nuestra en cajero
      *    ajeno, A = tarjeta ajena en cajero nuestro) y renglón de
      *    cierre (tipo T) con el neto a favor (+) o en contra (-)
      *    nuestro.
       FD  ARCHIVO-RED.
           01  LINEA-RED.
               05  RA-TIPO              PIC X(01).
                   88  RA-EMISOR        VALUE 'E'.
                   88  RA-ADQUIRENTE    VALUE 'A'.
                   88  RA-CIERRE        VALUE 'T'.
               05  RA-FECHA             PIC 9(08).
               05  RA-TARJETA           PIC X(16).
               05  RA-ATM               PIC X(06).
               05  RA-BANCO             PIC X(03).
               05  RA-MONTO             PIC 9(12)V99.
               05  RA-COMISION          PIC 9(08)V99.
      *        Número de preautorización, si la red lo informa.
               05  RA-REFERENCIA        PIC X(06).
           01  LINEA-CIERRE-RED.
               05  RT-TIPO              PIC X(01).
               05  RT-CANTIDAD          PIC 9(06).
               05  RT-SIGNO             PIC X(01).
               05  RT-NETO              PIC 9(12)V99.
               05  FILLER               PIC X(42).

       FD  ARCHIVO-TARJETAS.
           01 REGISTRO-TARJETA.
               COPY "tarjeta.cpy".

       FD  ARCHIVO-PREAUTS.
           01 REGISTRO-PREAUT.
               COPY "preautorizacion.cpy".

       FD  ARCHIVO-ATM.
           01 REGISTRO-ATM.
               COPY "cajeroatm.cpy".

       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-MOVIMIENTOS.
           01 REGISTRO-MOVIMIENTO.
               COPY "movimientos.cpy".

       FD  ARCHIVO-REPORTE
           RECORD CONTAINS 80 CHARACTERS.
           01  LINEA-REPORTE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-RED       PIC XX VALUE '00'.
       01  WS-FILE-STATUS-TAR       PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PAU       PIC XX VALUE '00'.
       01  WS-FILE-STATUS-ATM       PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTA       PIC XX VALUE '00'.
       01  WS-FILE-STATUS-MOV       PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REP       PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-MOV       PIC X(100).

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-EOF-MOV            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-MOV    VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-TARJETA-NUM        PIC 9(16).
       01  WS-CODIGO-ATM         PIC 9(06).
       01  WS-NUMERO-PREAUT      PIC 9(06).
       01  WS-CUENTA             PIC 9(08).
       01  WS-SUCURSAL           PIC 9(03).

       01  WS-CONCILIADA         PIC X(01).
           88 OPERACION-CONCILIADA VALUE 'S'.
       01  WS-MOTIVO             PIC X(30).
       01  WS-CIERRE-LEIDO       PIC X(01) VALUE 'N'.
           88 CIERRE-LEIDO       VALUE 'S'.

      *    Débitos CAJERO ya tomados en esta corrida, para que dos
      *    retiros iguales del mismo día en la misma cuenta no se
      *    concilien contra un único movimiento.
       01  WS-TABLA-TOMADOS.
           05 WS-TOMADO OCCURS 500 TIMES.
               10 WS-TOM-CUENTA     PIC 9(08).
               10 WS-TOM-FECHA      PIC 9(08).
               10 WS-TOM-MONTO      PIC S9(12)V99.
               10 WS-TOM-CANTIDAD   PIC 9(04).
       01  WS-CANT-TOMADOS       PIC 9(04) VALUE ZERO.
       01  WS-IDX                PIC 9(04).
       01  WS-IDX-TOMADO         PIC 9(04).
       01  WS-YA-TOMADOS         PIC 9(04).
       01  WS-COINCIDENCIAS      PIC 9(04).

      *    Contabilización de la liquidación.
       01  WS-MONEDA-PESOS       PIC X(03) VALUE 'ARS'.
       01  WS-OPERACION-DIRECTA  PIC X(01) VALUE 'G'.
       01  WS-CONCEPTO-COMISION-COBRAR PIC 9(03) VALUE 069.
       01  WS-CONCEPTO-COMISION-PAGAR  PIC 9(03) VALUE 070.
       01  WS-CONCEPTO-RETIRO-RED      PIC 9(03) VALUE 071.
       01  WS-CONCEPTO-RETIRO-PROPIO   PIC 9(03) VALUE 072.
       01  WS-CONCEPTO           PIC 9(03).
       01  WS-IMPORTE            PIC S9(12)V99.

      *    Totales de la conciliación. El neto es a nuestro favor
      *    cuando es positivo.
       01  WS-NETO-ARCHIVO       PIC S9(14)V99 VALUE ZERO.
       01  WS-NETO-CONCILIADO    PIC S9(14)V99 VALUE ZERO.
       01  WS-NETO-RED           PIC S9(14)V99 VALUE ZERO.
       01  WS-DIFERENCIA         PIC S9(14)V99 VALUE ZERO.
       01  WS-COMISIONES-COBRAR  PIC S9(12)V99 VALUE ZERO.
       01  WS-COMISIONES-PAGAR   PIC S9(12)V99 VALUE ZERO.

      *    Partida de la corrida en la cuenta de liquidación con el
      *    BCRA, para la conciliación contra el extracto.
       01  WS-TOTAL-LIQUIDADO    PIC S9(12)V99 VALUE ZERO.
       01  WS-LADO-PARTIDA       PIC X(01) VALUE 'P'.
       01  WS-ORIGEN-PARTIDA     PIC X(10) VALUE 'RED-ATM'.
       01  WS-MONEDA-PARTIDA     PIC X(03) VALUE 'ARS'.
       01  WS-REFERENCIA-PARTIDA PIC X(20) VALUE SPACES.

       01  WS-CANT-LEIDAS        PIC 9(06) VALUE ZERO.
       01  WS-CANT-CONCILIADAS   PIC 9(06) VALUE ZERO.
       01  WS-CANT-SIN-CONCILIAR PIC 9(06) VALUE ZERO.

       01  WS-MONTO-TEXTO        PIC -(13)9.99.

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna (área común entre
      *    programas).
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100)
               VALUE 'conciliacion_red_atm.txt'.
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'LIQUIDAR-RED-ATM'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- LIQUIDACIÓN DE LA RED DE CAJEROS ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           OPEN INPUT ARCHIVO-RED.
           IF WS-FILE-STATUS-RED NOT = '00'
               DISPLAY '--> SIN ARCHIVO DE LIQUIDACIÓN DE LA RED'
               PERFORM 900-FINALIZAR-PROGRAMA
           END-IF.
           CALL 'RESPALDAR-DATOS-BATCH'.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-FILE-STATUS-REP NOT = '00'
               DISPLAY 'ERROR AL ABRIR EL REPORTE DE CONCILIACIÓN'
               CLOSE ARCHIVO-RED
      *        El error fatal se publica para que la cadena
      *        nocturna se detenga.
               MOVE 8 TO RETURN-CODE
               PERFORM 900-FINALIZAR-PROGRAMA
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING 'CONCILIACION RED ATM DEL ' DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE 'PARTIDAS SIN CONCILIAR:' TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-RED
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RA-CIERRE
                               PERFORM 400-LEER-CIERRE
                           WHEN RA-EMISOR OR RA-ADQUIRENTE
                               ADD 1 TO WS-CANT-LEIDAS
                               PERFORM 100-PROCESAR-OPERACION
                           WHEN OTHER
                               DISPLAY '--> RENGLÓN DE LA RED '
                                   'DESCONOCIDO: ' RA-TIPO
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-RED.

           PERFORM 500-CERRAR-CONCILIACION.
           CLOSE ARCHIVO-REPORTE.
           CALL 'REGISTRAR-REPORTE' USING
               WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
               WS-SUCURSAL-CATALOGO.

           DISPLAY '---- OPERACIONES DE LA RED: ' WS-CANT-LEIDAS.
           DISPLAY '---- CONCILIADAS Y CONTABILIZADAS: '
               WS-CANT-CONCILIADAS.
           DISPLAY '---- SIN CONCILIAR: ' WS-CANT-SIN-CONCILIAR.
           MOVE WS-NETO-CONCILIADO TO WS-MONTO-TEXTO.
           DISPLAY '---- NETO CONCILIADO: ' WS-MONTO-TEXTO.
           MOVE WS-NETO-RED TO WS-MONTO-TEXTO.
           DISPLAY '---- NETO INFORMADO POR LA RED: ' WS-MONTO-TEXTO.
           IF WS-DIFERENCIA NOT = ZERO
               MOVE WS-DIFERENCIA TO WS-MONTO-TEXTO
               DISPLAY '--> DIFERENCIA CON LA RED: ' WS-MONTO-TEXTO
           END-IF.
           MOVE WS-CANT-LEIDAS TO CB-PROCESADOS.
           MOVE WS-CANT-CONCILIADAS TO CB-APLICADOS.
           MOVE WS-NETO-CONCILIADO TO WS-TOTAL-LIQUIDADO.
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

      *    Cada operación suma al neto del archivo; sólo las que se
      *    encuentran de nuestro lado se contabilizan y suman al
      *    neto conciliado.
           100-PROCESAR-OPERACION SECTION.
               MOVE 'N' TO WS-CONCILIADA.
               MOVE SPACES TO WS-MOTIVO.
               IF RA-EMISOR
                   SUBTRACT RA-MONTO FROM WS-NETO-ARCHIVO
                   SUBTRACT RA-COMISION FROM WS-NETO-ARCHIVO
                   PERFORM 200-CONCILIAR-EMISOR
               ELSE
                   ADD RA-MONTO TO WS-NETO-ARCHIVO
                   ADD RA-COMISION TO WS-NETO-ARCHIVO
                   PERFORM 300-CONCILIAR-ADQUIRENTE
               END-IF.
               IF OPERACION-CONCILIADA
                   ADD 1 TO WS-CANT-CONCILIADAS
                   PERFORM 150-CONTABILIZAR-OPERACION
               ELSE
                   ADD 1 TO WS-CANT-SIN-CONCILIAR
                   PERFORM 160-REPORTAR-PARTIDA
               END-IF.

      *    Emisor: el retiro ya se debitó al cliente con pata de
      *    bóveda, pero el efectivo lo dio otro banco, así que se
      *    reclasifica contra la red y se reconoce la comisión a
      *    pagar. Adquirente: el efectivo salió de un ATM nuestro
      *    sin débito a ningún cliente, y la red nos lo devuelve
      *    con la comisión a cobrar.
           150-CONTABILIZAR-OPERACION SECTION.
               IF RA-EMISOR
                   SUBTRACT RA-MONTO FROM WS-NETO-CONCILIADO
                   SUBTRACT RA-COMISION FROM WS-NETO-CONCILIADO
                   ADD RA-COMISION TO WS-COMISIONES-PAGAR
                   MOVE WS-CONCEPTO-RETIRO-PROPIO TO WS-CONCEPTO
                   MOVE RA-MONTO TO WS-IMPORTE
                   PERFORM 170-CONTABILIZAR
                   MOVE WS-CONCEPTO-COMISION-PAGAR TO WS-CONCEPTO
                   MOVE RA-COMISION TO WS-IMPORTE
                   PERFORM 170-CONTABILIZAR
               ELSE
                   ADD RA-MONTO TO WS-NETO-CONCILIADO
                   ADD RA-COMISION TO WS-NETO-CONCILIADO
                   ADD RA-COMISION TO WS-COMISIONES-COBRAR
                   MOVE WS-CONCEPTO-RETIRO-RED TO WS-CONCEPTO
                   MOVE RA-MONTO TO WS-IMPORTE
                   PERFORM 170-CONTABILIZAR
                   MOVE WS-CONCEPTO-COMISION-COBRAR TO WS-CONCEPTO
                   MOVE RA-COMISION TO WS-IMPORTE
                   PERFORM 170-CONTABILIZAR
               END-IF.

           170-CONTABILIZAR SECTION.
               IF WS-IMPORTE > ZERO
                   CALL 'CONTABILIZAR-MOVIMIENTO' USING
                       WS-FECHA-HOY WS-SUCURSAL WS-MONEDA-PESOS
                       WS-CONCEPTO WS-OPERACION-DIRECTA WS-IMPORTE
               END-IF.

           160-REPORTAR-PARTIDA SECTION.
               MOVE RA-MONTO TO WS-MONTO-TEXTO.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   RA-TIPO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RA-FECHA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RA-TARJETA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RA-ATM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MONTO-TEXTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MOTIVO DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.

      *    La tarjeta tiene que ser nuestra; la operación aparece
      *    por la preautorización que informa la red o, si no, por
      *    un débito CAJERO del mismo día y monto en su cuenta.
           200-CONCILIAR-EMISOR SECTION.
               MOVE ZERO TO WS-CUENTA.
               IF RA-TARJETA NOT NUMERIC
                   MOVE 'TARJETA INVALIDA' TO WS-MOTIVO
               ELSE
                   MOVE RA-TARJETA TO WS-TARJETA-NUM
                   OPEN INPUT ARCHIVO-TARJETAS
                   IF WS-FILE-STATUS-TAR NOT = '00'
                       MOVE 'TARJETA NO EMITIDA' TO WS-MOTIVO
                   ELSE
                       MOVE WS-TARJETA-NUM
                           TO TJ-NUMERO OF REGISTRO-TARJETA
                       READ ARCHIVO-TARJETAS
                           KEY IS TJ-NUMERO OF REGISTRO-TARJETA
                           INVALID KEY
                               MOVE 'TARJETA NO EMITIDA'
                                   TO WS-MOTIVO
                           NOT INVALID KEY
                               MOVE TJ-CUENTA OF REGISTRO-TARJETA
                                   TO WS-CUENTA
                       END-READ
                       CLOSE ARCHIVO-TARJETAS
                   END-IF
               END-IF.

               IF WS-CUENTA NOT = ZERO
                   PERFORM 210-LEER-CUENTA
               END-IF.
               IF WS-CUENTA NOT = ZERO
                   PERFORM 220-BUSCAR-PREAUTORIZACION
                   IF NOT OPERACION-CONCILIADA
                       PERFORM 230-BUSCAR-DEBITO-CAJERO
                   END-IF
                   IF NOT OPERACION-CONCILIADA
                       MOVE 'SIN OPERACION DEL CLIENTE'
                           TO WS-MOTIVO
                   END-IF
               END-IF.

      *    La sucursal de la cuenta es la que lleva el asiento.
           210-LEER-CUENTA SECTION.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS-CTA NOT = '00'
                   MOVE ZERO TO WS-CUENTA
                   MOVE 'ERROR AL ABRIR CUENTAS' TO WS-MOTIVO
               ELSE
                   MOVE WS-CUENTA TO CC-NUMERO-CUENTA OF RCC
                   READ ARCHIVO-CUENTAS
                       KEY IS CC-NUMERO-CUENTA OF RCC
                       INVALID KEY
                           MOVE ZERO TO WS-CUENTA
                           MOVE 'TARJETA SIN CUENTA' TO WS-MOTIVO
                       NOT INVALID KEY
                           MOVE CC-SUCURSAL OF RCC TO WS-SUCURSAL
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

           220-BUSCAR-PREAUTORIZACION SECTION.
               IF RA-REFERENCIA NUMERIC
                  AND RA-REFERENCIA NOT = '000000'
                   MOVE RA-REFERENCIA TO WS-NUMERO-PREAUT
                   OPEN INPUT ARCHIVO-PREAUTS
                   IF WS-FILE-STATUS-PAU = '00'
                       MOVE WS-NUMERO-PREAUT
                           TO PRE-NUMERO OF REGISTRO-PREAUT
                       READ ARCHIVO-PREAUTS
                           KEY IS PRE-NUMERO OF REGISTRO-PREAUT
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF PRE-TARJETA OF REGISTRO-PREAUT
                                  = WS-TARJETA-NUM
                                  AND PRE-MONTO OF REGISTRO-PREAUT
                                      = RA-MONTO
                                  AND NOT PREAUT-EXPIRADA
                                      OF REGISTRO-PREAUT
                                   MOVE 'S' TO WS-CONCILIADA
                               END-IF
                       END-READ
                       CLOSE ARCHIVO-PREAUTS
                   END-IF
               END-IF.

      *    Se cuentan los débitos CAJERO de la cuenta con la fecha
      *    y el monto de la red; alcanza con que haya uno más que
      *    los ya tomados por operaciones anteriores del archivo.
           230-BUSCAR-DEBITO-CAJERO SECTION.
               MOVE ZERO TO WS-IDX-TOMADO.
               MOVE ZERO TO WS-YA-TOMADOS.
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CANT-TOMADOS
                   IF WS-TOM-CUENTA (WS-IDX) = WS-CUENTA
                      AND WS-TOM-FECHA (WS-IDX) = RA-FECHA
                      AND WS-TOM-MONTO (WS-IDX) = RA-MONTO
                       MOVE WS-IDX TO WS-IDX-TOMADO
                       MOVE WS-TOM-CANTIDAD (WS-IDX)
                           TO WS-YA-TOMADOS
                   END-IF
               END-PERFORM.

               MOVE ZERO TO WS-COINCIDENCIAS.
               MOVE SPACES TO NOMBRE-ARCHIVO-MOV.
               STRING
                   "cuentas/" DELIMITED BY SIZE
                   WS-CUENTA DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-MOV
               END-STRING.
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
                           IF CANAL-CAJERO OF REGISTRO-MOVIMIENTO
                              AND DEBE OF REGISTRO-MOVIMIENTO
                              AND FECHA-MOVIMIENTO
                                  OF REGISTRO-MOVIMIENTO (1:8)
                                  = RA-FECHA
                              AND MONTO OF REGISTRO-MOVIMIENTO
                                  = RA-MONTO
                               ADD 1 TO WS-COINCIDENCIAS
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-MOV = '00'
                  OR WS-FILE-STATUS-MOV = '10'
                   CLOSE ARCHIVO-MOVIMIENTOS
               END-IF.

               IF WS-COINCIDENCIAS > WS-YA-TOMADOS
                   IF WS-IDX-TOMADO NOT = ZERO
                       MOVE 'S' TO WS-CONCILIADA
                       ADD 1 TO WS-TOM-CANTIDAD (WS-IDX-TOMADO)
                   ELSE
                       IF WS-CANT-TOMADOS < 500
                           MOVE 'S' TO WS-CONCILIADA
                           ADD 1 TO WS-CANT-TOMADOS
                           MOVE WS-CUENTA
                               TO WS-TOM-CUENTA (WS-CANT-TOMADOS)
                           MOVE RA-FECHA
                               TO WS-TOM-FECHA (WS-CANT-TOMADOS)
                           MOVE RA-MONTO
                               TO WS-TOM-MONTO (WS-CANT-TOMADOS)
                           MOVE 1
                               TO WS-TOM-CANTIDAD (WS-CANT-TOMADOS)
                       END-IF
                   END-IF
               END-IF.

      *    Adquirente: el cajero tiene que ser nuestro y estar en
      *    servicio; el asiento va a su sucursal.
           300-CONCILIAR-ADQUIRENTE SECTION.
               IF RA-ATM NOT NUMERIC
                   MOVE 'ATM INVALIDO' TO WS-MOTIVO
               ELSE
                   MOVE RA-ATM TO WS-CODIGO-ATM
                   OPEN INPUT ARCHIVO-ATM
                   IF WS-FILE-STATUS-ATM NOT = '00'
                       MOVE 'ATM INEXISTENTE' TO WS-MOTIVO
                   ELSE
                       MOVE WS-CODIGO-ATM
                           TO ATM-CODIGO OF REGISTRO-ATM
                       READ ARCHIVO-ATM
                           KEY IS ATM-CODIGO OF REGISTRO-ATM
                           INVALID KEY
                               MOVE 'ATM INEXISTENTE' TO WS-MOTIVO
                           NOT INVALID KEY
                               IF ATM-ACTIVO OF REGISTRO-ATM
                                   MOVE 'S' TO WS-CONCILIADA
                                   MOVE ATM-SUCURSAL
                                       OF REGISTRO-ATM
                                       TO WS-SUCURSAL
                               ELSE
                                   MOVE 'ATM DADO DE BAJA'
                                       TO WS-MOTIVO
                               END-IF
                       END-READ
                       CLOSE ARCHIVO-ATM
                   END-IF
               END-IF.

           400-LEER-CIERRE SECTION.
               SET CIERRE-LEIDO TO TRUE.
               MOVE RT-NETO TO WS-NETO-RED.
               IF RT-SIGNO = '-'
                   COMPUTE WS-NETO-RED = ZERO - WS-NETO-RED
               END-IF.
               IF RT-CANTIDAD NOT = WS-CANT-LEIDAS
                   DISPLAY '--> LA RED INFORMA ' RT-CANTIDAD
                       ' OPERACIONES Y SE LEYERON ' WS-CANT-LEIDAS
               END-IF.

      *    Pie del reporte: el neto de las operaciones del archivo,
      *    el conciliado y el de la red. La diferencia se mide
      *    contra lo conciliado, que es lo que quedó contabilizado.
           500-CERRAR-CONCILIACION SECTION.
               IF NOT CIERRE-LEIDO
                   DISPLAY '--> EL ARCHIVO DE LA RED NO TRAE CIERRE'
                   MOVE WS-NETO-ARCHIVO TO WS-NETO-RED
               END-IF.
               COMPUTE WS-DIFERENCIA =
                   WS-NETO-RED - WS-NETO-CONCILIADO.

               MOVE SPACES TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE.
               STRING 'OPERACIONES: ' DELIMITED BY SIZE
                   WS-CANT-LEIDAS DELIMITED BY SIZE
                   '  CONCILIADAS: ' DELIMITED BY SIZE
                   WS-CANT-CONCILIADAS DELIMITED BY SIZE
                   '  SIN CONCILIAR: ' DELIMITED BY SIZE
                   WS-CANT-SIN-CONCILIAR DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               MOVE WS-COMISIONES-COBRAR TO WS-MONTO-TEXTO.
               MOVE SPACES TO LINEA-REPORTE.
               STRING 'COMISIONES A COBRAR:  ' DELIMITED BY SIZE
                   WS-MONTO-TEXTO DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               MOVE WS-COMISIONES-PAGAR TO WS-MONTO-TEXTO.
               MOVE SPACES TO LINEA-REPORTE.
               STRING 'COMISIONES A PAGAR:   ' DELIMITED BY SIZE
                   WS-MONTO-TEXTO DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               MOVE WS-NETO-ARCHIVO TO WS-MONTO-TEXTO.
               MOVE SPACES TO LINEA-REPORTE.
               STRING 'NETO DEL ARCHIVO:     ' DELIMITED BY SIZE
                   WS-MONTO-TEXTO DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               MOVE WS-NETO-CONCILIADO TO WS-MONTO-TEXTO.
               MOVE SPACES TO LINEA-REPORTE.
               STRING 'NETO CONCILIADO:      ' DELIMITED BY SIZE
                   WS-MONTO-TEXTO DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               MOVE WS-NETO-RED TO WS-MONTO-TEXTO.
               MOVE SPACES TO LINEA-REPORTE.
               STRING 'NETO DE LA RED:       ' DELIMITED BY SIZE
                   WS-MONTO-TEXTO DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               MOVE WS-DIFERENCIA TO WS-MONTO-TEXTO.
               MOVE SPACES TO LINEA-REPORTE.
               STRING 'DIFERENCIA:           ' DELIMITED BY SIZE
                   WS-MONTO-TEXTO DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
