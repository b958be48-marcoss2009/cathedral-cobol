       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRECIAR-PRESTAMOS.
       AUTHOR. MARCOS MUÑOZ.

      * Batch de reajuste de los préstamos a tasa variable, paso de
      * la cadena nocturna: cada préstamo vigente a tasa variable
      * cuya fecha de reajuste llegó toma la tasa de su índice de
      * referencia vigente a la fecha de proceso
      * (OBTENER-TASA-REFERENCIA) más su margen, recalcula el
      * interés de las cuotas que faltan vencer sobre el capital
      * pendiente (sistema alemán, como la cancelación parcial),
      * reescribe el plan con el esquema de archivo temporal más
      * renombre y corre el próximo reajuste según su frecuencia.
      * Al cliente se le avisa la cuota nueva por eventos.dat
      * (REPRECIO-PR). Sin tasa de referencia cargada el préstamo
      * queda con la tasa que tenía y se reintenta la noche
      * siguiente. El préstamo con siniestro de vida abierto no se
      * reajusta.

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
               FILE STATUS IS WS-FILE-STATUS-CUOTAS.

           SELECT ARCHIVO-TEMP
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-TEMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-TEMP.

           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS-CTA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PRESTAMOS.
           01 REGISTRO-PRESTAMO.
               COPY "prestamo.cpy".

       FD  ARCHIVO-CUOTAS.
           01 REGISTRO-CUOTA.
               COPY "cuotaprestamo.cpy".

       FD  ARCHIVO-TEMP.
           01 REGISTRO-TEMP.
               COPY "cuotaprestamo.cpy".

       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-PRE    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CUOTAS PIC XX VALUE '00'.
       01  WS-FILE-STATUS-TEMP   PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTA    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-CUOTAS PIC X(100).
       01  NOMBRE-ARCHIVO-TEMP   PIC X(100).

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-EOF-CUOTAS         PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CUOTAS VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).

      *    Plan completo en memoria (hasta 120 cuotas, el máximo
      *    del alta).
       01  WS-TABLA-PLAN.
           05 WS-PLAN-CUOTA OCCURS 120 TIMES.
               10 WS-PL-NUMERO       PIC 9(03).
               10 WS-PL-FECHA-VENC   PIC 9(08).
               10 WS-PL-CAPITAL      PIC S9(12)V99.
               10 WS-PL-INTERES      PIC S9(12)V99.
               10 WS-PL-ESTADO       PIC X(01).
       01  WS-CANT-CUOTAS        PIC 9(03) VALUE ZERO.
       01  WS-IDX-CUOTA          PIC 9(03).
       01  WS-SALDO-RECALCULO    PIC S9(12)V99.
       01  WS-PLAN-OK            PIC X(01).

      *    Tasa nueva del préstamo en curso y su cuota siguiente.
       01  WS-TASA-REFERENCIA    PIC V9(04).
       01  WS-REFERENCIA-ENCONTRADA PIC X(01).
       01  WS-TASA-NUEVA         PIC V9(04).
       01  WS-TASA-ANTERIOR      PIC V9(04).
       01  WS-DIAS-AJUSTE        PIC 9(03).
       01  WS-CUOTA-NUEVA        PIC S9(12)V99.
       01  WS-CUOTA-DISPLAY      PIC Z(8)9.99.

       01  WS-CANT-VENCIDOS      PIC 9(06) VALUE ZERO.
       01  WS-CANT-REPRECIADOS   PIC 9(06) VALUE ZERO.

       01  WS-DNI-TITULAR        PIC 9(08) VALUE ZERO.
       01  WS-TIPO-EVENTO        PIC X(12) VALUE 'REPRECIO-PR'.
       01  WS-DETALLE-EVENTO     PIC X(40).

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna.
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- REAJUSTE DE PRÉSTAMOS A TASA VARIABLE ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 100-PROCESAR-PRESTAMOS.
           DISPLAY '---- PRÉSTAMOS CON REAJUSTE VENCIDO: '
               WS-CANT-VENCIDOS.
           DISPLAY '---- PRÉSTAMOS REAJUSTADOS: ' WS-CANT-REPRECIADOS.
           MOVE WS-CANT-VENCIDOS TO CB-PROCESADOS.
           MOVE WS-CANT-REPRECIADOS TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-PROCESAR-PRESTAMOS SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN I-O ARCHIVO-PRESTAMOS.
               IF WS-FILE-STATUS-PRE NOT = '00'
                   DISPLAY '--> SIN PRÉSTAMOS REGISTRADOS'
               ELSE
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-PRESTAMOS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF PRESTAMO-VIGENTE
                                  OF REGISTRO-PRESTAMO
                                  AND PRESTAMO-TASA-VARIABLE
                                      OF REGISTRO-PRESTAMO
                                  AND NOT PRESTAMO-EN-SINIESTRO
                                      OF REGISTRO-PRESTAMO
                                  AND PR-FECHA-PROX-AJUSTE
                                      OF REGISTRO-PRESTAMO
                                      <= WS-FECHA-HOY
                                   ADD 1 TO WS-CANT-VENCIDOS
                                   PERFORM 110-REPRECIAR-PRESTAMO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF.

           110-REPRECIAR-PRESTAMO SECTION.
               CALL 'OBTENER-TASA-REFERENCIA' USING
                   PR-INDICE-REFERENCIA OF REGISTRO-PRESTAMO
                   WS-FECHA-HOY WS-TASA-REFERENCIA
                   WS-REFERENCIA-ENCONTRADA.
               IF WS-REFERENCIA-ENCONTRADA NOT = 'S'
                   DISPLAY '--> PRÉSTAMO '
                       PR-NUMERO OF REGISTRO-PRESTAMO
                       ': SIN TASA DE REFERENCIA '
                       PR-INDICE-REFERENCIA OF REGISTRO-PRESTAMO
               ELSE
                   COMPUTE WS-TASA-NUEVA =
                       WS-TASA-REFERENCIA
                       + PR-SPREAD OF REGISTRO-PRESTAMO
                   MOVE PR-TASA OF REGISTRO-PRESTAMO
                       TO WS-TASA-ANTERIOR
                   MOVE WS-TASA-NUEVA TO PR-TASA OF REGISTRO-PRESTAMO
                   PERFORM 120-CARGAR-PLAN
                   IF WS-PLAN-OK = 'S'
                       PERFORM 130-RECALCULAR-INTERESES
                       PERFORM 140-REESCRIBIR-PLAN
                   END-IF
                   PERFORM 150-CORRER-PROXIMO-AJUSTE
                   REWRITE REGISTRO-PRESTAMO
                   ADD 1 TO WS-CANT-REPRECIADOS
                   DISPLAY '--> PRÉSTAMO '
                       PR-NUMERO OF REGISTRO-PRESTAMO
                       ' TASA ' WS-TASA-ANTERIOR ' -> ' WS-TASA-NUEVA
                   IF WS-PLAN-OK = 'S'
                       PERFORM 160-AVISAR-CLIENTE
                   END-IF
               END-IF.

           120-CARGAR-PLAN SECTION.
               MOVE SPACES TO NOMBRE-ARCHIVO-CUOTAS.
               STRING
                   "prestamos/" DELIMITED BY SIZE
                   PR-NUMERO OF REGISTRO-PRESTAMO DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-CUOTAS
               END-STRING.
               MOVE ZERO TO WS-CANT-CUOTAS.
               MOVE 'N' TO WS-EOF-CUOTAS.
               MOVE 'S' TO WS-PLAN-OK.
               OPEN INPUT ARCHIVO-CUOTAS.
               IF WS-FILE-STATUS-CUOTAS NOT = '00'
                   DISPLAY '--> SIN PLAN DE CUOTAS PARA EL '
                       'PRÉSTAMO ' PR-NUMERO OF REGISTRO-PRESTAMO
                   MOVE 'N' TO WS-PLAN-OK
                   SET FIN-ARCHIVO-CUOTAS TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-CUOTAS
                   READ ARCHIVO-CUOTAS
                       AT END
                           SET FIN-ARCHIVO-CUOTAS TO TRUE
                       NOT AT END
                           IF WS-CANT-CUOTAS < 120
                               ADD 1 TO WS-CANT-CUOTAS
                               MOVE CUO-NUMERO OF REGISTRO-CUOTA
                                   TO WS-PL-NUMERO (WS-CANT-CUOTAS)
                               MOVE CUO-FECHA-VENC OF REGISTRO-CUOTA
                                   TO WS-PL-FECHA-VENC
                                   (WS-CANT-CUOTAS)
                               MOVE CUO-CAPITAL OF REGISTRO-CUOTA
                                   TO WS-PL-CAPITAL (WS-CANT-CUOTAS)
                               MOVE CUO-INTERES OF REGISTRO-CUOTA
                                   TO WS-PL-INTERES (WS-CANT-CUOTAS)
                               MOVE CUO-ESTADO OF REGISTRO-CUOTA
                                   TO WS-PL-ESTADO (WS-CANT-CUOTAS)
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-CUOTAS = '00'
                  OR WS-FILE-STATUS-CUOTAS = '10'
                   CLOSE ARCHIVO-CUOTAS
               END-IF.

      *    Interés de cada cuota que falta vencer sobre el capital
      *    pendiente antes de ella, a la tasa nueva. Las cuotas ya
      *    vencidas (pagas o no) conservan el interés que corrió
      *    con la tasa anterior.
           130-RECALCULAR-INTERESES SECTION.
               MOVE ZERO TO WS-SALDO-RECALCULO.
               PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
                   UNTIL WS-IDX-CUOTA > WS-CANT-CUOTAS
                   IF WS-PL-ESTADO (WS-IDX-CUOTA) = 'P'
                       ADD WS-PL-CAPITAL (WS-IDX-CUOTA)
                           TO WS-SALDO-RECALCULO
                   END-IF
               END-PERFORM.
               MOVE ZERO TO WS-CUOTA-NUEVA.
               PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
                   UNTIL WS-IDX-CUOTA > WS-CANT-CUOTAS
                   IF WS-PL-ESTADO (WS-IDX-CUOTA) = 'P'
                       IF WS-PL-FECHA-VENC (WS-IDX-CUOTA)
                          > WS-FECHA-HOY
                           COMPUTE WS-PL-INTERES (WS-IDX-CUOTA)
                               ROUNDED = WS-SALDO-RECALCULO
                               * PR-TASA OF REGISTRO-PRESTAMO / 12
      *                    La primera que falta vencer es la cuota
      *                    que se le avisa al cliente.
                           IF WS-CUOTA-NUEVA = ZERO
                               COMPUTE WS-CUOTA-NUEVA =
                                   WS-PL-CAPITAL (WS-IDX-CUOTA)
                                   + WS-PL-INTERES (WS-IDX-CUOTA)
                           END-IF
                       END-IF
                       SUBTRACT WS-PL-CAPITAL (WS-IDX-CUOTA)
                           FROM WS-SALDO-RECALCULO
                   END-IF
               END-PERFORM.

           140-REESCRIBIR-PLAN SECTION.
               MOVE SPACES TO NOMBRE-ARCHIVO-TEMP.
               STRING
                   "prestamos/" DELIMITED BY SIZE
                   PR-NUMERO OF REGISTRO-PRESTAMO DELIMITED BY SIZE
                   ".tmp" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-TEMP
               END-STRING.
               OPEN OUTPUT ARCHIVO-TEMP.
               IF WS-FILE-STATUS-TEMP NOT = '00'
                   DISPLAY 'ERROR AL REESCRIBIR EL PLAN DEL PRÉSTAMO '
                       PR-NUMERO OF REGISTRO-PRESTAMO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
                       UNTIL WS-IDX-CUOTA > WS-CANT-CUOTAS
                       MOVE WS-PL-NUMERO (WS-IDX-CUOTA)
                           TO CUO-NUMERO OF REGISTRO-TEMP
                       MOVE WS-PL-FECHA-VENC (WS-IDX-CUOTA)
                           TO CUO-FECHA-VENC OF REGISTRO-TEMP
                       MOVE WS-PL-CAPITAL (WS-IDX-CUOTA)
                           TO CUO-CAPITAL OF REGISTRO-TEMP
                       MOVE WS-PL-INTERES (WS-IDX-CUOTA)
                           TO CUO-INTERES OF REGISTRO-TEMP
                       MOVE WS-PL-ESTADO (WS-IDX-CUOTA)
                           TO CUO-ESTADO OF REGISTRO-TEMP
                       WRITE REGISTRO-TEMP
                   END-PERFORM
                   CLOSE ARCHIVO-TEMP
                   CALL 'CBL_DELETE_FILE' USING
                       NOMBRE-ARCHIVO-CUOTAS
                   CALL 'CBL_RENAME_FILE' USING
                       NOMBRE-ARCHIVO-TEMP NOMBRE-ARCHIVO-CUOTAS
               END-IF.

      *    El próximo reajuste se corre de a períodos completos
      *    hasta quedar después de la fecha de proceso (una cadena
      *    que no corrió varios días no deja reajustes atrasados).
           150-CORRER-PROXIMO-AJUSTE SECTION.
               COMPUTE WS-DIAS-AJUSTE =
                   PR-MESES-AJUSTE OF REGISTRO-PRESTAMO * 30.
               IF WS-DIAS-AJUSTE = ZERO
                   MOVE 030 TO WS-DIAS-AJUSTE
               END-IF.
               PERFORM UNTIL PR-FECHA-PROX-AJUSTE OF REGISTRO-PRESTAMO
                   > WS-FECHA-HOY
                   CALL 'SUMAR-DIAS-FECHA' USING
                       PR-FECHA-PROX-AJUSTE OF REGISTRO-PRESTAMO
                       WS-DIAS-AJUSTE
               END-PERFORM.

      *    Aviso al titular de la cuenta vinculada con la cuota
      *    que sigue, ya con la tasa nueva.
           160-AVISAR-CLIENTE SECTION.
               MOVE ZERO TO WS-DNI-TITULAR.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS-CTA = '00'
                   MOVE PR-CUENTA OF REGISTRO-PRESTAMO
                       TO CC-NUMERO-CUENTA OF RCC
                   READ ARCHIVO-CUENTAS
                       KEY IS CC-NUMERO-CUENTA OF RCC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CC-DNI-TITULAR OF RCC
                               TO WS-DNI-TITULAR
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
               END-IF.
               MOVE WS-CUOTA-NUEVA TO WS-CUOTA-DISPLAY.
               MOVE SPACES TO WS-DETALLE-EVENTO.
               STRING
                   'PRESTAMO ' DELIMITED BY SIZE
                   PR-NUMERO OF REGISTRO-PRESTAMO DELIMITED BY SIZE
                   ' NUEVA CUOTA ' DELIMITED BY SIZE
                   WS-CUOTA-DISPLAY DELIMITED BY SIZE
                   INTO WS-DETALLE-EVENTO
               END-STRING.
               CALL 'REGISTRAR-EVENTO' USING
                   WS-TIPO-EVENTO PR-CUENTA OF REGISTRO-PRESTAMO
                   WS-DNI-TITULAR WS-DETALLE-EVENTO.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
