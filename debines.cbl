       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESAR-DEBIN.
       AUTHOR. MARCOS MUÑOZ.

      * Batch diario de DEBIN (solicitudes de débito que otros
      * bancos mandan por la red contra cuentas nuestras). Primero
      * aplica las respuestas que los clientes dieron por el canal
      * web (debin_web.txt) a través de RESPONDER-DEBIN, igual que
      * si las hubieran dado en sucursal. Después vence los DEBIN
      * pendientes cuyo plazo de aceptación pasó, y por último toma
      * los nuevos del archivo de la red (debin_entrantes.txt): el
      * CBU del pagador se valida recalculándolo con CALCULAR-CBU,
      * como en TRANSFERENCIAS-ENTRANTES, y el DEBIN queda
      * pendiente en debines.dat con su vencimiento y un evento
      * DEBIN para que se le avise al cliente. Los que no se pueden
      * tomar y los vencidos se le contestan a la red en
      * debin_respuestas.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-ENTRADA ASSIGN TO 'debin_entrantes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-ENT.

      *    Respuestas del canal web: número de DEBIN, cuenta y
      *    A (acepta) o R (rechaza).
           SELECT ARCHIVO-WEB ASSIGN TO 'debin_web.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-WEB.

           SELECT ARCHIVO-DEBIN ASSIGN TO 'debines.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-NUMERO OF REGISTRO-DEBIN
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-CONTADOR
               ASSIGN TO 'contador-debin.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CONTADOR.

           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS-CTA.

           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PARAM.

           SELECT ARCHIVO-RESPUESTAS
               ASSIGN TO 'debin_respuestas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-RES.

       DATA DIVISION.
       FILE SECTION.
      *    Un renglón por DEBIN, en formato fijo de la red. El
      *    vencimiento en cero toma los días de PA-DIAS-VENC-DEBIN.
       FD  ARCHIVO-ENTRADA.
           01  LINEA-ENTRADA.
               05  DE-ID-RED            PIC X(20).
               05  FILLER               PIC X(01).
               05  DE-BANCO-COBRADOR    PIC X(03).
               05  FILLER               PIC X(01).
               05  DE-CBU-COBRADOR      PIC X(13).
               05  FILLER               PIC X(01).
               05  DE-CUIT-COBRADOR     PIC 9(11).
               05  FILLER               PIC X(01).
               05  DE-NOMBRE-COBRADOR   PIC X(30).
               05  FILLER               PIC X(01).
               05  DE-CBU-PAGADOR.
                   10  DE-CBU-SUCURSAL  PIC 9(03).
                   10  DE-CBU-CUENTA    PIC 9(08).
                   10  DE-CBU-DV        PIC 9(02).
               05  FILLER               PIC X(01).
               05  DE-MONTO             PIC 9(12).
               05  FILLER               PIC X(01).
               05  DE-MONTO-DECIMALES   PIC 9(02).
               05  FILLER               PIC X(01).
               05  DE-REFERENCIA        PIC X(20).
               05  FILLER               PIC X(01).
               05  DE-FECHA-VENCIMIENTO PIC 9(08).

       FD  ARCHIVO-WEB.
           01  LINEA-WEB.
               05  DW-NUMERO            PIC 9(06).
               05  FILLER               PIC X(01).
               05  DW-CUENTA            PIC 9(08).
               05  FILLER               PIC X(01).
               05  DW-DECISION          PIC X(01).

       FD  ARCHIVO-DEBIN.
           01 REGISTRO-DEBIN.
               COPY "debin.cpy".

       FD  ARCHIVO-CONTADOR.
           01 REGISTRO-CONTADOR.
               05 CONTADOR-DEBIN     PIC 9(06).

       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       FD  ARCHIVO-RESPUESTAS
           RECORD CONTAINS 80 CHARACTERS.
           01  LINEA-RESPUESTA        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS           PIC XX VALUE '00'.
       01  WS-FILE-STATUS-ENT       PIC XX VALUE '00'.
       01  WS-FILE-STATUS-WEB       PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CONTADOR  PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTA       PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM     PIC XX VALUE '00'.
       01  WS-FILE-STATUS-RES       PIC XX VALUE '00'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-DIAS-VENC-DEBIN    PIC 9(02) VALUE 3.
       01  WS-DIAS-VENC-3        PIC 9(03).

       01  WS-RENGLON-VALIDO     PIC X(01).
       01  WS-CBU-CALCULADO      PIC X(13).
       01  WS-MONTO-ARMADO.
           05 WS-MA-ENTERO       PIC 9(12).
           05 WS-MA-DECIMALES    PIC 9(02).
       01  WS-MONTO-NUMERICO REDEFINES WS-MONTO-ARMADO
                                 PIC 9(12)V99.

      *    Respuesta del canal web, con los datos de RESPONDER-DEBIN.
       01  WS-OPERADOR-WEB       PIC X(08) VALUE 'WEB'.
       01  WS-CANAL-WEB          PIC X(10) VALUE 'WEB'.
       01  WS-NUMERO-WEB         PIC 9(06).
       01  WS-CUENTA-WEB         PIC 9(08).
       01  WS-DECISION-WEB       PIC X(01).
       01  WS-MOTIVO-WEB         PIC X(30) VALUE SPACES.
       01  WS-RESULTADO-WEB      PIC X(01).

       01  WS-OPERADOR           PIC X(08) VALUE 'DEBIN'.
       01  WS-CANAL              PIC X(10) VALUE 'BATCH'.

      *    Renglón de respuesta a la red (mismo formato que
      *    RESPONDER-DEBIN).
       01  WS-ID-RED             PIC X(20).
       01  WS-RESULTADO-RED      PIC X(01).
       01  WS-MOTIVO-RED         PIC X(30).
       01  WS-MONTO-RED          PIC S9(12)V99.
       01  WS-MONTO-TEXTO        PIC 9(12).99.

       01  WS-TIPO-EVENTO        PIC X(12) VALUE 'DEBIN'.
       01  WS-DETALLE-EVENTO     PIC X(40).

       01  WS-CANT-WEB           PIC 9(06) VALUE ZERO.
       01  WS-CANT-RECIBIDOS     PIC 9(06) VALUE ZERO.
       01  WS-CANT-PENDIENTES    PIC 9(06) VALUE ZERO.
       01  WS-CANT-RECHAZADOS    PIC 9(06) VALUE ZERO.
       01  WS-CANT-VENCIDOS      PIC 9(06) VALUE ZERO.

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna (área común entre
      *    programas).
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- DEBIN: SOLICITUDES DE DÉBITO DE LA RED ----'.
           CALL 'RESPALDAR-DATOS-BATCH'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 050-LEER-PARAMETROS.
           PERFORM 100-APLICAR-RESPUESTAS-WEB.
           PERFORM 200-VENCER-PENDIENTES.
           PERFORM 300-RECIBIR-DEBIN.
           DISPLAY '---- RESPUESTAS WEB APLICADAS: ' WS-CANT-WEB.
           DISPLAY '---- DEBIN VENCIDOS: ' WS-CANT-VENCIDOS.
           DISPLAY '---- DEBIN RECIBIDOS: ' WS-CANT-RECIBIDOS.
           DISPLAY '---- DEBIN PENDIENTES DE RESPUESTA: '
               WS-CANT-PENDIENTES.
           DISPLAY '---- DEBIN RECHAZADOS AL RECIBIRLOS: '
               WS-CANT-RECHAZADOS.
           MOVE WS-CANT-RECIBIDOS TO CB-PROCESADOS.
           ADD WS-CANT-WEB TO CB-PROCESADOS.
           MOVE WS-CANT-PENDIENTES TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           050-LEER-PARAMETROS SECTION.
               OPEN INPUT ARCHIVO-PARAMETROS.
               IF WS-FILE-STATUS-PARAM = '00'
                   READ ARCHIVO-PARAMETROS
                   END-READ
                   IF PA-DIAS-VENC-DEBIN NUMERIC
                      AND PA-DIAS-VENC-DEBIN NOT = ZERO
                       MOVE PA-DIAS-VENC-DEBIN TO WS-DIAS-VENC-DEBIN
                   END-IF
                   CLOSE ARCHIVO-PARAMETROS
               END-IF.

      *    Cada respuesta web pasa por RESPONDER-DEBIN, que valida
      *    que el DEBIN sea de esa cuenta y siga pendiente.
           100-APLICAR-RESPUESTAS-WEB SECTION.
               OPEN INPUT ARCHIVO-WEB.
               IF WS-FILE-STATUS-WEB NOT = '00'
                   DISPLAY '--> SIN RESPUESTAS DEL CANAL WEB'
               ELSE
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-WEB
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               MOVE DW-NUMERO TO WS-NUMERO-WEB
                               MOVE DW-CUENTA TO WS-CUENTA-WEB
                               MOVE DW-DECISION TO WS-DECISION-WEB
                               CALL 'RESPONDER-DEBIN' USING
                                   WS-NUMERO-WEB WS-CUENTA-WEB
                                   WS-DECISION-WEB WS-OPERADOR-WEB
                                   WS-CANAL-WEB WS-MOTIVO-WEB
                                   WS-RESULTADO-WEB
                               IF WS-RESULTADO-WEB = 'S'
                                   ADD 1 TO WS-CANT-WEB
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-WEB
               END-IF.

      *    Un DEBIN sin respuesta pasada la fecha de vencimiento se
      *    le devuelve a la red como vencido.
           200-VENCER-PENDIENTES SECTION.
               OPEN I-O ARCHIVO-DEBIN.
               IF WS-FILE-STATUS = '00'
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-DEBIN NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF DEBIN-PENDIENTE OF REGISTRO-DEBIN
                                  AND DB-FECHA-VENCIMIENTO
                                      OF REGISTRO-DEBIN
                                      < WS-FECHA-HOY
                                   PERFORM 210-VENCER-DEBIN
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-DEBIN
               END-IF.

           210-VENCER-DEBIN SECTION.
               MOVE 'V' TO DB-ESTADO OF REGISTRO-DEBIN.
               MOVE WS-FECHA-HOY
                   TO DB-FECHA-RESPUESTA OF REGISTRO-DEBIN.
               MOVE WS-OPERADOR TO DB-OPERADOR OF REGISTRO-DEBIN.
               MOVE WS-CANAL TO DB-CANAL OF REGISTRO-DEBIN.
               REWRITE REGISTRO-DEBIN.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL VENCER EL DEBIN '
                       DB-NUMERO OF REGISTRO-DEBIN
               ELSE
                   ADD 1 TO WS-CANT-VENCIDOS
                   MOVE DB-ID-RED OF REGISTRO-DEBIN TO WS-ID-RED
                   MOVE DB-MONTO OF REGISTRO-DEBIN TO WS-MONTO-RED
                   MOVE 'V' TO WS-RESULTADO-RED
                   MOVE 'VENCIDO SIN RESPUESTA' TO WS-MOTIVO-RED
                   PERFORM 400-RESPONDER-RED
               END-IF.

           300-RECIBIR-DEBIN SECTION.
               OPEN INPUT ARCHIVO-ENTRADA.
               IF WS-FILE-STATUS-ENT NOT = '00'
                   DISPLAY '--> SIN DEBIN RECIBIDOS DE LA RED'
               ELSE
                   OPEN I-O ARCHIVO-DEBIN
                   IF WS-FILE-STATUS = '35'
                       OPEN OUTPUT ARCHIVO-DEBIN
                       CLOSE ARCHIVO-DEBIN
                       OPEN I-O ARCHIVO-DEBIN
                   END-IF
                   IF WS-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE DEBIN'
      *                El error fatal se publica para que la cadena
      *                nocturna se detenga.
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE 'N' TO WS-EOF-FLAG
                       PERFORM UNTIL FIN-ARCHIVO
                           READ ARCHIVO-ENTRADA
                               AT END
                                   SET FIN-ARCHIVO TO TRUE
                               NOT AT END
                                   ADD 1 TO WS-CANT-RECIBIDOS
                                   PERFORM 310-PROCESAR-RENGLON
                           END-READ
                       END-PERFORM
                       CLOSE ARCHIVO-DEBIN
                   END-IF
                   CLOSE ARCHIVO-ENTRADA
               END-IF.

           310-PROCESAR-RENGLON SECTION.
               MOVE 'S' TO WS-RENGLON-VALIDO.
               MOVE SPACES TO WS-MOTIVO-RED.
               MOVE DE-MONTO TO WS-MA-ENTERO.
               MOVE DE-MONTO-DECIMALES TO WS-MA-DECIMALES.
               MOVE WS-MONTO-NUMERICO TO WS-MONTO-RED.
               MOVE DE-ID-RED TO WS-ID-RED.

               IF WS-MONTO-RED NOT > ZERO
                   MOVE 'N' TO WS-RENGLON-VALIDO
                   MOVE 'MONTO INVALIDO' TO WS-MOTIVO-RED
               ELSE
                   PERFORM 320-VALIDAR-CBU-PAGADOR
               END-IF.

               IF WS-RENGLON-VALIDO = 'S'
                   PERFORM 330-GRABAR-DEBIN
               END-IF.

               IF WS-RENGLON-VALIDO NOT = 'S'
                   ADD 1 TO WS-CANT-RECHAZADOS
                   MOVE 'R' TO WS-RESULTADO-RED
                   PERFORM 400-RESPONDER-RED
               END-IF.

      *    Mismo control que 120-VALIDAR-CBU-DESTINO de
      *    TRANSFERENCIAS-ENTRANTES, y además la cuenta tiene que
      *    estar operativa para que se le pueda debitar.
           320-VALIDAR-CBU-PAGADOR SECTION.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS-CTA NOT = '00'
                   MOVE 'N' TO WS-RENGLON-VALIDO
                   MOVE 'ERROR AL ABRIR CUENTAS' TO WS-MOTIVO-RED
               ELSE
                   MOVE DE-CBU-CUENTA TO CC-NUMERO-CUENTA OF RCC
                   READ ARCHIVO-CUENTAS
                       KEY IS CC-NUMERO-CUENTA OF RCC
                       INVALID KEY
                           MOVE 'N' TO WS-RENGLON-VALIDO
                           MOVE 'CBU SIN CUENTA' TO WS-MOTIVO-RED
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

               IF WS-RENGLON-VALIDO = 'S'
                   CALL 'CALCULAR-CBU' USING
                       CC-SUCURSAL OF RCC DE-CBU-CUENTA
                       WS-CBU-CALCULADO
                   IF WS-CBU-CALCULADO NOT = DE-CBU-PAGADOR
                       MOVE 'N' TO WS-RENGLON-VALIDO
                       MOVE 'CBU INVALIDO' TO WS-MOTIVO-RED
                   END-IF
               END-IF.

               IF WS-RENGLON-VALIDO = 'S'
                  AND NOT CUENTA-ACTIVA OF RCC
                   MOVE 'N' TO WS-RENGLON-VALIDO
                   MOVE 'CUENTA NO OPERATIVA' TO WS-MOTIVO-RED
               END-IF.

           330-GRABAR-DEBIN SECTION.
               INITIALIZE REGISTRO-DEBIN.
               MOVE DE-ID-RED TO DB-ID-RED OF REGISTRO-DEBIN.
               MOVE DE-BANCO-COBRADOR
                   TO DB-BANCO-COBRADOR OF REGISTRO-DEBIN.
               MOVE DE-CBU-COBRADOR
                   TO DB-CBU-COBRADOR OF REGISTRO-DEBIN.
               MOVE DE-CUIT-COBRADOR
                   TO DB-CUIT-COBRADOR OF REGISTRO-DEBIN.
               MOVE DE-NOMBRE-COBRADOR
                   TO DB-NOMBRE-COBRADOR OF REGISTRO-DEBIN.
               MOVE DE-CBU-CUENTA TO DB-CUENTA OF REGISTRO-DEBIN.
               MOVE WS-MONTO-RED TO DB-MONTO OF REGISTRO-DEBIN.
               MOVE DE-REFERENCIA TO DB-REFERENCIA OF REGISTRO-DEBIN.
               MOVE WS-FECHA-HOY
                   TO DB-FECHA-RECEPCION OF REGISTRO-DEBIN.
      *        Sin vencimiento de la red, el plazo parametrizado.
               IF DE-FECHA-VENCIMIENTO NUMERIC
                  AND DE-FECHA-VENCIMIENTO NOT = ZERO
                   MOVE DE-FECHA-VENCIMIENTO
                       TO DB-FECHA-VENCIMIENTO OF REGISTRO-DEBIN
               ELSE
                   MOVE WS-FECHA-HOY
                       TO DB-FECHA-VENCIMIENTO OF REGISTRO-DEBIN
                   MOVE WS-DIAS-VENC-DEBIN TO WS-DIAS-VENC-3
                   CALL 'SUMAR-DIAS-FECHA' USING
                       DB-FECHA-VENCIMIENTO OF REGISTRO-DEBIN
                       WS-DIAS-VENC-3
               END-IF.
               IF DB-FECHA-VENCIMIENTO OF REGISTRO-DEBIN < WS-FECHA-HOY
                   MOVE 'N' TO WS-RENGLON-VALIDO
                   MOVE 'VENCIDO AL RECIBIRLO' TO WS-MOTIVO-RED
               ELSE
                   MOVE 'P' TO DB-ESTADO OF REGISTRO-DEBIN
                   PERFORM 340-ASIGNAR-NUMERO
                   WRITE REGISTRO-DEBIN
                   IF WS-FILE-STATUS NOT = '00'
                       MOVE 'N' TO WS-RENGLON-VALIDO
                       MOVE 'ERROR AL REGISTRAR' TO WS-MOTIVO-RED
                   ELSE
                       ADD 1 TO WS-CANT-PENDIENTES
                       MOVE SPACES TO WS-DETALLE-EVENTO
                       STRING
                           'DEBIN ' DELIMITED BY SIZE
                           DB-NUMERO OF REGISTRO-DEBIN
                               DELIMITED BY SIZE
                           ' A ACEPTAR HASTA ' DELIMITED BY SIZE
                           DB-FECHA-VENCIMIENTO OF REGISTRO-DEBIN
                               DELIMITED BY SIZE
                           INTO WS-DETALLE-EVENTO
                       END-STRING
                       CALL 'REGISTRAR-EVENTO' USING
                           WS-TIPO-EVENTO
                           DB-CUENTA OF REGISTRO-DEBIN
                           CC-DNI-TITULAR OF RCC
                           WS-DETALLE-EVENTO
                   END-IF
               END-IF.

           340-ASIGNAR-NUMERO SECTION.
               OPEN I-O ARCHIVO-CONTADOR.
               IF WS-FILE-STATUS-CONTADOR = '35'
                   OPEN OUTPUT ARCHIVO-CONTADOR
                   MOVE ZERO TO CONTADOR-DEBIN
                   WRITE REGISTRO-CONTADOR
                   CLOSE ARCHIVO-CONTADOR
                   OPEN I-O ARCHIVO-CONTADOR
               END-IF.
               READ ARCHIVO-CONTADOR INTO REGISTRO-CONTADOR
               END-READ.
               ADD 1 TO CONTADOR-DEBIN.
               MOVE CONTADOR-DEBIN TO DB-NUMERO OF REGISTRO-DEBIN.
               REWRITE REGISTRO-CONTADOR.
               CLOSE ARCHIVO-CONTADOR.

           400-RESPONDER-RED SECTION.
               MOVE WS-MONTO-RED TO WS-MONTO-TEXTO.
               MOVE SPACES TO LINEA-RESPUESTA.
               STRING
                   WS-ID-RED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RESULTADO-RED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MONTO-TEXTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MOTIVO-RED DELIMITED BY SIZE
                   INTO LINEA-RESPUESTA
               END-STRING.

               OPEN EXTEND ARCHIVO-RESPUESTAS.
               IF WS-FILE-STATUS-RES = '35'
                   OPEN OUTPUT ARCHIVO-RESPUESTAS
               END-IF.
               IF WS-FILE-STATUS-RES NOT = '00'
                   DISPLAY 'ERROR AL GRABAR LA RESPUESTA A LA RED'
               ELSE
                   WRITE LINEA-RESPUESTA
                   CLOSE ARCHIVO-RESPUESTAS
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
