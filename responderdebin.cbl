       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPONDER-DEBIN.
       AUTHOR. MARCOS MUÑOZ.

      * Respuesta del cliente a un DEBIN pendiente, dada por
      * sucursal (GESTIONAR-DEBIN) o por el canal web (las
      * decisiones que aplica PROCESAR-DEBIN). Aceptado: se debita
      * la cuenta por MOVIMIENTO-CUENTA y el DEBIN se encola en
      * solicitudes_cbu.dat como solicitud ya debitada, para que
      * TRANSFERENCIAS-SALIENTES lo liquide con el banco del
      * cobrador igual que cualquier otra salida. Sin fondos
      * suficientes el DEBIN sigue pendiente hasta su vencimiento.
      * Rechazado (o vencido al querer responderlo): se le contesta
      * a la red en debin_respuestas.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-DEBIN ASSIGN TO 'debines.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-NUMERO OF REGISTRO-DEBIN
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS-CTA.

           SELECT ARCHIVO-SOLICITUDES ASSIGN TO 'solicitudes_cbu.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-NUMERO OF REGISTRO-SOLICITUD
               FILE STATUS IS WS-FILE-STATUS-SOL.

           SELECT ARCHIVO-CONTADOR
               ASSIGN TO 'contador-solicitudes.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CONTADOR.

      *    Respuestas a la red de los DEBIN rechazados o vencidos.
           SELECT ARCHIVO-RESPUESTAS
               ASSIGN TO 'debin_respuestas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-RES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-DEBIN.
           01 REGISTRO-DEBIN.
               COPY "debin.cpy".

       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-SOLICITUDES.
           01 REGISTRO-SOLICITUD.
               05 SO-NUMERO          PIC 9(06).
               05 SO-CUENTA-ORIGEN   PIC 9(08).
               05 SO-BANCO-DESTINO   PIC X(03).
               05 SO-CBU-DESTINO     PIC X(13).
               05 SO-MONTO           PIC S9(12)V99.
               05 SO-FECHA           PIC 9(08).
               05 SO-ESTADO          PIC X(01).
                   88 SOLICITUD-PENDIENTE VALUE 'P'.
                   88 SOLICITUD-ENVIADA   VALUE 'E'.
                   88 SOLICITUD-RECHAZADA VALUE 'X'.
                   88 SOLICITUD-DEBITADA  VALUE 'D'.
               05 SO-FECHA-DESPACHO  PIC 9(08).

       FD  ARCHIVO-CONTADOR.
           01 REGISTRO-CONTADOR.
               05 CONTADOR-SOLICITUD PIC 9(06).

       FD  ARCHIVO-RESPUESTAS
           RECORD CONTAINS 80 CHARACTERS.
           01  LINEA-RESPUESTA        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS           PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTA       PIC XX VALUE '00'.
       01  WS-FILE-STATUS-SOL       PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CONTADOR  PIC XX VALUE '00'.
       01  WS-FILE-STATUS-RES       PIC XX VALUE '00'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-FONDOS-OK          PIC X(01).
           88 FONDOS-OK          VALUE 'S'.
       01  WS-DESCUBIERTO-DISPONIBLE PIC S9(12)V99.
       01  WS-FONDOS-RETENIDOS   PIC S9(12)V99 VALUE ZERO.

       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.
       01  WS-CONCEPTO           PIC 9(03) VALUE 068.
       01  WS-CONVERSION.
           05 WS-CV-MONEDA-ORIGINAL PIC X(03) VALUE SPACES.
           05 WS-CV-MONTO-ORIGINAL  PIC S9(12)V99 VALUE ZERO.
           05 WS-CV-TASA-APLICADA   PIC 9(06)V9999 VALUE ZERO.
       01  WS-RESULTADO-MOVIMIENTO PIC X(01).
           88 MOVIMIENTO-OK        VALUE 'S'.

      *    Renglón de respuesta a la red: identificador del DEBIN,
      *    resultado (R rechazado, V vencido), monto y motivo.
       01  WS-RESULTADO-RED      PIC X(01).
       01  WS-MOTIVO-RED         PIC X(30).
       01  WS-MONTO-TEXTO        PIC 9(12).99.

       01  WS-ACCION-AUDITORIA   PIC X(12).
       01  WS-MOTIVO-AUDITORIA   PIC X(40).

       LINKAGE SECTION.
       01  LK-NUMERO             PIC 9(06).
      *    Cuenta desde la que se responde: tiene que ser la del
      *    DEBIN.
       01  LK-CUENTA             PIC 9(08).
      *    'A' = acepta, 'R' = rechaza.
       01  LK-DECISION           PIC X(01).
       01  LK-OPERADOR           PIC X(08).
       01  LK-CANAL              PIC X(10).
      *    Motivo del rechazo para la red (espacios = rechazado por
      *    el cliente).
       01  LK-MOTIVO             PIC X(30).
      *    'S' = respuesta registrada; 'N' = no se pudo (sigue como
      *    estaba, salvo que haya vencido).
       01  LK-RESULTADO          PIC X(01).

       PROCEDURE DIVISION USING LK-NUMERO LK-CUENTA LK-DECISION
           LK-OPERADOR LK-CANAL LK-MOTIVO LK-RESULTADO.
       000-MAIN-LOGIC SECTION.
           MOVE 'N' TO LK-RESULTADO.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           OPEN I-O ARCHIVO-DEBIN.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY '--> NO HAY SOLICITUDES DEBIN RECIBIDAS'
               PERFORM 900-FINALIZAR-PROGRAMA
           END-IF.
           MOVE LK-NUMERO TO DB-NUMERO OF REGISTRO-DEBIN.
           READ ARCHIVO-DEBIN
               KEY IS DB-NUMERO OF REGISTRO-DEBIN
               INVALID KEY
                   DISPLAY '--> DEBIN ' LK-NUMERO ' INEXISTENTE'
               NOT INVALID KEY
                   PERFORM 100-RESPONDER
           END-READ.
           CLOSE ARCHIVO-DEBIN.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-RESPONDER SECTION.
               IF DB-CUENTA OF REGISTRO-DEBIN NOT = LK-CUENTA
                   DISPLAY '--> EL DEBIN ' LK-NUMERO
                       ' NO ES CONTRA ESA CUENTA'
               ELSE
               IF NOT DEBIN-PENDIENTE OF REGISTRO-DEBIN
                   DISPLAY '--> EL DEBIN ' LK-NUMERO
                       ' YA FUE RESPONDIDO (ESTADO '
                       DB-ESTADO OF REGISTRO-DEBIN ')'
               ELSE
               IF DB-FECHA-VENCIMIENTO OF REGISTRO-DEBIN
                  < WS-FECHA-HOY
                   DISPLAY '--> EL DEBIN ' LK-NUMERO
                       ' ESTÁ VENCIDO: SE LE INFORMA A LA RED'
                   MOVE 'V' TO DB-ESTADO OF REGISTRO-DEBIN
                   MOVE 'V' TO WS-RESULTADO-RED
                   MOVE 'VENCIDO SIN RESPUESTA' TO WS-MOTIVO-RED
                   PERFORM 190-GRABAR-RESPUESTA
               ELSE
                   EVALUATE LK-DECISION
                       WHEN 'A'
                           PERFORM 200-ACEPTAR
                       WHEN 'R'
                           PERFORM 300-RECHAZAR
                       WHEN OTHER
                           DISPLAY '--> RESPUESTA INVÁLIDA'
                   END-EVALUATE
               END-IF
               END-IF
               END-IF.

      *    Deja la respuesta en el DEBIN y, si no se aceptó, avisa
      *    a la red.
           190-GRABAR-RESPUESTA SECTION.
               MOVE WS-FECHA-HOY
                   TO DB-FECHA-RESPUESTA OF REGISTRO-DEBIN.
               MOVE LK-OPERADOR TO DB-OPERADOR OF REGISTRO-DEBIN.
               MOVE LK-CANAL TO DB-CANAL OF REGISTRO-DEBIN.
               REWRITE REGISTRO-DEBIN.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL ACTUALIZAR EL DEBIN ' LK-NUMERO
               ELSE
                   IF NOT DEBIN-ACEPTADO OF REGISTRO-DEBIN
                       PERFORM 400-RESPONDER-RED
                   END-IF
               END-IF.

      *    Los fondos se validan como en TRANSFERENCIAS-SALIENTES:
      *    saldo más el descubierto de la cuenta corriente, menos lo
      *    retenido.
           200-ACEPTAR SECTION.
               PERFORM 210-VALIDAR-FONDOS.
               IF NOT FONDOS-OK
                   DISPLAY '--> FONDOS INSUFICIENTES O CUENTA NO '
                       'ACTIVA: EL DEBIN SIGUE PENDIENTE'
               ELSE
                   CALL 'MOVIMIENTO-CUENTA' USING
                       DB-CUENTA OF REGISTRO-DEBIN
                       DB-MONTO OF REGISTRO-DEBIN 'C'
                       LK-OPERADOR LK-CANAL WS-SIN-AUTORIZANTE
                       WS-CONCEPTO WS-CONVERSION
                       WS-RESULTADO-MOVIMIENTO
                   IF NOT MOVIMIENTO-OK
                       DISPLAY '--> NO SE PUDO DEBITAR LA CUENTA: '
                           'EL DEBIN SIGUE PENDIENTE'
                   ELSE
                       PERFORM 220-ENCOLAR-LIQUIDACION
                       MOVE 'A' TO DB-ESTADO OF REGISTRO-DEBIN
                       PERFORM 190-GRABAR-RESPUESTA
                       MOVE 'S' TO LK-RESULTADO
                       DISPLAY '--> DEBIN ' LK-NUMERO ' ACEPTADO'
                       MOVE 'DEBIN-ACEPTA' TO WS-ACCION-AUDITORIA
                       PERFORM 500-AUDITAR
                   END-IF
               END-IF.

           210-VALIDAR-FONDOS SECTION.
               MOVE 'N' TO WS-FONDOS-OK.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS-CTA = '00'
                   MOVE DB-CUENTA OF REGISTRO-DEBIN
                       TO CC-NUMERO-CUENTA OF RCC
                   READ ARCHIVO-CUENTAS
                       KEY IS CC-NUMERO-CUENTA OF RCC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CUENTA-ACTIVA OF RCC
                               MOVE 'S' TO WS-FONDOS-OK
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

               IF FONDOS-OK
                   IF CAJA-DE-AHORRO OF RCC
                       MOVE ZERO TO WS-DESCUBIERTO-DISPONIBLE
                   ELSE
                       MOVE CC-LIMITE-DESCUBIERTO OF RCC
                           TO WS-DESCUBIERTO-DISPONIBLE
                   END-IF
                   CALL 'CALCULAR-FONDOS-RETENIDOS' USING
                       DB-CUENTA OF REGISTRO-DEBIN WS-FONDOS-RETENIDOS
                   IF DB-MONTO OF REGISTRO-DEBIN > CC-SALDO OF RCC
                      + WS-DESCUBIERTO-DISPONIBLE
                      - WS-FONDOS-RETENIDOS
                       MOVE 'N' TO WS-FONDOS-OK
                   END-IF
               END-IF.

      *    El DEBIN aceptado entra a la cola de salidas ya debitado:
      *    TRANSFERENCIAS-SALIENTES sólo lo lleva a la liquidación y
      *    al archivo de intercambio del banco del cobrador.
           220-ENCOLAR-LIQUIDACION SECTION.
               OPEN I-O ARCHIVO-SOLICITUDES.
               IF WS-FILE-STATUS-SOL = '35'
                   OPEN OUTPUT ARCHIVO-SOLICITUDES
                   CLOSE ARCHIVO-SOLICITUDES
                   OPEN I-O ARCHIVO-SOLICITUDES
               END-IF.
               IF WS-FILE-STATUS-SOL NOT = '00'
                   DISPLAY 'ERROR AL ABRIR LAS SOLICITUDES: EL DEBIN '
                       LK-NUMERO ' QUEDA SIN LIQUIDAR'
               ELSE
                   PERFORM 230-ASIGNAR-NUMERO
                   MOVE DB-CUENTA OF REGISTRO-DEBIN TO SO-CUENTA-ORIGEN
                   MOVE DB-BANCO-COBRADOR OF REGISTRO-DEBIN
                       TO SO-BANCO-DESTINO
                   MOVE DB-CBU-COBRADOR OF REGISTRO-DEBIN
                       TO SO-CBU-DESTINO
                   MOVE DB-MONTO OF REGISTRO-DEBIN TO SO-MONTO
                   MOVE WS-FECHA-HOY TO SO-FECHA
                   MOVE WS-FECHA-HOY TO SO-FECHA-DESPACHO
                   MOVE 'D' TO SO-ESTADO
                   WRITE REGISTRO-SOLICITUD
                   IF WS-FILE-STATUS-SOL NOT = '00'
                       DISPLAY 'ERROR AL GRABAR LA SOLICITUD: EL '
                           'DEBIN ' LK-NUMERO ' QUEDA SIN LIQUIDAR'
                   ELSE
                       MOVE SO-NUMERO
                           TO DB-NUMERO-SOLICITUD OF REGISTRO-DEBIN
                   END-IF
                   CLOSE ARCHIVO-SOLICITUDES
               END-IF.

      *    Misma numeración que SOLICITAR-TRANSFERENCIA-EXT.
           230-ASIGNAR-NUMERO SECTION.
               OPEN I-O ARCHIVO-CONTADOR.
               IF WS-FILE-STATUS-CONTADOR = '35'
                   OPEN OUTPUT ARCHIVO-CONTADOR
                   MOVE ZERO TO CONTADOR-SOLICITUD
                   WRITE REGISTRO-CONTADOR
                   CLOSE ARCHIVO-CONTADOR
                   OPEN I-O ARCHIVO-CONTADOR
               END-IF.
               READ ARCHIVO-CONTADOR INTO REGISTRO-CONTADOR
               END-READ.
               ADD 1 TO CONTADOR-SOLICITUD.
               MOVE CONTADOR-SOLICITUD TO SO-NUMERO.
               REWRITE REGISTRO-CONTADOR.
               CLOSE ARCHIVO-CONTADOR.

           300-RECHAZAR SECTION.
               MOVE 'R' TO DB-ESTADO OF REGISTRO-DEBIN.
               MOVE 'R' TO WS-RESULTADO-RED.
               IF LK-MOTIVO = SPACES
                   MOVE 'RECHAZADO POR EL CLIENTE' TO WS-MOTIVO-RED
               ELSE
                   MOVE LK-MOTIVO TO WS-MOTIVO-RED
               END-IF.
               PERFORM 190-GRABAR-RESPUESTA.
               IF WS-FILE-STATUS = '00'
                   MOVE 'S' TO LK-RESULTADO
                   DISPLAY '--> DEBIN ' LK-NUMERO ' RECHAZADO'
                   MOVE 'DEBIN-RECHAZ' TO WS-ACCION-AUDITORIA
                   PERFORM 500-AUDITAR
               END-IF.

           400-RESPONDER-RED SECTION.
               MOVE DB-MONTO OF REGISTRO-DEBIN TO WS-MONTO-TEXTO.
               MOVE SPACES TO LINEA-RESPUESTA.
               STRING
                   DB-ID-RED OF REGISTRO-DEBIN DELIMITED BY SIZE
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

           500-AUDITAR SECTION.
               MOVE SPACES TO WS-MOTIVO-AUDITORIA.
               STRING
                   'DEBIN ' DELIMITED BY SIZE
                   LK-NUMERO DELIMITED BY SIZE
                   ' CANAL ' DELIMITED BY SIZE
                   LK-CANAL DELIMITED BY SPACE
                   INTO WS-MOTIVO-AUDITORIA
               END-STRING.
               CALL 'REGISTRAR-AUDITORIA' USING
                   WS-ACCION-AUDITORIA LK-CUENTA LK-OPERADOR
                   WS-SIN-AUTORIZANTE WS-MOTIVO-AUDITORIA.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
