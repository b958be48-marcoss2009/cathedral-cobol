       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESOLVER-TRANSF-EXTERIOR.
       AUTHOR. MARCOS MUÑOZ.

      * Cola de cumplimiento de las transferencias con el exterior
      * retenidas por el control de listas: lista las retenidas con
      * su contraparte y permite, con autorización de supervisor,
      * liberarlas (vuelven a pendiente y el próximo batch las
      * despacha o las aplica sin volver a retenerlas) o
      * rechazarlas. Un pago entrante rechazado se devuelve al
      * ordenante: va como 'DEV' al archivo del día para el
      * corresponsal y su importe queda como partida de salida de
      * la cuenta en el corresponsal. Cada decisión queda en el
      * diario de auditoría.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-TRANSF-EXTERIOR
               ASSIGN TO 'transferencias_exterior.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-NUMERO OF REGISTRO-TRANSF-EXTERIOR
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-MENSAJES
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-MENSAJES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-MSG.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-TRANSF-EXTERIOR.
           01 REGISTRO-TRANSF-EXTERIOR.
               COPY "transfexterior.cpy".

      *    Mismo renglón que arma TRANSF-EXTERIOR-SALIENTES.
       FD  ARCHIVO-MENSAJES.
           01  LINEA-MENSAJE.
               05  SW-TIPO            PIC X(03).
               05  SW-REFERENCIA      PIC X(16).
               05  SW-FECHA-VALOR     PIC 9(08).
               05  SW-MONEDA          PIC X(03).
               05  SW-IMPORTE         PIC 9(12)V99.
               05  SW-BIC             PIC X(11).
               05  SW-CUENTA          PIC X(34).
               05  SW-NOMBRE          PIC X(30).
               05  SW-PAIS            PIC X(02).
               05  SW-CONCEPTO        PIC X(04).
               05  SW-GASTOS          PIC X(03).
               05  SW-ORDENANTE       PIC X(30).
               05  SW-CBU-ORDENANTE   PIC X(13).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-MSG    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-MENSAJES PIC X(100).

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-CANT-RETENIDAS     PIC 9(06) VALUE ZERO.
       01  WS-NUMERO-ELEGIDO     PIC 9(08).
       01  WS-TRANSF-ENCONTRADA  PIC X(01) VALUE 'N'.
           88 TRANSF-ENCONTRADA  VALUE 'S'.
       01  WS-OPCION-DISPOSICION PIC 9.

       01  WS-AUTORIZANTE        PIC X(08) VALUE SPACES.
       01  WS-ACCION-AUDITORIA   PIC X(12).
       01  WS-MOTIVO-AUDITORIA   PIC X(40).

      *    Partida de la devolución en la cuenta del corresponsal.
       01  WS-IMPORTE-PARTIDA    PIC S9(12)V99 VALUE ZERO.
       01  WS-LADO-PARTIDA       PIC X(01) VALUE 'P'.
       01  WS-ORIGEN-PARTIDA     PIC X(10) VALUE 'SWIFT-DEV'.
       01  WS-REFERENCIA-PARTIDA PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión.
       01  LK-OPERADOR           PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- TRANSFERENCIAS EXTERIOR RETENIDAS ----'.
           PERFORM 100-LISTAR-RETENIDAS.
           IF WS-CANT-RETENIDAS = ZERO
               DISPLAY '--> NO HAY TRANSFERENCIAS RETENIDAS'
           ELSE
               PERFORM 200-RESOLVER-TRANSFERENCIA
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-LISTAR-RETENIDAS SECTION.
               MOVE ZERO TO WS-CANT-RETENIDAS.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-TRANSF-EXTERIOR.
               IF WS-FILE-STATUS NOT = '00'
                   CONTINUE
               ELSE
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-TRANSF-EXTERIOR NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF TE-RETENIDA
                                   ADD 1 TO WS-CANT-RETENIDAS
                                   PERFORM 110-MOSTRAR-TRANSFERENCIA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-TRANSF-EXTERIOR
               END-IF.

           110-MOSTRAR-TRANSFERENCIA SECTION.
               IF TE-SALIENTE
                   DISPLAY 'TRANSF ' TE-NUMERO ' SALIENTE '
                       TE-FECHA-ORDEN ' CTA:' TE-CUENTA
                       ' ' TE-MONEDA ' ' TE-IMPORTE-ME
                   DISPLAY '    BENEFICIARIO: ' TE-NOMBRE-EXTERIOR
                       ' ' TE-PAIS ' ' TE-BIC
               ELSE
                   DISPLAY 'TRANSF ' TE-NUMERO ' ENTRANTE '
                       TE-FECHA-ORDEN ' CTA:' TE-CUENTA
                       ' ' TE-MONEDA ' ' TE-IMPORTE-ME
                   DISPLAY '    ORDENANTE: ' TE-NOMBRE-EXTERIOR
                       ' ' TE-PAIS ' ' TE-BIC
               END-IF.

           200-RESOLVER-TRANSFERENCIA SECTION.
               DISPLAY 'Número de transferencia (0 = salir): '
                   WITH NO ADVANCING.
               ACCEPT WS-NUMERO-ELEGIDO.
               IF WS-NUMERO-ELEGIDO = ZERO
                   DISPLAY '--> SIN CAMBIOS'
               ELSE
                   PERFORM 210-LOCALIZAR-Y-RESOLVER
               END-IF.

           210-LOCALIZAR-Y-RESOLVER SECTION.
               OPEN I-O ARCHIVO-TRANSF-EXTERIOR.
               MOVE WS-NUMERO-ELEGIDO TO TE-NUMERO.
               READ ARCHIVO-TRANSF-EXTERIOR
                   KEY IS TE-NUMERO
                   INVALID KEY
                       MOVE 'N' TO WS-TRANSF-ENCONTRADA
                       DISPLAY '--> TRANSFERENCIA NO ENCONTRADA'
                   NOT INVALID KEY
                       MOVE 'S' TO WS-TRANSF-ENCONTRADA
               END-READ.

               IF TRANSF-ENCONTRADA
                   IF NOT TE-RETENIDA
                       DISPLAY '--> LA TRANSFERENCIA NO ESTÁ '
                           'RETENIDA'
                   ELSE
                       DISPLAY '1. Liberar (falso positivo)'
                       DISPLAY '2. Rechazar'
                       DISPLAY '0. Dejar retenida'
                       DISPLAY 'Elija una opción: '
                           WITH NO ADVANCING
                       ACCEPT WS-OPCION-DISPOSICION
                       IF WS-OPCION-DISPOSICION = 1
                          OR WS-OPCION-DISPOSICION = 2
                           PERFORM 220-AUTORIZAR-Y-APLICAR
                       ELSE
                           DISPLAY '--> SIGUE RETENIDA'
                       END-IF
                   END-IF
               END-IF.
               CLOSE ARCHIVO-TRANSF-EXTERIOR.

      *    Liberar o rechazar una retención siempre exige la
      *    credencial de un supervisor.
           220-AUTORIZAR-Y-APLICAR SECTION.
               MOVE SPACES TO WS-AUTORIZANTE.
               CALL 'AUTORIZAR-SUPERVISOR' USING WS-AUTORIZANTE.
               IF WS-AUTORIZANTE = SPACES
                   DISPLAY '--> SIN AUTORIZACIÓN DE SUPERVISOR: '
                       'SIGUE RETENIDA'
               ELSE
                   MOVE WS-AUTORIZANTE TO TE-AUTORIZANTE
                   MOVE SPACES TO WS-MOTIVO-AUDITORIA
                   IF WS-OPCION-DISPOSICION = 1
                       MOVE 'L' TO TE-CONTROL-LISTAS
                       MOVE 'P' TO TE-ESTADO
                       MOVE 'TEXT-LIBERA' TO WS-ACCION-AUDITORIA
                       STRING
                           'LIBERA TRANSF EXT ' DELIMITED BY SIZE
                           TE-NUMERO DELIMITED BY SIZE
                           INTO WS-MOTIVO-AUDITORIA
                       END-STRING
                   ELSE
                       MOVE 'X' TO TE-ESTADO
                       MOVE 'TEXT-RECHAZ' TO WS-ACCION-AUDITORIA
                       STRING
                           'RECHAZA TRANSF EXT ' DELIMITED BY SIZE
                           TE-NUMERO DELIMITED BY SIZE
                           INTO WS-MOTIVO-AUDITORIA
                       END-STRING
                   END-IF
                   REWRITE REGISTRO-TRANSF-EXTERIOR
                   IF WS-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR AL ACTUALIZAR LA TRANSFERENCIA'
                   ELSE
                       CALL 'REGISTRAR-AUDITORIA' USING
                           WS-ACCION-AUDITORIA TE-CUENTA
                           LK-OPERADOR WS-AUTORIZANTE
                           WS-MOTIVO-AUDITORIA
                       IF TE-PENDIENTE
                           DISPLAY '---> TRANSFERENCIA LIBERADA: LA '
                               'PROCESA EL PRÓXIMO BATCH'
                       ELSE
                           DISPLAY '---> TRANSFERENCIA RECHAZADA'
                           IF TE-ENTRANTE
                               PERFORM 230-DEVOLVER-AL-ORDENANTE
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *    Los fondos de un pago entrante retenido siguen en la
      *    cuenta del corresponsal: se devuelven al banco
      *    ordenante.
           230-DEVOLVER-AL-ORDENANTE SECTION.
               CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
               MOVE SPACES TO NOMBRE-ARCHIVO-MENSAJES.
               STRING
                   "swift_salida_" DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-MENSAJES
               END-STRING.
               MOVE SPACES TO LINEA-MENSAJE.
               MOVE 'DEV' TO SW-TIPO.
               MOVE TE-REFERENCIA TO SW-REFERENCIA.
               MOVE WS-FECHA-HOY TO SW-FECHA-VALOR.
               MOVE TE-MONEDA TO SW-MONEDA.
               MOVE TE-IMPORTE-ME TO SW-IMPORTE.
               MOVE TE-BIC TO SW-BIC.
               MOVE TE-CUENTA-EXTERIOR TO SW-CUENTA.
               MOVE TE-NOMBRE-EXTERIOR TO SW-NOMBRE.
               MOVE TE-PAIS TO SW-PAIS.
               MOVE TE-CONCEPTO-CAMBIO TO SW-CONCEPTO.
               MOVE TE-GASTOS TO SW-GASTOS.

               OPEN EXTEND ARCHIVO-MENSAJES.
               IF WS-FILE-STATUS-MSG = '35'
                   OPEN OUTPUT ARCHIVO-MENSAJES
               END-IF.
               IF WS-FILE-STATUS-MSG NOT = '00'
                   DISPLAY 'ERROR AL GRABAR LA DEVOLUCIÓN AL '
                       'CORRESPONSAL'
               ELSE
                   WRITE LINEA-MENSAJE
                   CLOSE ARCHIVO-MENSAJES
                   COMPUTE WS-IMPORTE-PARTIDA = 0 - TE-IMPORTE-ME
                   MOVE TE-REFERENCIA TO WS-REFERENCIA-PARTIDA
                   CALL 'REGISTRAR-PARTIDA-LIQUIDACION' USING
                       WS-LADO-PARTIDA WS-FECHA-HOY WS-ORIGEN-PARTIDA
                       TE-MONEDA WS-REFERENCIA-PARTIDA
                       WS-IMPORTE-PARTIDA
                   DISPLAY '---> DEVOLUCIÓN AL ORDENANTE ENVIADA '
                       'AL CORRESPONSAL'
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
