       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-OFICIALES-CUENTA.
       AUTHOR. MARCOS MUÑOZ.

      * Asignación del oficial de cuenta de cada cliente: el
      * oficial es un operador activo de operadores.dat y queda en
      * el maestro de clientes (CLI-OFICIAL). Se puede asignar o
      * reasignar el oficial de un cliente, traspasar la cartera
      * completa de un oficial a otro (licencia, baja, rotación)
      * y consultar el historial de oficiales de un cliente. Cada
      * cambio deja su renglón en historial_oficiales.dat y en el
      * diario de auditoría.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CLIENTES ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DNI OF REGISTRO-CLIENTE
               FILE STATUS IS WS-FILE-STATUS-CLI.

           SELECT ARCHIVO-OPERADORES ASSIGN TO 'operadores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO OF REGISTRO-OPERADOR
               FILE STATUS IS WS-FILE-STATUS-OPE.

           SELECT ARCHIVO-HISTORIAL-OFICIALES
               ASSIGN TO 'historial_oficiales.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HO-CLAVE OF REGISTRO-HISTORIAL
               FILE STATUS IS WS-FILE-STATUS-HIS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CLIENTES.
           01 REGISTRO-CLIENTE.
               COPY "cliente.cpy".

       FD  ARCHIVO-OPERADORES.
           01 REGISTRO-OPERADOR.
               COPY "operador.cpy".

       FD  ARCHIVO-HISTORIAL-OFICIALES.
           01 REGISTRO-HISTORIAL.
               COPY "historialoficial.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CLI    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-OPE    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-HIS    PIC XX VALUE '00'.

       01  WS-OPCION             PIC 9(01).
       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-HORA-AHORA         PIC 9(08).
       01  WS-HORA-REGISTRO      PIC 9(06).
       01  WS-CONFIRMA           PIC X VALUE 'N'.
       01  WS-DNI                PIC 9(08).
       01  WS-OFICIAL-NUEVO      PIC X(08).
       01  WS-OFICIAL-ANTERIOR   PIC X(08).
       01  WS-OFICIAL-ORIGEN     PIC X(08).
       01  WS-OFICIAL-VALIDO     PIC X(01) VALUE 'N'.
           88 OFICIAL-VALIDO     VALUE 'S'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-CANT-TRASPASADOS   PIC 9(06) VALUE ZERO.
       01  WS-CANT-HISTORIAL     PIC 9(04) VALUE ZERO.
       01  WS-HISTORIAL-ABIERTO  PIC X(01) VALUE 'N'.
           88 HISTORIAL-ABIERTO  VALUE 'S'.

       01  WS-CUENTA-AUDITORIA   PIC 9(08) VALUE ZERO.
       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.
       01  WS-ACCION-AUDITORIA   PIC X(12) VALUE 'OFICIAL-ASIG'.
       01  WS-MOTIVO-AUDITORIA   PIC X(40).

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión, que firma los
      *    cambios.
       01  LK-OPERADOR           PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- OFICIALES DE CUENTA ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           DISPLAY '1 - Asignar o reasignar oficial a un cliente'.
           DISPLAY '2 - Traspasar la cartera de un oficial'.
           DISPLAY '3 - Historial de oficiales de un cliente'.
           DISPLAY 'Opción: ' WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 1 PERFORM 100-ASIGNAR-OFICIAL
               WHEN 2 PERFORM 200-TRASPASAR-CARTERA
               WHEN 3 PERFORM 300-CONSULTAR-HISTORIAL
               WHEN OTHER DISPLAY '--> OPCIÓN INVÁLIDA'
           END-EVALUATE.
           PERFORM 900-FINALIZAR-PROGRAMA.

      *    Espacios como oficial nuevo retiran el oficial que tenga
      *    el cliente.
           100-ASIGNAR-OFICIAL SECTION.
               DISPLAY 'DNI del cliente: ' WITH NO ADVANCING.
               ACCEPT WS-DNI.
               DISPLAY 'Oficial (operador, en blanco = quitar): '
                   WITH NO ADVANCING.
               ACCEPT WS-OFICIAL-NUEVO.
               IF WS-OFICIAL-NUEVO NOT = SPACES
                   PERFORM 150-VALIDAR-OFICIAL
                   IF NOT OFICIAL-VALIDO
                       PERFORM 900-FINALIZAR-PROGRAMA
                   END-IF
               END-IF.
               OPEN I-O ARCHIVO-CLIENTES.
               IF WS-FILE-STATUS-CLI NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CLIENTES'
               ELSE
                   MOVE WS-DNI TO CLI-DNI OF REGISTRO-CLIENTE
                   READ ARCHIVO-CLIENTES
                       KEY IS CLI-DNI OF REGISTRO-CLIENTE
                       INVALID KEY
                           DISPLAY '--> CLIENTE NO ENCONTRADO'
                       NOT INVALID KEY
                           DISPLAY '--> CLIENTE: '
                               CLI-NOMBRE OF REGISTRO-CLIENTE
                           DISPLAY '--> OFICIAL ACTUAL: '
                               CLI-OFICIAL OF REGISTRO-CLIENTE
                           IF CLI-OFICIAL OF REGISTRO-CLIENTE
                              = WS-OFICIAL-NUEVO
                               DISPLAY '--> SIN CAMBIOS'
                           ELSE
                               PERFORM 110-GRABAR-OFICIAL
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CLIENTES
               END-IF.

      *    Cambia el oficial del cliente leído en REGISTRO-CLIENTE
      *    (archivo abierto I-O) y deja el historial y la
      *    auditoría.
           110-GRABAR-OFICIAL SECTION.
               MOVE CLI-OFICIAL OF REGISTRO-CLIENTE
                   TO WS-OFICIAL-ANTERIOR.
               MOVE WS-OFICIAL-NUEVO
                   TO CLI-OFICIAL OF REGISTRO-CLIENTE.
               REWRITE REGISTRO-CLIENTE.
               IF WS-FILE-STATUS-CLI NOT = '00'
                   DISPLAY 'ERROR AL GRABAR EL CLIENTE '
                       CLI-DNI OF REGISTRO-CLIENTE
               ELSE
                   PERFORM 120-REGISTRAR-HISTORIAL
                   IF WS-OPCION = 1
                       DISPLAY '---> OFICIAL ACTUALIZADO'
                   END-IF
               END-IF.

           120-REGISTRAR-HISTORIAL SECTION.
               OPEN I-O ARCHIVO-HISTORIAL-OFICIALES.
               IF WS-FILE-STATUS-HIS = '35'
                   OPEN OUTPUT ARCHIVO-HISTORIAL-OFICIALES
                   CLOSE ARCHIVO-HISTORIAL-OFICIALES
                   OPEN I-O ARCHIVO-HISTORIAL-OFICIALES
               END-IF.
               IF WS-FILE-STATUS-HIS NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL HISTORIAL DE OFICIALES'
               ELSE
                   ACCEPT WS-HORA-AHORA FROM TIME
                   DIVIDE WS-HORA-AHORA BY 100
                       GIVING WS-HORA-REGISTRO
                   MOVE CLI-DNI OF REGISTRO-CLIENTE
                       TO HO-DNI OF REGISTRO-HISTORIAL
                   MOVE WS-FECHA-HOY TO HO-FECHA OF REGISTRO-HISTORIAL
                   MOVE WS-HORA-REGISTRO
                       TO HO-HORA OF REGISTRO-HISTORIAL
                   MOVE WS-OFICIAL-ANTERIOR
                       TO HO-OFICIAL-ANTERIOR OF REGISTRO-HISTORIAL
                   MOVE WS-OFICIAL-NUEVO
                       TO HO-OFICIAL-NUEVO OF REGISTRO-HISTORIAL
                   MOVE LK-OPERADOR TO HO-OPERADOR OF REGISTRO-HISTORIAL
      *            Dos cambios del mismo cliente en el mismo segundo
      *            (traspaso masivo repetido): se corre la hora.
                   WRITE REGISTRO-HISTORIAL
                       INVALID KEY
                           ADD 1 TO HO-HORA OF REGISTRO-HISTORIAL
                           WRITE REGISTRO-HISTORIAL
                           END-WRITE
                   END-WRITE
                   CLOSE ARCHIVO-HISTORIAL-OFICIALES
               END-IF.
               MOVE SPACES TO WS-MOTIVO-AUDITORIA.
               STRING
                   'DNI ' DELIMITED BY SIZE
                   CLI-DNI OF REGISTRO-CLIENTE DELIMITED BY SIZE
                   ' OF ' DELIMITED BY SIZE
                   WS-OFICIAL-ANTERIOR DELIMITED BY SIZE
                   ' A ' DELIMITED BY SIZE
                   WS-OFICIAL-NUEVO DELIMITED BY SIZE
                   INTO WS-MOTIVO-AUDITORIA
               END-STRING.
               CALL 'REGISTRAR-AUDITORIA' USING
                   WS-ACCION-AUDITORIA WS-CUENTA-AUDITORIA
                   LK-OPERADOR WS-SIN-AUTORIZANTE
                   WS-MOTIVO-AUDITORIA.

           150-VALIDAR-OFICIAL SECTION.
               MOVE 'N' TO WS-OFICIAL-VALIDO.
               OPEN INPUT ARCHIVO-OPERADORES.
               IF WS-FILE-STATUS-OPE = '00'
                   MOVE WS-OFICIAL-NUEVO
                       TO OP-CODIGO OF REGISTRO-OPERADOR
                   READ ARCHIVO-OPERADORES
                       KEY IS OP-CODIGO OF REGISTRO-OPERADOR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF OPERADOR-ACTIVO OF REGISTRO-OPERADOR
                               MOVE 'S' TO WS-OFICIAL-VALIDO
                               DISPLAY '--> OFICIAL: '
                                   OP-NOMBRE OF REGISTRO-OPERADOR
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-OPERADORES
               END-IF.
               IF NOT OFICIAL-VALIDO
                   DISPLAY '--> EL OFICIAL NO ES UN OPERADOR ACTIVO'
               END-IF.

      *    Todos los clientes del oficial de origen pasan al nuevo,
      *    cada uno con su renglón de historial.
           200-TRASPASAR-CARTERA SECTION.
               DISPLAY 'Oficial actual: ' WITH NO ADVANCING.
               ACCEPT WS-OFICIAL-ORIGEN.
               DISPLAY 'Oficial nuevo:  ' WITH NO ADVANCING.
               ACCEPT WS-OFICIAL-NUEVO.
               IF WS-OFICIAL-ORIGEN = SPACES
                  OR WS-OFICIAL-ORIGEN = WS-OFICIAL-NUEVO
                   DISPLAY '--> OFICIALES INVÁLIDOS'
                   PERFORM 900-FINALIZAR-PROGRAMA
               END-IF.
               PERFORM 150-VALIDAR-OFICIAL.
               IF NOT OFICIAL-VALIDO
                   PERFORM 900-FINALIZAR-PROGRAMA
               END-IF.
               DISPLAY '¿Traspasar la cartera de ' WS-OFICIAL-ORIGEN
                   ' a ' WS-OFICIAL-NUEVO '? (S/N): '
                   WITH NO ADVANCING.
               ACCEPT WS-CONFIRMA.
               IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
                   DISPLAY '--> SIN CAMBIOS'
                   PERFORM 900-FINALIZAR-PROGRAMA
               END-IF.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN I-O ARCHIVO-CLIENTES.
               IF WS-FILE-STATUS-CLI NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CLIENTES'
               ELSE
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-CLIENTES NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF CLI-OFICIAL OF REGISTRO-CLIENTE
                                  = WS-OFICIAL-ORIGEN
                                   PERFORM 110-GRABAR-OFICIAL
                                   ADD 1 TO WS-CANT-TRASPASADOS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CLIENTES
               END-IF.
               DISPLAY '---> CLIENTES TRASPASADOS: '
                   WS-CANT-TRASPASADOS.

           300-CONSULTAR-HISTORIAL SECTION.
               DISPLAY 'DNI del cliente: ' WITH NO ADVANCING.
               ACCEPT WS-DNI.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-HISTORIAL-OFICIALES.
               IF WS-FILE-STATUS-HIS NOT = '00'
                   SET FIN-ARCHIVO TO TRUE
               ELSE
                   MOVE 'S' TO WS-HISTORIAL-ABIERTO
                   MOVE WS-DNI TO HO-DNI OF REGISTRO-HISTORIAL
                   MOVE ZERO TO HO-FECHA OF REGISTRO-HISTORIAL
                   MOVE ZERO TO HO-HORA OF REGISTRO-HISTORIAL
                   START ARCHIVO-HISTORIAL-OFICIALES
                       KEY IS >= HO-CLAVE OF REGISTRO-HISTORIAL
                       INVALID KEY
                           SET FIN-ARCHIVO TO TRUE
                   END-START
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-HISTORIAL-OFICIALES NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF HO-DNI OF REGISTRO-HISTORIAL NOT = WS-DNI
                               SET FIN-ARCHIVO TO TRUE
                           ELSE
                               ADD 1 TO WS-CANT-HISTORIAL
                               DISPLAY HO-FECHA OF REGISTRO-HISTORIAL
                                   ' ' HO-HORA OF REGISTRO-HISTORIAL
                                   ' DE ' HO-OFICIAL-ANTERIOR
                                   OF REGISTRO-HISTORIAL
                                   ' A ' HO-OFICIAL-NUEVO
                                   OF REGISTRO-HISTORIAL
                                   ' POR ' HO-OPERADOR
                                   OF REGISTRO-HISTORIAL
                           END-IF
                   END-READ
               END-PERFORM.
               IF HISTORIAL-ABIERTO
                   CLOSE ARCHIVO-HISTORIAL-OFICIALES
               END-IF.
               IF WS-CANT-HISTORIAL = ZERO
                   DISPLAY '--> EL CLIENTE NO TIENE CAMBIOS DE OFICIAL'
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
