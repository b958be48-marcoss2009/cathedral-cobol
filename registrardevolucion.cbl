       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-CORRESPONDENCIA-DEVUELTA.
       AUTHOR. MARCOS MUÑOZ.

      * Registro de la correspondencia que devuelve el correo: por
      * cada pieza (extracto, aviso u otra carta) se anota contra
      * el cliente la fecha, el motivo del correo y el domicilio al
      * que se había enviado, en correspondencia_devuelta.dat, y se
      * suma la devolución en el maestro de clientes. Cuando el
      * cliente llega a la cantidad de devoluciones del parámetro
      * (PA-MAX-DEVOLUCIONES-CORREO) su domicilio queda observado:
      * CICLO-EXTRACTOS y GENERAR-AVISOS dejan de despacharle papel
      * y caja y el mantenimiento de clientes le piden al cajero que
      * lo actualice. La observación queda en el diario de
      * auditoría.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-DEVOLUCIONES
               ASSIGN TO 'correspondencia_devuelta.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-NUMERO OF REGISTRO-DEVOLUCION
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-CLIENTES ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DNI OF REGISTRO-CLIENTE
               FILE STATUS IS WS-FILE-STATUS-CLI.

           SELECT ARCHIVO-CONTADOR
               ASSIGN TO 'contador-devoluciones.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CONTADOR.

           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-DEVOLUCIONES.
           01 REGISTRO-DEVOLUCION.
               COPY "devolucioncorreo.cpy".

       FD  ARCHIVO-CLIENTES.
           01 REGISTRO-CLIENTE.
               COPY "cliente.cpy".

       FD  ARCHIVO-CONTADOR.
           01 REGISTRO-CONTADOR.
               05 CONTADOR-DEVOLUCION PIC 9(08).

       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CLI    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CONTADOR PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM  PIC XX VALUE '00'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-MAX-DEVOLUCIONES   PIC 9(02) VALUE 3.

       01  WS-DNI-BUSCADO        PIC 9(08).
       01  WS-CLIENTE-ENCONTRADO PIC X(01) VALUE 'N'.
           88 CLIENTE-ENCONTRADO VALUE 'S'.
       01  WS-NUMERO-DEVOLUCION  PIC 9(08).
       01  WS-CONFIRMA           PIC X VALUE 'N'.

      *    Datos de la pieza devuelta, tipeados por el operador.
       01  WS-CUENTA-PIEZA       PIC 9(08).
       01  WS-TIPO-PIEZA         PIC X(01).
           88 TIPO-PIEZA-VALIDO  VALUE 'E' 'A' 'O'.
       01  WS-FECHA-DEVOLUCION   PIC 9(08).
       01  WS-MOTIVO             PIC X(01).
           88 MOTIVO-CORREO-VALIDO VALUE 'D' 'M' 'I' 'R' 'F' 'O'.
       01  WS-OBSERVACION        PIC X(40).

       01  WS-ACCION-AUDITORIA   PIC X(12) VALUE 'DOMIC-OBS'.
       01  WS-CUENTA-AUDITORIA   PIC 9(08) VALUE ZERO.
       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.
       01  WS-MOTIVO-AUDITORIA   PIC X(40).

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión, que firma el
      *    registro de la devolución.
       01  LK-OPERADOR           PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- CORRESPONDENCIA DEVUELTA ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 050-LEER-PARAMETROS.
           OPEN I-O ARCHIVO-CLIENTES.
           IF WS-FILE-STATUS-CLI NOT = '00'
               DISPLAY 'ERROR AL ABRIR ARCHIVO DE CLIENTES'
           ELSE
               PERFORM 100-CAPTURAR-DEVOLUCION
               CLOSE ARCHIVO-CLIENTES
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           050-LEER-PARAMETROS SECTION.
               OPEN INPUT ARCHIVO-PARAMETROS.
               IF WS-FILE-STATUS-PARAM = '00'
                   READ ARCHIVO-PARAMETROS
                   END-READ
                   IF PA-MAX-DEVOLUCIONES-CORREO NUMERIC
                      AND PA-MAX-DEVOLUCIONES-CORREO NOT = ZERO
                       MOVE PA-MAX-DEVOLUCIONES-CORREO
                           TO WS-MAX-DEVOLUCIONES
                   END-IF
                   CLOSE ARCHIVO-PARAMETROS
               END-IF.

           100-CAPTURAR-DEVOLUCION SECTION.
               DISPLAY 'DNI del destinatario: ' WITH NO ADVANCING.
               ACCEPT WS-DNI-BUSCADO.
               MOVE WS-DNI-BUSCADO TO CLI-DNI OF REGISTRO-CLIENTE.
               READ ARCHIVO-CLIENTES
                   KEY IS CLI-DNI OF REGISTRO-CLIENTE
                   INVALID KEY
                       MOVE 'N' TO WS-CLIENTE-ENCONTRADO
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CLIENTE-ENCONTRADO
               END-READ.

               IF NOT CLIENTE-ENCONTRADO
                   DISPLAY '--> CLIENTE NO ENCONTRADO'
               ELSE
                   DISPLAY 'Cliente:      '
                       CLI-NOMBRE OF REGISTRO-CLIENTE
                   DISPLAY 'Domicilio:    '
                       CLI-DOMICILIO OF REGISTRO-CLIENTE
                   DISPLAY 'Devoluciones: '
                       CLI-CANT-DEVOLUCIONES OF REGISTRO-CLIENTE
                   IF DOMICILIO-OBSERVADO OF REGISTRO-CLIENTE
                       DISPLAY '--> DOMICILIO YA OBSERVADO DESDE EL '
                           CLI-FECHA-DOMIC-OBSERVADO
                           OF REGISTRO-CLIENTE
                   END-IF
                   PERFORM 110-DATOS-PIEZA
                   DISPLAY 'Confirma el registro de la devolución '
                       '(S/N): ' WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       PERFORM 200-ASIGNAR-NUMERO
                       PERFORM 210-GRABAR-DEVOLUCION
                       IF WS-FILE-STATUS = '00'
                           PERFORM 300-ACTUALIZAR-CLIENTE
                       END-IF
                   ELSE
                       DISPLAY '--> OPERACIÓN CANCELADA'
                   END-IF
               END-IF.

           110-DATOS-PIEZA SECTION.
               DISPLAY 'Cuenta de la pieza (0 = sin cuenta): '
                   WITH NO ADVANCING.
               ACCEPT WS-CUENTA-PIEZA.
               DISPLAY 'Pieza (E extracto / A aviso / O otra): '
                   WITH NO ADVANCING.
               ACCEPT WS-TIPO-PIEZA.
               PERFORM UNTIL TIPO-PIEZA-VALIDO
                   DISPLAY '--> PIEZA INVÁLIDA (E/A/O)'
                   DISPLAY 'Pieza (E/A/O): ' WITH NO ADVANCING
                   ACCEPT WS-TIPO-PIEZA
               END-PERFORM.
               DISPLAY 'Fecha de devolución (AAAAMMDD, 0 = hoy): '
                   WITH NO ADVANCING.
               ACCEPT WS-FECHA-DEVOLUCION.
               IF WS-FECHA-DEVOLUCION = ZERO
                   MOVE WS-FECHA-HOY TO WS-FECHA-DEVOLUCION
               END-IF.
               DISPLAY 'Motivo del correo (D desconocido / M se mudó '
                   '/ I domicilio insuficiente / R rechazado / '
                   'F fallecido / O otro): ' WITH NO ADVANCING.
               ACCEPT WS-MOTIVO.
               PERFORM UNTIL MOTIVO-CORREO-VALIDO
                   DISPLAY '--> MOTIVO INVÁLIDO (D/M/I/R/F/O)'
                   DISPLAY 'Motivo del correo: ' WITH NO ADVANCING
                   ACCEPT WS-MOTIVO
               END-PERFORM.
               DISPLAY 'Observación: ' WITH NO ADVANCING.
               ACCEPT WS-OBSERVACION.

           200-ASIGNAR-NUMERO SECTION.
               OPEN I-O ARCHIVO-CONTADOR.
               IF WS-FILE-STATUS-CONTADOR = '35'
                   OPEN OUTPUT ARCHIVO-CONTADOR
                   MOVE ZERO TO CONTADOR-DEVOLUCION
                   WRITE REGISTRO-CONTADOR
                   CLOSE ARCHIVO-CONTADOR
                   OPEN I-O ARCHIVO-CONTADOR
               END-IF.
               READ ARCHIVO-CONTADOR INTO REGISTRO-CONTADOR
               END-READ.
               ADD 1 TO CONTADOR-DEVOLUCION.
               MOVE CONTADOR-DEVOLUCION TO WS-NUMERO-DEVOLUCION.
               REWRITE REGISTRO-CONTADOR.
               CLOSE ARCHIVO-CONTADOR.

           210-GRABAR-DEVOLUCION SECTION.
               OPEN I-O ARCHIVO-DEVOLUCIONES.
               IF WS-FILE-STATUS = '35'
                   OPEN OUTPUT ARCHIVO-DEVOLUCIONES
                   CLOSE ARCHIVO-DEVOLUCIONES
                   OPEN I-O ARCHIVO-DEVOLUCIONES
               END-IF.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL ABRIR LA CORRESPONDENCIA '
                       'DEVUELTA'
               ELSE
                   INITIALIZE REGISTRO-DEVOLUCION
                   MOVE WS-NUMERO-DEVOLUCION
                       TO CD-NUMERO OF REGISTRO-DEVOLUCION
                   MOVE CLI-DNI OF REGISTRO-CLIENTE
                       TO CD-DNI OF REGISTRO-DEVOLUCION
                   MOVE WS-CUENTA-PIEZA
                       TO CD-CUENTA OF REGISTRO-DEVOLUCION
                   MOVE WS-TIPO-PIEZA
                       TO CD-TIPO-PIEZA OF REGISTRO-DEVOLUCION
                   MOVE WS-FECHA-DEVOLUCION
                       TO CD-FECHA-DEVOLUCION OF REGISTRO-DEVOLUCION
                   MOVE WS-MOTIVO TO CD-MOTIVO OF REGISTRO-DEVOLUCION
                   MOVE WS-OBSERVACION
                       TO CD-OBSERVACION OF REGISTRO-DEVOLUCION
                   MOVE CLI-DOMICILIO OF REGISTRO-CLIENTE
                       TO CD-DOMICILIO OF REGISTRO-DEVOLUCION
                   MOVE LK-OPERADOR
                       TO CD-OPERADOR OF REGISTRO-DEVOLUCION
                   MOVE WS-FECHA-HOY
                       TO CD-FECHA-REGISTRO OF REGISTRO-DEVOLUCION
                   WRITE REGISTRO-DEVOLUCION
                   IF WS-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR AL GRABAR LA DEVOLUCIÓN'
                   ELSE
                       DISPLAY '---> DEVOLUCIÓN REGISTRADA NRO. '
                           WS-NUMERO-DEVOLUCION
                   END-IF
                   CLOSE ARCHIVO-DEVOLUCIONES
               END-IF.

      *    Suma la devolución al cliente. Con la cantidad del
      *    parámetro el domicilio queda observado desde hoy; las
      *    devoluciones que lleguen después se siguen contando.
           300-ACTUALIZAR-CLIENTE SECTION.
               IF CLI-CANT-DEVOLUCIONES OF REGISTRO-CLIENTE < 99
                   ADD 1 TO CLI-CANT-DEVOLUCIONES OF REGISTRO-CLIENTE
               END-IF.
               IF NOT DOMICILIO-OBSERVADO OF REGISTRO-CLIENTE
                  AND CLI-CANT-DEVOLUCIONES OF REGISTRO-CLIENTE
                      >= WS-MAX-DEVOLUCIONES
                   MOVE 'I' TO CLI-DOMICILIO-ESTADO OF REGISTRO-CLIENTE
                   MOVE WS-FECHA-HOY
                       TO CLI-FECHA-DOMIC-OBSERVADO OF REGISTRO-CLIENTE
                   DISPLAY '--> DOMICILIO OBSERVADO: SE SUSPENDE EL '
                       'ENVÍO DE CORRESPONDENCIA EN PAPEL'
                   MOVE WS-CUENTA-PIEZA TO WS-CUENTA-AUDITORIA
                   MOVE SPACES TO WS-MOTIVO-AUDITORIA
                   STRING
                       "DNI " DELIMITED BY SIZE
                       CLI-DNI OF REGISTRO-CLIENTE DELIMITED BY SIZE
                       " DEVOLUCIONES " DELIMITED BY SIZE
                       CLI-CANT-DEVOLUCIONES OF REGISTRO-CLIENTE
                           DELIMITED BY SIZE
                       INTO WS-MOTIVO-AUDITORIA
                   END-STRING
                   CALL 'REGISTRAR-AUDITORIA' USING
                       WS-ACCION-AUDITORIA WS-CUENTA-AUDITORIA
                       LK-OPERADOR WS-SIN-AUTORIZANTE
                       WS-MOTIVO-AUDITORIA
               END-IF.
               REWRITE REGISTRO-CLIENTE.
               IF WS-FILE-STATUS-CLI NOT = '00'
                   DISPLAY 'ERROR AL ACTUALIZAR EL CLIENTE'
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
