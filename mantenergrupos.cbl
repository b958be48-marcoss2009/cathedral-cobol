       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-GRUPOS-ECONOMICOS.
       AUTHOR. MARCOS MUÑOZ.

      * Mantenimiento de grupos económicos y partes vinculadas para
      * los topes de concentración del crédito: alta de un grupo
      * (el código lo asigna contador-grupos.dat), asignación de un
      * cliente del maestro a un grupo o su retiro, marca de la
      * vinculación del cliente con el banco (director, personal o
      * accionista) y consulta de un grupo con la exposición de
      * cada integrante según CALCULAR-EXPOSICION-CREDITICIA y el
      * total del grupo. Cada cambio queda en el diario de
      * auditoría.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-GRUPOS ASSIGN TO 'grupos_economicos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GE-CODIGO OF REGISTRO-GRUPO
               FILE STATUS IS WS-FILE-STATUS-GRU.

           SELECT ARCHIVO-CLIENTES ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DNI OF REGISTRO-CLIENTE
               FILE STATUS IS WS-FILE-STATUS-CLI.

           SELECT ARCHIVO-CONTADOR
               ASSIGN TO 'contador-grupos.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CONTADOR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-GRUPOS.
           01 REGISTRO-GRUPO.
               COPY "grupoeconomico.cpy".

       FD  ARCHIVO-CLIENTES.
           01 REGISTRO-CLIENTE.
               COPY "cliente.cpy".

       FD  ARCHIVO-CONTADOR.
           01 REGISTRO-CONTADOR.
               05 CONTADOR-GRUPO PIC 9(06).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GRU    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CLI    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CONTADOR PIC XX VALUE '00'.

       01  WS-OPCION             PIC 9(01).
       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-CONFIRMA           PIC X VALUE 'N'.
       01  WS-DNI                PIC 9(08).
       01  WS-CODIGO-GRUPO       PIC 9(06).
       01  WS-NOMBRE-GRUPO       PIC X(30).
       01  WS-GRUPO-ANTERIOR     PIC 9(06).
       01  WS-VINCULACION        PIC X(01).
           88 VINCULACION-VALIDA VALUE 'N' 'D' 'P' 'A'.
       01  WS-EXISTE-GRUPO       PIC X(01) VALUE 'N'.
           88 EXISTE-GRUPO       VALUE 'S'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

       01  WS-EXPOSICION.
           COPY "exposicion.cpy".
       01  WS-TOTAL-GRUPO        PIC S9(14)V99.
       01  WS-CANT-INTEGRANTES   PIC 9(04).

       01  WS-MONTO-DISPLAY      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-CUENTA-AUDITORIA   PIC 9(08) VALUE ZERO.
       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.
       01  WS-ACCION-AUDITORIA   PIC X(12).
       01  WS-MOTIVO-AUDITORIA   PIC X(40).

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión, que firma los
      *    cambios.
       01  LK-OPERADOR           PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- GRUPOS ECONÓMICOS Y VINCULADOS ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           DISPLAY '1 - Alta de grupo económico'.
           DISPLAY '2 - Asignar cliente a un grupo (0 = quitar)'.
           DISPLAY '3 - Marcar vinculación de un cliente'.
           DISPLAY '4 - Consultar grupo y su exposición'.
           DISPLAY 'Opción: ' WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 1 PERFORM 100-ALTA-GRUPO
               WHEN 2 PERFORM 200-ASIGNAR-GRUPO
               WHEN 3 PERFORM 300-MARCAR-VINCULACION
               WHEN 4 PERFORM 400-CONSULTAR-GRUPO
               WHEN OTHER DISPLAY '--> OPCIÓN INVÁLIDA'
           END-EVALUATE.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-ALTA-GRUPO SECTION.
               DISPLAY 'Nombre del grupo: ' WITH NO ADVANCING.
               ACCEPT WS-NOMBRE-GRUPO.
               IF WS-NOMBRE-GRUPO = SPACES
                   DISPLAY '--> NOMBRE INVÁLIDO'
                   PERFORM 900-FINALIZAR-PROGRAMA
               END-IF.
               OPEN I-O ARCHIVO-GRUPOS.
               IF WS-FILE-STATUS-GRU = '35'
                   OPEN OUTPUT ARCHIVO-GRUPOS
                   CLOSE ARCHIVO-GRUPOS
                   OPEN I-O ARCHIVO-GRUPOS
               END-IF.
               IF WS-FILE-STATUS-GRU NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE GRUPOS'
               ELSE
                   INITIALIZE REGISTRO-GRUPO
                   PERFORM 110-ASIGNAR-CODIGO
                   MOVE WS-NOMBRE-GRUPO TO GE-NOMBRE OF REGISTRO-GRUPO
                   MOVE WS-FECHA-HOY TO GE-FECHA-ALTA OF REGISTRO-GRUPO
                   MOVE LK-OPERADOR TO GE-OPERADOR OF REGISTRO-GRUPO
                   WRITE REGISTRO-GRUPO
                   END-WRITE
                   IF WS-FILE-STATUS-GRU NOT = '00'
                       DISPLAY 'ERROR AL GRABAR EL GRUPO'
                   ELSE
                       DISPLAY '---> GRUPO ' GE-CODIGO OF REGISTRO-GRUPO
                           ' DADO DE ALTA'
                       MOVE 'GRUPO-ALTA' TO WS-ACCION-AUDITORIA
                       MOVE SPACES TO WS-MOTIVO-AUDITORIA
                       STRING
                           'GRUPO ' DELIMITED BY SIZE
                           GE-CODIGO OF REGISTRO-GRUPO
                           DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-NOMBRE-GRUPO DELIMITED BY SIZE
                           INTO WS-MOTIVO-AUDITORIA
                       END-STRING
                       CALL 'REGISTRAR-AUDITORIA' USING
                           WS-ACCION-AUDITORIA WS-CUENTA-AUDITORIA
                           LK-OPERADOR WS-SIN-AUTORIZANTE
                           WS-MOTIVO-AUDITORIA
                   END-IF
                   CLOSE ARCHIVO-GRUPOS
               END-IF.

           110-ASIGNAR-CODIGO SECTION.
               OPEN I-O ARCHIVO-CONTADOR.
               IF WS-FILE-STATUS-CONTADOR = '35'
                   OPEN OUTPUT ARCHIVO-CONTADOR
                   MOVE ZERO TO CONTADOR-GRUPO
                   WRITE REGISTRO-CONTADOR
                   CLOSE ARCHIVO-CONTADOR
                   OPEN I-O ARCHIVO-CONTADOR
               END-IF.
               READ ARCHIVO-CONTADOR INTO REGISTRO-CONTADOR
               END-READ.
               ADD 1 TO CONTADOR-GRUPO.
               MOVE CONTADOR-GRUPO TO GE-CODIGO OF REGISTRO-GRUPO.
               REWRITE REGISTRO-CONTADOR.
               CLOSE ARCHIVO-CONTADOR.

      *    El grupo tiene que existir; cero retira al cliente del
      *    grupo que tenga.
           200-ASIGNAR-GRUPO SECTION.
               DISPLAY 'DNI del cliente: ' WITH NO ADVANCING.
               ACCEPT WS-DNI.
               DISPLAY 'Código de grupo (0 = quitar): '
                   WITH NO ADVANCING.
               ACCEPT WS-CODIGO-GRUPO.
               IF WS-CODIGO-GRUPO NOT = ZERO
                   PERFORM 450-LEER-GRUPO
                   IF NOT EXISTE-GRUPO
                       DISPLAY '--> GRUPO INEXISTENTE'
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
                           PERFORM 210-GRABAR-GRUPO
                   END-READ
                   CLOSE ARCHIVO-CLIENTES
               END-IF.

           210-GRABAR-GRUPO SECTION.
               DISPLAY '--> CLIENTE: ' CLI-NOMBRE OF REGISTRO-CLIENTE.
               MOVE CLI-GRUPO-ECONOMICO OF REGISTRO-CLIENTE
                   TO WS-GRUPO-ANTERIOR.
               IF WS-GRUPO-ANTERIOR = WS-CODIGO-GRUPO
                   DISPLAY '--> SIN CAMBIOS'
               ELSE
                   MOVE WS-CODIGO-GRUPO
                       TO CLI-GRUPO-ECONOMICO OF REGISTRO-CLIENTE
                   REWRITE REGISTRO-CLIENTE
                   IF WS-FILE-STATUS-CLI NOT = '00'
                       DISPLAY 'ERROR AL GRABAR EL CLIENTE'
                   ELSE
                       IF WS-CODIGO-GRUPO = ZERO
                           DISPLAY '---> CLIENTE RETIRADO DEL GRUPO '
                               WS-GRUPO-ANTERIOR
                       ELSE
                           DISPLAY '---> CLIENTE ASIGNADO AL GRUPO '
                               WS-CODIGO-GRUPO
                       END-IF
                       MOVE 'GRUPO-CLIENT' TO WS-ACCION-AUDITORIA
                       MOVE SPACES TO WS-MOTIVO-AUDITORIA
                       STRING
                           'DNI ' DELIMITED BY SIZE
                           WS-DNI DELIMITED BY SIZE
                           ' GRUPO ' DELIMITED BY SIZE
                           WS-GRUPO-ANTERIOR DELIMITED BY SIZE
                           ' A ' DELIMITED BY SIZE
                           WS-CODIGO-GRUPO DELIMITED BY SIZE
                           INTO WS-MOTIVO-AUDITORIA
                       END-STRING
                       CALL 'REGISTRAR-AUDITORIA' USING
                           WS-ACCION-AUDITORIA WS-CUENTA-AUDITORIA
                           LK-OPERADOR WS-SIN-AUTORIZANTE
                           WS-MOTIVO-AUDITORIA
                   END-IF
               END-IF.

           300-MARCAR-VINCULACION SECTION.
               DISPLAY 'DNI del cliente: ' WITH NO ADVANCING.
               ACCEPT WS-DNI.
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
                           PERFORM 310-GRABAR-VINCULACION
                   END-READ
                   CLOSE ARCHIVO-CLIENTES
               END-IF.

           310-GRABAR-VINCULACION SECTION.
               DISPLAY '--> CLIENTE: ' CLI-NOMBRE OF REGISTRO-CLIENTE.
               DISPLAY '--> VINCULACIÓN ACTUAL: '
                   CLI-VINCULACION OF REGISTRO-CLIENTE.
               DISPLAY 'Vinculación (N ninguna, D director, '
                   'P personal, A accionista): ' WITH NO ADVANCING.
               ACCEPT WS-VINCULACION.
               PERFORM UNTIL VINCULACION-VALIDA
                   DISPLAY '--> VINCULACIÓN INVÁLIDA'
                   DISPLAY 'Vinculación (N/D/P/A): ' WITH NO ADVANCING
                   ACCEPT WS-VINCULACION
               END-PERFORM.
               IF WS-VINCULACION = CLI-VINCULACION OF REGISTRO-CLIENTE
                   DISPLAY '--> SIN CAMBIOS'
               ELSE
                   MOVE SPACES TO WS-MOTIVO-AUDITORIA
                   STRING
                       'DNI ' DELIMITED BY SIZE
                       WS-DNI DELIMITED BY SIZE
                       ' VINC ' DELIMITED BY SIZE
                       CLI-VINCULACION OF REGISTRO-CLIENTE
                       DELIMITED BY SIZE
                       ' A ' DELIMITED BY SIZE
                       WS-VINCULACION DELIMITED BY SIZE
                       INTO WS-MOTIVO-AUDITORIA
                   END-STRING
                   MOVE WS-VINCULACION
                       TO CLI-VINCULACION OF REGISTRO-CLIENTE
                   REWRITE REGISTRO-CLIENTE
                   IF WS-FILE-STATUS-CLI NOT = '00'
                       DISPLAY 'ERROR AL GRABAR EL CLIENTE'
                   ELSE
                       DISPLAY '---> VINCULACIÓN ACTUALIZADA'
                       MOVE 'VINCULACION' TO WS-ACCION-AUDITORIA
                       CALL 'REGISTRAR-AUDITORIA' USING
                           WS-ACCION-AUDITORIA WS-CUENTA-AUDITORIA
                           LK-OPERADOR WS-SIN-AUTORIZANTE
                           WS-MOTIVO-AUDITORIA
                   END-IF
               END-IF.

      *    Los integrantes se buscan recorriendo el maestro de
      *    clientes; la exposición de cada uno no abre el maestro,
      *    así que puede calcularse con el archivo abierto.
           400-CONSULTAR-GRUPO SECTION.
               DISPLAY 'Código de grupo: ' WITH NO ADVANCING.
               ACCEPT WS-CODIGO-GRUPO.
               PERFORM 450-LEER-GRUPO.
               IF NOT EXISTE-GRUPO
                   DISPLAY '--> GRUPO INEXISTENTE'
                   PERFORM 900-FINALIZAR-PROGRAMA
               END-IF.
               DISPLAY '-------------------------------'.
               DISPLAY 'Grupo:     ' WS-CODIGO-GRUPO ' '
                   WS-NOMBRE-GRUPO.
               MOVE ZERO TO WS-TOTAL-GRUPO.
               MOVE ZERO TO WS-CANT-INTEGRANTES.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-CLIENTES.
               IF WS-FILE-STATUS-CLI = '00'
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-CLIENTES NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF CLI-GRUPO-ECONOMICO
                                  OF REGISTRO-CLIENTE = WS-CODIGO-GRUPO
                                   PERFORM 410-MOSTRAR-INTEGRANTE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CLIENTES
               END-IF.
               MOVE WS-TOTAL-GRUPO TO WS-MONTO-DISPLAY.
               DISPLAY 'Integrantes: ' WS-CANT-INTEGRANTES.
               DISPLAY 'EXPOSICIÓN DEL GRUPO: ' WS-MONTO-DISPLAY.
               DISPLAY '-------------------------------'.

           410-MOSTRAR-INTEGRANTE SECTION.
               ADD 1 TO WS-CANT-INTEGRANTES.
               CALL 'CALCULAR-EXPOSICION-CREDITICIA' USING
                   CLI-DNI OF REGISTRO-CLIENTE WS-EXPOSICION.
               ADD EX-TOTAL OF WS-EXPOSICION TO WS-TOTAL-GRUPO.
               MOVE EX-TOTAL OF WS-EXPOSICION TO WS-MONTO-DISPLAY.
               DISPLAY CLI-DNI OF REGISTRO-CLIENTE ' '
                   CLI-NOMBRE OF REGISTRO-CLIENTE ' '
                   CLI-VINCULACION OF REGISTRO-CLIENTE
                   WS-MONTO-DISPLAY.

           450-LEER-GRUPO SECTION.
               MOVE 'N' TO WS-EXISTE-GRUPO.
               OPEN INPUT ARCHIVO-GRUPOS.
               IF WS-FILE-STATUS-GRU = '00'
                   MOVE WS-CODIGO-GRUPO TO GE-CODIGO OF REGISTRO-GRUPO
                   READ ARCHIVO-GRUPOS
                       KEY IS GE-CODIGO OF REGISTRO-GRUPO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-EXISTE-GRUPO
                           MOVE GE-NOMBRE OF REGISTRO-GRUPO
                               TO WS-NOMBRE-GRUPO
                   END-READ
                   CLOSE ARCHIVO-GRUPOS
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
