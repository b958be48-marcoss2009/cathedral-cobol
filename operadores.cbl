      * Mantenimiento del maestro de operadores: alta, modificación,
      * consulta y baja (lógica) sobre ARCHIVO-OPERADORES. Sólo se
      * llega acá con rol administrador, gateado por el menú de
      * CATHEDRAL-COBOL después del inicio de sesión. La sucursal
      * asignada tiene que estar activa en el maestro de
      * sucursales.
      *
      * La contraseña inicial del alta (y la de un blanqueo) se
      * guarda cifrada con CIFRAR-CLAVE y el operador tiene que
      * cambiarla en su primer inicio de sesión. Un operador
      * bloqueado por intentos fallidos sólo vuelve a entrar
      * después de desbloquearlo acá (opción 5); el desbloqueo y
      * el blanqueo de contraseña quedan en el diario de
      * auditoría a nombre del administrador.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-CONFIRMA           PIC X VALUE 'N'.

      *    Sucursal asignada, validada contra el maestro.
       01  WS-SUCURSAL-DATOS.
           COPY "sucursal.cpy".
       01  WS-SUCURSAL-VALIDA    PIC X(01) VALUE 'N'.

       01  WS-CONTINUAR          PIC X(01) VALUE 'S'.
           88 CONTINUAR          VALUE 'S'.

      *    Contraseña inicial o blanqueada (se guarda cifrada).
       01  WS-CLAVE-INICIAL      PIC X(08).
       01  WS-ESTADO-ANTERIOR    PIC X(01).

       01  WS-ACCION-AUDITORIA   PIC X(12).
       01  WS-CUENTA-AUDITORIA   PIC 9(08) VALUE ZERO.
       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.
       01  WS-MOTIVO-AUDITORIA   PIC X(40).

       LINKAGE SECTION.
      *    Administrador que opera el mantenimiento.
       01  LK-OPERADOR           PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- MANTENIMIENTO DE OPERADORES ----'.
           OPEN I-O ARCHIVO-OPERADORES.
               DISPLAY '2. Modificación de operador'.
               DISPLAY '3. Consulta de operador'.
               DISPLAY '4. Baja de operador'.
               DISPLAY '5. Desbloquear operador'.
               DISPLAY '0. Salir'.
               DISPLAY 'Elija una opción: ' WITH NO ADVANCING.
               ACCEPT OPCION-OPERADORES.
                       PERFORM 400-CONSULTAR-OPERADOR
                   WHEN 4
                       PERFORM 500-BAJA-OPERADOR
                   WHEN 5
                       PERFORM 600-DESBLOQUEAR-OPERADOR
                   WHEN 0
                       MOVE 'N' TO WS-CONTINUAR
                   WHEN OTHER
                       MOVE 'S' TO WS-OPERADOR-ENCONTRADO
               END-READ.

      *    Pide nombre y rol del operador. El rol se vuelve a
      *    pedir hasta que sea uno de los tres válidos. La
      *    contraseña se pide aparte (140-CAPTURAR-CLAVE).
           120-CAPTURAR-DATOS SECTION.
               DISPLAY 'Nombre: ' WITH NO ADVANCING.
               ACCEPT OP-NOMBRE OF REGISTRO-OPERADOR.
               DISPLAY 'Rol (C cajero / S supervisor / '
                   'A administrador): ' WITH NO ADVANCING.
               ACCEPT OP-ROL OF REGISTRO-OPERADOR.
               END-PERFORM.
      *        Sucursal asignada: contra su bóveda pegan las
      *        patas de efectivo de este operador.
               MOVE 'N' TO WS-SUCURSAL-VALIDA.
               PERFORM UNTIL WS-SUCURSAL-VALIDA = 'S'
                   DISPLAY 'Sucursal asignada (000 = sin asignar): '
                       WITH NO ADVANCING
                   ACCEPT OP-SUCURSAL OF REGISTRO-OPERADOR
                   IF OP-SUCURSAL OF REGISTRO-OPERADOR = ZERO
                       MOVE 'S' TO WS-SUCURSAL-VALIDA
                   ELSE
                       CALL 'OBTENER-SUCURSAL' USING
                           OP-SUCURSAL OF REGISTRO-OPERADOR
                           WS-SUCURSAL-DATOS WS-SUCURSAL-VALIDA
                       IF WS-SUCURSAL-VALIDA = 'S'
                          AND NOT SUCURSAL-ACTIVA OF WS-SUCURSAL-DATOS
                           MOVE 'N' TO WS-SUCURSAL-VALIDA
                       END-IF
                       IF WS-SUCURSAL-VALIDA NOT = 'S'
                           DISPLAY '--> SUCURSAL INEXISTENTE O CERRADA'
                       END-IF
                   END-IF
               END-PERFORM.
               DISPLAY 'DNI personal del operador: '
                   WITH NO ADVANCING.
               ACCEPT OP-DNI OF REGISTRO-OPERADOR.
                   OP-SUCURSAL OF REGISTRO-OPERADOR.
               IF OPERADOR-DE-BAJA OF REGISTRO-OPERADOR
                   DISPLAY 'Estado: DE BAJA'
               ELSE
               IF OPERADOR-BLOQUEADO OF REGISTRO-OPERADOR
                   DISPLAY 'Estado: BLOQUEADO ('
                       OP-INTENTOS-FALLIDOS OF REGISTRO-OPERADOR
                       ' intentos fallidos)'
               ELSE
                   DISPLAY 'Estado: ACTIVO'
               END-IF
               END-IF.
               IF OP-FECHA-CLAVE OF REGISTRO-OPERADOR NUMERIC
                  AND OP-FECHA-CLAVE OF REGISTRO-OPERADOR NOT = ZERO
                   DISPLAY 'Último cambio de contraseña: '
                       OP-FECHA-CLAVE OF REGISTRO-OPERADOR
               END-IF.
               IF DEBE-CAMBIAR-CLAVE OF REGISTRO-OPERADOR
                   DISPLAY 'Debe cambiar la contraseña al entrar'
               END-IF.
               DISPLAY '-------------------------------'.

      *    Contraseña inicial (alta o blanqueo): se guarda cifrada,
      *    se borra la copia en claro y se exige cambiarla en el
      *    próximo inicio de sesión. La historia no se toca, así el
      *    operador tampoco puede volver a una contraseña reciente.
           140-CAPTURAR-CLAVE SECTION.
               MOVE SPACES TO WS-CLAVE-INICIAL.
               PERFORM UNTIL WS-CLAVE-INICIAL NOT = SPACES
                   DISPLAY 'Contraseña inicial: ' WITH NO ADVANCING
                   ACCEPT WS-CLAVE-INICIAL
               END-PERFORM.
               CALL 'CIFRAR-CLAVE' USING
                   OP-CODIGO OF REGISTRO-OPERADOR
                   WS-CLAVE-INICIAL
                   OP-CLAVE-HASH OF REGISTRO-OPERADOR.
               MOVE SPACES TO OP-PASSWORD OF REGISTRO-OPERADOR.
               MOVE 'S' TO OP-CAMBIAR-CLAVE OF REGISTRO-OPERADOR.
               MOVE ZERO TO OP-INTENTOS-FALLIDOS OF REGISTRO-OPERADOR.

           150-AUDITAR SECTION.
               CALL 'REGISTRAR-AUDITORIA' USING
                   WS-ACCION-AUDITORIA WS-CUENTA-AUDITORIA
                   LK-OPERADOR WS-SIN-AUTORIZANTE
                   WS-MOTIVO-AUDITORIA.

           200-ALTA-OPERADOR SECTION.
               DISPLAY '--- ALTA DE OPERADOR ---'.
               DISPLAY 'Código de operador: ' WITH NO ADVANCING.
                   DISPLAY '--> EL CÓDIGO YA ESTÁ DADO DE ALTA'
                   PERFORM 130-MOSTRAR-OPERADOR
               ELSE
                   INITIALIZE REGISTRO-OPERADOR
                   MOVE WS-CODIGO-BUSCADO
                       TO OP-CODIGO OF REGISTRO-OPERADOR
                   PERFORM 120-CAPTURAR-DATOS
                   PERFORM 140-CAPTURAR-CLAVE
                   MOVE 'A' TO OP-ESTADO OF REGISTRO-OPERADOR
                   WRITE REGISTRO-OPERADOR
                   IF WS-FILE-STATUS NOT = '00'
                   DISPLAY '--> OPERADOR NO ENCONTRADO'
               ELSE
                   PERFORM 130-MOSTRAR-OPERADOR
                   MOVE OP-ESTADO OF REGISTRO-OPERADOR
                       TO WS-ESTADO-ANTERIOR
                   DISPLAY 'Reingrese los datos del operador:'
                   PERFORM 120-CAPTURAR-DATOS
                   DISPLAY '¿Blanquear la contraseña? (S/N): '
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       PERFORM 140-CAPTURAR-CLAVE
                   END-IF
      *            Un bloqueado sigue bloqueado: el desbloqueo es
      *            la opción 5, que deja rastro propio.
                   IF WS-ESTADO-ANTERIOR NOT = 'L'
                       MOVE 'A' TO OP-ESTADO OF REGISTRO-OPERADOR
                   END-IF
                   REWRITE REGISTRO-OPERADOR
                   IF WS-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR AL ACTUALIZAR EL OPERADOR'
                   ELSE
                       DISPLAY '---> OPERADOR ACTUALIZADO S.E.U.O'
                       IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                           MOVE 'BLANQ-CLAVE' TO WS-ACCION-AUDITORIA
                           MOVE SPACES TO WS-MOTIVO-AUDITORIA
                           STRING
                               'CONTRASEÑA BLANQUEADA A '
                                   DELIMITED BY SIZE
                               OP-CODIGO OF REGISTRO-OPERADOR
                                   DELIMITED BY SPACE
                               INTO WS-MOTIVO-AUDITORIA
                           END-STRING
                           PERFORM 150-AUDITAR
                       END-IF
                   END-IF
               END-IF.

                   END-IF
               END-IF.

      *    Levanta el bloqueo por intentos fallidos. Si el operador
      *    no recuerda la contraseña se le blanquea en el mismo paso.
           600-DESBLOQUEAR-OPERADOR SECTION.
               DISPLAY '--- DESBLOQUEO DE OPERADOR ---'.
               DISPLAY 'Código de operador: ' WITH NO ADVANCING.
               ACCEPT WS-CODIGO-BUSCADO.
               PERFORM 110-LOCALIZAR-OPERADOR.

               IF NOT OPERADOR-ENCONTRADO
                   DISPLAY '--> OPERADOR NO ENCONTRADO'
               ELSE
                   IF NOT OPERADOR-BLOQUEADO OF REGISTRO-OPERADOR
                       DISPLAY '--> EL OPERADOR NO ESTÁ BLOQUEADO'
                   ELSE
                       PERFORM 130-MOSTRAR-OPERADOR
                       DISPLAY '¿Blanquear también la contraseña? '
                           '(S/N): ' WITH NO ADVANCING
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                           PERFORM 140-CAPTURAR-CLAVE
                       END-IF
                       MOVE 'A' TO OP-ESTADO OF REGISTRO-OPERADOR
                       MOVE ZERO
                           TO OP-INTENTOS-FALLIDOS OF REGISTRO-OPERADOR
                       REWRITE REGISTRO-OPERADOR
                       IF WS-FILE-STATUS NOT = '00'
                           DISPLAY 'ERROR AL ACTUALIZAR EL '
                               'OPERADOR'
                       ELSE
                           DISPLAY '---> OPERADOR DESBLOQUEADO'
                           MOVE 'DESBLOQ-OPER' TO WS-ACCION-AUDITORIA
                           MOVE SPACES TO WS-MOTIVO-AUDITORIA
                           STRING
                               'DESBLOQUEO DE ' DELIMITED BY SIZE
                               OP-CODIGO OF REGISTRO-OPERADOR
                                   DELIMITED BY SPACE
                               INTO WS-MOTIVO-AUDITORIA
                           END-STRING
                           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                               MOVE SPACES TO WS-MOTIVO-AUDITORIA
                               STRING
                                   'DESBLOQUEO Y BLANQUEO DE '
                                       DELIMITED BY SIZE
                                   OP-CODIGO OF REGISTRO-OPERADOR
                                       DELIMITED BY SPACE
                                   INTO WS-MOTIVO-AUDITORIA
                               END-STRING
                           END-IF
                           PERFORM 150-AUDITAR
                       END-IF
                   END-IF
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
