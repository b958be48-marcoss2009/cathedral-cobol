      * pueda entrar a dar de alta a los operadores reales (misma
      * idea que los parámetros con valor por defecto de
      * ARCHIVO-PARAMETROS).
      *
      * Política de contraseñas: la contraseña se guarda cifrada
      * (CIFRAR-CLAVE) y se compara con VERIFICAR-CLAVE; un
      * registro viejo con la contraseña en claro se migra al
      * validarla. Se exige cambiarla en el primer inicio de sesión
      * (alta o blanqueo) y cada PA-DIAS-VIGENCIA-CLAVE días, sin
      * repetir la actual ni las tres anteriores. Cada contraseña
      * incorrecta suma un intento fallido; al llegar a
      * PA-MAX-INTENTOS-CLAVE el operador queda bloqueado hasta que
      * un administrador lo desbloquee en MANTENER-OPERADORES.
      * Cada inicio de sesión, fallo, bloqueo y cambio de
      * contraseña queda en el diario de auditoría.
      *
      * El código del operador validado se publica además en un
      * área común (SESION-OPERADOR) para que REGISTRAR-CONSULTA
      * sepa quién mira datos de clientes desde programas que no
      * reciben el operador como parámetro.
      *
      * Validada la sesión, el operador elige si entra en modo
      * entrenamiento: la sesión pasa a trabajar parada en la
      * carpeta entrenamiento/ (armada por PREPARAR-ENTRENAMIENTO),
      * con lo que CAJA y el resto del mostrador leen y graban la
      * copia de práctica y nada llega a los libros reales. El modo
      * queda publicado en MODO-SESION para que los comprobantes
      * salgan sellados.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS OP-CODIGO OF REGISTRO-OPERADOR
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-OPERADORES.
           01 REGISTRO-OPERADOR.
               COPY "operador.cpy".

       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM  PIC XX VALUE '00'.

       01  WS-CODIGO-INGRESADO   PIC X(08).
       01  WS-PASSWORD-INGRESADA PIC X(08).
       01  WS-INTENTOS           PIC 9(01) VALUE ZERO.
       01  WS-MAX-INTENTOS       PIC 9(01) VALUE 3.

      *    Política de contraseñas (parametrizable).
       01  WS-DIAS-VIGENCIA      PIC 9(03) VALUE 90.
       01  WS-MAX-FALLIDOS       PIC 9(02) VALUE 3.
       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-FECHA-VENCE        PIC 9(08).
       01  WS-CLAVE-VALIDA       PIC X(01) VALUE 'N'.
       01  WS-CLAVE-INICIAL      PIC X(08) VALUE 'ADMIN'.

      *    Cambio de contraseña.
       01  WS-NUEVA-CLAVE        PIC X(08).
       01  WS-REPITE-CLAVE       PIC X(08).
       01  WS-HASH-NUEVO         PIC 9(18).
       01  WS-CLAVE-REPETIDA     PIC X(01) VALUE 'N'.
           88 CLAVE-REPETIDA     VALUE 'S'.
       01  WS-IDX-CLAVE          PIC 9(01).
       01  WS-INTENTOS-CAMBIO    PIC 9(01) VALUE ZERO.

      *    Renglón de auditoría de cada intento.
       01  WS-ACCION-AUDITORIA   PIC X(12).
       01  WS-CUENTA-AUDITORIA   PIC 9(08) VALUE ZERO.
       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.
       01  WS-MOTIVO-AUDITORIA   PIC X(40).

       01  WS-ENTRENAMIENTO      PIC X(01) VALUE 'N'.
       01  WS-DIR-ENTRENAMIENTO  PIC X(20) VALUE 'entrenamiento'.

      *    Modo de la sesión, publicado para CAJA y los demás
      *    programas de mostrador (área común entre programas).
       01  MODO-SESION EXTERNAL.
           05 MS-ENTRENAMIENTO   PIC X(01).
               88 SESION-ENTRENAMIENTO VALUE 'S'.

      *    Operador de la sesión, para el registro de consultas.
       01  SESION-OPERADOR EXTERNAL.
           05 SO-OPERADOR        PIC X(08).

       LINKAGE SECTION.
      *    Código del operador validado, o espacios si no se pudo
      *    validar la sesión.
           DISPLAY '---- INICIO DE SESIÓN ----'.
           MOVE SPACES TO LK-OPERADOR.
           MOVE SPACE TO LK-ROL.
           MOVE 'N' TO MS-ENTRENAMIENTO.
           MOVE SPACES TO SO-OPERADOR.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 040-LEER-PARAMETROS.
           PERFORM 050-ABRIR-ARCHIVO.
           IF WS-FILE-STATUS = '00'
               PERFORM 100-VALIDAR-CREDENCIALES
               CLOSE ARCHIVO-OPERADORES
           END-IF.
           IF LK-OPERADOR NOT = SPACES
               PERFORM 300-ELEGIR-MODO
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           040-LEER-PARAMETROS SECTION.
               OPEN INPUT ARCHIVO-PARAMETROS.
               IF WS-FILE-STATUS-PARAM = '00'
                   READ ARCHIVO-PARAMETROS
                   END-READ
                   IF PA-DIAS-VIGENCIA-CLAVE NUMERIC
                      AND PA-DIAS-VIGENCIA-CLAVE NOT = ZERO
                       MOVE PA-DIAS-VIGENCIA-CLAVE TO WS-DIAS-VIGENCIA
                   END-IF
                   IF PA-MAX-INTENTOS-CLAVE NUMERIC
                      AND PA-MAX-INTENTOS-CLAVE NOT = ZERO
                       MOVE PA-MAX-INTENTOS-CLAVE TO WS-MAX-FALLIDOS
                   END-IF
                   CLOSE ARCHIVO-PARAMETROS
               END-IF.

      *    Abre el maestro de operadores; si todavía no existe lo
      *    crea con el administrador inicial ADMIN/ADMIN, que tiene
      *    que cambiar la contraseña al entrar.
           050-ABRIR-ARCHIVO SECTION.
               OPEN I-O ARCHIVO-OPERADORES.
               IF WS-FILE-STATUS = '35'
                   OPEN OUTPUT ARCHIVO-OPERADORES
                   INITIALIZE REGISTRO-OPERADOR
                   MOVE 'ADMIN' TO OP-CODIGO OF REGISTRO-OPERADOR
                   MOVE 'ADMINISTRADOR INICIAL'
                       TO OP-NOMBRE OF REGISTRO-OPERADOR
                   CALL 'CIFRAR-CLAVE' USING
                       OP-CODIGO OF REGISTRO-OPERADOR
                       WS-CLAVE-INICIAL
                       OP-CLAVE-HASH OF REGISTRO-OPERADOR
                   MOVE 'S' TO OP-CAMBIAR-CLAVE OF REGISTRO-OPERADOR
                   MOVE 'A' TO OP-ROL OF REGISTRO-OPERADOR
                   MOVE 'A' TO OP-ESTADO OF REGISTRO-OPERADOR
                   WRITE REGISTRO-OPERADOR
                           MOVE 'S' TO WS-OPERADOR-ENCONTRADO
                   END-READ

                   EVALUATE TRUE
                       WHEN NOT OPERADOR-ENCONTRADO
                           DISPLAY '--> CREDENCIALES INVÁLIDAS'
                           MOVE 'LOGIN-FALLO' TO WS-ACCION-AUDITORIA
                           MOVE 'OPERADOR INEXISTENTE'
                               TO WS-MOTIVO-AUDITORIA
                           PERFORM 150-AUDITAR
                       WHEN OPERADOR-BLOQUEADO OF REGISTRO-OPERADOR
                           DISPLAY '--> OPERADOR BLOQUEADO: LO '
                               'DESBLOQUEA UN ADMINISTRADOR'
                           MOVE 'LOGIN-BLOQ' TO WS-ACCION-AUDITORIA
                           MOVE 'INTENTO SOBRE OPERADOR BLOQUEADO'
                               TO WS-MOTIVO-AUDITORIA
                           PERFORM 150-AUDITAR
                       WHEN NOT OPERADOR-ACTIVO OF REGISTRO-OPERADOR
                           DISPLAY '--> CREDENCIALES INVÁLIDAS'
                           MOVE 'LOGIN-FALLO' TO WS-ACCION-AUDITORIA
                           MOVE 'OPERADOR DADO DE BAJA'
                               TO WS-MOTIVO-AUDITORIA
                           PERFORM 150-AUDITAR
                       WHEN OTHER
                           CALL 'VERIFICAR-CLAVE' USING
                               REGISTRO-OPERADOR
                               WS-PASSWORD-INGRESADA WS-CLAVE-VALIDA
                           IF WS-CLAVE-VALIDA = 'S'
                               PERFORM 120-ACEPTAR-SESION
                           ELSE
                               PERFORM 130-REGISTRAR-FALLO
                           END-IF
                   END-EVALUATE
               END-PERFORM.

               IF NOT SESION-VALIDA
                   DISPLAY '--> SESIÓN NO INICIADA'
               END-IF.

      *    Contraseña correcta: se limpian los intentos fallidos, se
      *    migra el registro viejo en claro y, si la contraseña es
      *    inicial o venció, se exige el cambio antes de entrar.
           120-ACEPTAR-SESION SECTION.
               MOVE ZERO TO OP-INTENTOS-FALLIDOS OF REGISTRO-OPERADOR.
               IF OP-CLAVE-HASH OF REGISTRO-OPERADOR NOT NUMERIC
                  OR OP-CLAVE-HASH OF REGISTRO-OPERADOR = ZERO
                   CALL 'CIFRAR-CLAVE' USING
                       OP-CODIGO OF REGISTRO-OPERADOR
                       WS-PASSWORD-INGRESADA
                       OP-CLAVE-HASH OF REGISTRO-OPERADOR
                   MOVE SPACES TO OP-PASSWORD OF REGISTRO-OPERADOR
                   MOVE ZERO TO OP-FECHA-CLAVE OF REGISTRO-OPERADOR
                   MOVE ZERO TO OP-CLAVE-ANTERIOR
                       OF REGISTRO-OPERADOR (1)
                   MOVE ZERO TO OP-CLAVE-ANTERIOR
                       OF REGISTRO-OPERADOR (2)
                   MOVE ZERO TO OP-CLAVE-ANTERIOR
                       OF REGISTRO-OPERADOR (3)
                   MOVE 'S' TO OP-CAMBIAR-CLAVE OF REGISTRO-OPERADOR
               END-IF.
               IF OP-FECHA-CLAVE OF REGISTRO-OPERADOR = ZERO
                   MOVE 'S' TO OP-CAMBIAR-CLAVE OF REGISTRO-OPERADOR
               ELSE
                   MOVE OP-FECHA-CLAVE OF REGISTRO-OPERADOR
                       TO WS-FECHA-VENCE
                   CALL 'SUMAR-DIAS-FECHA' USING
                       WS-FECHA-VENCE WS-DIAS-VIGENCIA
                   IF WS-FECHA-VENCE <= WS-FECHA-HOY
                       DISPLAY '--> SU CONTRASEÑA VENCIÓ'
                       MOVE 'S' TO OP-CAMBIAR-CLAVE
                           OF REGISTRO-OPERADOR
                   END-IF
               END-IF.
               IF DEBE-CAMBIAR-CLAVE OF REGISTRO-OPERADOR
                   PERFORM 200-CAMBIAR-CLAVE
               END-IF.
               REWRITE REGISTRO-OPERADOR.

               IF DEBE-CAMBIAR-CLAVE OF REGISTRO-OPERADOR
                   DISPLAY '--> SIN CAMBIAR LA CONTRASEÑA NO SE '
                       'INICIA LA SESIÓN'
                   MOVE 'LOGIN-FALLO' TO WS-ACCION-AUDITORIA
                   MOVE 'NO CAMBIO LA CONTRASEÑA EXIGIDA'
                       TO WS-MOTIVO-AUDITORIA
                   PERFORM 150-AUDITAR
                   MOVE WS-MAX-INTENTOS TO WS-INTENTOS
               ELSE
                   SET SESION-VALIDA TO TRUE
                   MOVE OP-CODIGO OF REGISTRO-OPERADOR
                       TO LK-OPERADOR
                   MOVE OP-ROL OF REGISTRO-OPERADOR TO LK-ROL
                   MOVE OP-CODIGO OF REGISTRO-OPERADOR TO SO-OPERADOR
                   DISPLAY '--> Sesión iniciada: '
                       OP-NOMBRE OF REGISTRO-OPERADOR
                   MOVE 'LOGIN-OK' TO WS-ACCION-AUDITORIA
                   MOVE 'INICIO DE SESION' TO WS-MOTIVO-AUDITORIA
                   PERFORM 150-AUDITAR
               END-IF.

      *    Contraseña incorrecta: suma el intento y, al llegar al
      *    máximo, bloquea al operador.
           130-REGISTRAR-FALLO SECTION.
               DISPLAY '--> CREDENCIALES INVÁLIDAS'.
               IF OP-INTENTOS-FALLIDOS OF REGISTRO-OPERADOR
                  NOT NUMERIC
                   MOVE ZERO TO OP-INTENTOS-FALLIDOS
                       OF REGISTRO-OPERADOR
               END-IF.
               ADD 1 TO OP-INTENTOS-FALLIDOS OF REGISTRO-OPERADOR.
               MOVE 'LOGIN-FALLO' TO WS-ACCION-AUDITORIA.
               MOVE 'CONTRASEÑA INCORRECTA' TO WS-MOTIVO-AUDITORIA.
               PERFORM 150-AUDITAR.
               IF OP-INTENTOS-FALLIDOS OF REGISTRO-OPERADOR
                  >= WS-MAX-FALLIDOS
                   MOVE 'L' TO OP-ESTADO OF REGISTRO-OPERADOR
                   DISPLAY '--> OPERADOR BLOQUEADO POR INTENTOS '
                       'FALLIDOS'
                   MOVE 'BLOQUEO-OPER' TO WS-ACCION-AUDITORIA
                   MOVE SPACES TO WS-MOTIVO-AUDITORIA
                   STRING
                       'BLOQUEADO TRAS ' DELIMITED BY SIZE
                       OP-INTENTOS-FALLIDOS OF REGISTRO-OPERADOR
                           DELIMITED BY SIZE
                       ' INTENTOS FALLIDOS' DELIMITED BY SIZE
                       INTO WS-MOTIVO-AUDITORIA
                   END-STRING
                   PERFORM 150-AUDITAR
               END-IF.
               REWRITE REGISTRO-OPERADOR.

      *    El operador del renglón es el código tipeado, exista o
      *    no en el maestro.
           150-AUDITAR SECTION.
               CALL 'REGISTRAR-AUDITORIA' USING
                   WS-ACCION-AUDITORIA WS-CUENTA-AUDITORIA
                   WS-CODIGO-INGRESADO WS-SIN-AUTORIZANTE
                   WS-MOTIVO-AUDITORIA.

      *    Hasta tres intentos de elegir una contraseña nueva que
      *    cumpla la política.
           200-CAMBIAR-CLAVE SECTION.
               DISPLAY '--> DEBE ELEGIR UNA CONTRASEÑA NUEVA'.
               MOVE ZERO TO WS-INTENTOS-CAMBIO.
               PERFORM UNTIL NOT DEBE-CAMBIAR-CLAVE
                   OF REGISTRO-OPERADOR
                   OR WS-INTENTOS-CAMBIO >= 3
                   ADD 1 TO WS-INTENTOS-CAMBIO
                   DISPLAY 'Nueva contraseña: ' WITH NO ADVANCING
                   ACCEPT WS-NUEVA-CLAVE
                   DISPLAY 'Repita la nueva contraseña: '
                       WITH NO ADVANCING
                   ACCEPT WS-REPITE-CLAVE
                   CALL 'CIFRAR-CLAVE' USING
                       OP-CODIGO OF REGISTRO-OPERADOR
                       WS-NUEVA-CLAVE WS-HASH-NUEVO
                   PERFORM 210-CONTROLAR-REPETIDA
                   EVALUATE TRUE
                       WHEN WS-NUEVA-CLAVE NOT = WS-REPITE-CLAVE
                           DISPLAY '--> LAS CONTRASEÑAS NO COINCIDEN'
                       WHEN WS-NUEVA-CLAVE (6:3) = SPACES
                           DISPLAY '--> LA CONTRASEÑA DEBE TENER AL '
                               'MENOS 6 CARACTERES'
                       WHEN WS-NUEVA-CLAVE
                            = OP-CODIGO OF REGISTRO-OPERADOR
                           DISPLAY '--> LA CONTRASEÑA NO PUEDE SER '
                               'EL CÓDIGO DE OPERADOR'
                       WHEN CLAVE-REPETIDA
                           DISPLAY '--> NO PUEDE REPETIR LA '
                               'CONTRASEÑA ACTUAL NI LAS ÚLTIMAS 3'
                       WHEN OTHER
                           PERFORM 220-GRABAR-CLAVE-NUEVA
                   END-EVALUATE
               END-PERFORM.

           210-CONTROLAR-REPETIDA SECTION.
               MOVE 'N' TO WS-CLAVE-REPETIDA.
               IF WS-HASH-NUEVO = OP-CLAVE-HASH OF REGISTRO-OPERADOR
                   MOVE 'S' TO WS-CLAVE-REPETIDA
               END-IF.
               PERFORM VARYING WS-IDX-CLAVE FROM 1 BY 1
                   UNTIL WS-IDX-CLAVE > 3
                   IF WS-HASH-NUEVO = OP-CLAVE-ANTERIOR
                      OF REGISTRO-OPERADOR (WS-IDX-CLAVE)
                       MOVE 'S' TO WS-CLAVE-REPETIDA
                   END-IF
               END-PERFORM.

      *    La contraseña que se reemplaza pasa a encabezar la
      *    historia y la más vieja se descarta.
           220-GRABAR-CLAVE-NUEVA SECTION.
               MOVE OP-CLAVE-ANTERIOR OF REGISTRO-OPERADOR (2)
                   TO OP-CLAVE-ANTERIOR OF REGISTRO-OPERADOR (3).
               MOVE OP-CLAVE-ANTERIOR OF REGISTRO-OPERADOR (1)
                   TO OP-CLAVE-ANTERIOR OF REGISTRO-OPERADOR (2).
               MOVE OP-CLAVE-HASH OF REGISTRO-OPERADOR
                   TO OP-CLAVE-ANTERIOR OF REGISTRO-OPERADOR (1).
               MOVE WS-HASH-NUEVO TO OP-CLAVE-HASH OF REGISTRO-OPERADOR.
               MOVE WS-FECHA-HOY TO OP-FECHA-CLAVE OF REGISTRO-OPERADOR.
               MOVE 'N' TO OP-CAMBIAR-CLAVE OF REGISTRO-OPERADOR.
               DISPLAY '--> CONTRASEÑA CAMBIADA'.
               MOVE 'CAMBIO-CLAVE' TO WS-ACCION-AUDITORIA.
               MOVE 'CAMBIO DE CONTRASEÑA DEL OPERADOR'
                   TO WS-MOTIVO-AUDITORIA.
               PERFORM 150-AUDITAR.

      *    El cambio de carpeta vale para todo el resto de la
      *    sesión. Si los datos de práctica no están armados la
      *    sesión no se inicia: operar en real creyendo que es una
      *    práctica sería peor.
           300-ELEGIR-MODO SECTION.
               DISPLAY '¿Sesión de entrenamiento? (S/N): '
                   WITH NO ADVANCING.
               ACCEPT WS-ENTRENAMIENTO.
               IF WS-ENTRENAMIENTO = 'S' OR WS-ENTRENAMIENTO = 's'
                   CALL 'CBL_CHANGE_DIR' USING WS-DIR-ENTRENAMIENTO
                   IF RETURN-CODE NOT = ZERO
                       DISPLAY '--> NO HAY DATOS DE ENTRENAMIENTO: '
                           'LOS PREPARA UN SUPERVISOR'
                       DISPLAY '--> SESIÓN NO INICIADA'
                       MOVE SPACES TO LK-OPERADOR
                       MOVE SPACE TO LK-ROL
                       MOVE SPACES TO SO-OPERADOR
                   ELSE
                       SET SESION-ENTRENAMIENTO TO TRUE
                       DISPLAY '*** MODO ENTRENAMIENTO: NADA DE LO QUE '
                           'SE OPERE LLEGA A LOS LIBROS ***'
                   END-IF
                   MOVE ZERO TO RETURN-CODE
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
