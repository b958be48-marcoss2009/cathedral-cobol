      * devuelve el código del autorizante, o espacios si no se
      * validó. El llamador (CAJA, ANULAR-MOVIMIENTO) decide no
      * postear la operación cuando vuelve en blanco, y graba el
      * código devuelto como AUTORIZANTE del movimiento. La
      * contraseña se valida cifrada con VERIFICAR-CLAVE; un
      * supervisor bloqueado no autoriza.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-INTENTOS           PIC 9(01) VALUE ZERO.
       01  WS-MAX-INTENTOS       PIC 9(01) VALUE 3.
       01  WS-CLAVE-VALIDA       PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
      *    Código del supervisor que autorizó, o espacios si la
                           MOVE 'S' TO WS-OPERADOR-ENCONTRADO
                   END-READ

                   MOVE 'N' TO WS-CLAVE-VALIDA
                   IF OPERADOR-ENCONTRADO
                       CALL 'VERIFICAR-CLAVE' USING
                           REGISTRO-OPERADOR
                           WS-PASSWORD-INGRESADA WS-CLAVE-VALIDA
                   END-IF

                   IF OPERADOR-ENCONTRADO
                      AND OPERADOR-ACTIVO OF REGISTRO-OPERADOR
                      AND (ROL-SUPERVISOR OF REGISTRO-OPERADOR
                           OR ROL-ADMINISTRADOR OF REGISTRO-OPERADOR)
                      AND WS-CLAVE-VALIDA = 'S'
                       SET AUTORIZADO TO TRUE
                       MOVE OP-CODIGO OF REGISTRO-OPERADOR
                           TO LK-AUTORIZANTE
