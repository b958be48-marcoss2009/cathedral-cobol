       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICAR-CLAVE.
       AUTHOR. MARCOS MUÑOZ.

      * Compara la contraseña tipeada contra la del registro de
      * operador que ya leyó el llamador: cifra lo tipeado con
      * CIFRAR-CLAVE y lo compara con OP-CLAVE-HASH. Un registro
      * todavía sin migrar (cifrado en cero) se compara contra la
      * contraseña en claro de OP-PASSWORD, hasta que el próximo
      * inicio de sesión lo migre. Sólo compara: los intentos
      * fallidos y el bloqueo los maneja INICIAR-SESION.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-HASH               PIC 9(18).

       LINKAGE SECTION.
       01  LK-REGISTRO-OPERADOR.
           COPY "operador.cpy".
       01  LK-CLAVE              PIC X(08).
      *    'S' si la contraseña es la del operador.
       01  LK-CLAVE-VALIDA       PIC X(01).

       PROCEDURE DIVISION USING LK-REGISTRO-OPERADOR LK-CLAVE
           LK-CLAVE-VALIDA.
       000-MAIN-LOGIC SECTION.
           MOVE 'N' TO LK-CLAVE-VALIDA.
           IF LK-CLAVE NOT = SPACES
               IF OP-CLAVE-HASH OF LK-REGISTRO-OPERADOR NUMERIC
                  AND OP-CLAVE-HASH OF LK-REGISTRO-OPERADOR
                      NOT = ZERO
                   CALL 'CIFRAR-CLAVE' USING
                       OP-CODIGO OF LK-REGISTRO-OPERADOR
                       LK-CLAVE WS-HASH
                   IF WS-HASH = OP-CLAVE-HASH OF LK-REGISTRO-OPERADOR
                       MOVE 'S' TO LK-CLAVE-VALIDA
                   END-IF
               ELSE
                   IF LK-CLAVE = OP-PASSWORD OF LK-REGISTRO-OPERADOR
                       MOVE 'S' TO LK-CLAVE-VALIDA
                   END-IF
               END-IF
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
