      * confirmación por contraseña de ambos operadores y un
      * comprobante numerado para cada lado. Los arqueos de
      * CIERRE-DE-CAJA dejan de mostrar diferencias gemelas
      * inventadas. En una sesión de entrenamiento el comprobante
      * sale con el sello de práctica. Las contraseñas se validan
      * cifradas con VERIFICAR-CLAVE y un cajero bloqueado o dado
      * de baja no puede confirmar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-OPERADOR-ORIGEN    PIC X(08).
       01  WS-OPERADOR-DESTINO   PIC X(08).
       01  WS-PASSWORD           PIC X(08).
       01  WS-CLAVE-VALIDA       PIC X(01).
       01  WS-CONFIRMADO         PIC X(01).
       01  WS-SUCURSAL-ORIGEN    PIC 9(03).
       01  WS-CONTROL-EXISTE     PIC X(01).
       01  WS-CUENTA-DIARIO      PIC 9(08).
       01  WS-DETALLE-DIARIO     PIC X(120).

      *    Modo de la sesión publicado por INICIAR-SESION: en
      *    entrenamiento cada comprobante lleva el sello de práctica.
       01  MODO-SESION EXTERNAL.
           05 MS-ENTRENAMIENTO    PIC X(01).
               88 SESION-ENTRENAMIENTO VALUE 'S'.
       01  WS-SELLO-ENTRENAMIENTO PIC X(160) VALUE
           '*** ENTRENAMIENTO - COMPROBANTE SIN VALOR ***'.

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión.
       01  LK-OPERADOR           PIC X(08).
                           DISPLAY '--> CAJERO DE ORIGEN '
                               'INEXISTENTE'
                       NOT INVALID KEY
                           CALL 'VERIFICAR-CLAVE' USING
                               REGISTRO-OPERADOR WS-PASSWORD
                               WS-CLAVE-VALIDA
                           IF WS-CLAVE-VALIDA = 'S'
                              AND OPERADOR-ACTIVO OF REGISTRO-OPERADOR
                               MOVE 'S' TO WS-CONFIRMADO
                               IF OP-SUCURSAL
                                  OF REGISTRO-OPERADOR NUMERIC
                           DISPLAY '--> CAJERO DE DESTINO '
                               'INEXISTENTE'
                       NOT INVALID KEY
                           CALL 'VERIFICAR-CLAVE' USING
                               REGISTRO-OPERADOR WS-PASSWORD
                               WS-CLAVE-VALIDA
                           IF WS-CLAVE-VALIDA = 'S'
                              AND OPERADOR-ACTIVO OF REGISTRO-OPERADOR
                               MOVE 'S' TO WS-CONFIRMADO
                           ELSE
                               DISPLAY '--> CONTRASEÑA INCORRECTA'
                   DISPLAY 'ERROR AL GRABAR EL COMPROBANTE'
               ELSE
                   WRITE LINEA-COMPROBANTE
                   PERFORM 910-SELLAR-ENTRENAMIENTO
                   CLOSE ARCHIVO-COMPROBANTES
               END-IF.

      *    Renglón de sello al pie del comprobante emitido en una
      *    sesión de entrenamiento.
           910-SELLAR-ENTRENAMIENTO SECTION.
               IF SESION-ENTRENAMIENTO
                   WRITE LINEA-COMPROBANTE FROM WS-SELLO-ENTRENAMIENTO
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
