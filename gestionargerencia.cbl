      * designe si lo pagó en efectivo). En ambos casos el valor
      * sale de la cuenta de control de cheques de gerencia
      * (sucursal reservada 998 en control.dat) y queda su
      * comprobante numerado, con el sello de práctica si la
      * sesión es de entrenamiento.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CUENTA-DIARIO       PIC 9(08).
       01  WS-DETALLE-DIARIO      PIC X(120).

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
