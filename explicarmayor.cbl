       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPLICAR-DIFERENCIAS-MAYOR.
       AUTHOR. MARCOS MUÑOZ.

      * Diferencias pendientes entre los archivos operativos y el
      * libro diario que dejó CONCILIAR-AUXILIARES-MAYOR: las
      * lista con su saldo de auxiliar, de mayor y la diferencia,
      * y permite marcar una como explicada con el motivo (saldos
      * anteriores a que existiera el diario, un asiento de ajuste
      * ya pasado, etc.). La explicación queda firmada por el
      * operador en la diferencia y en el diario de auditoría, y
      * es lo que libera el mes para el cierre contable.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-DIF-MAYOR ASSIGN TO 'diferencias_mayor.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-CLAVE OF REGISTRO-DIF-MAYOR
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-DIF-MAYOR.
           01 REGISTRO-DIF-MAYOR.
               COPY "difmayor.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

       01  WS-CANT-PENDIENTES    PIC 9(06) VALUE ZERO.
       01  WS-PERIODO            PIC 9(06).
       01  WS-PRODUCTO           PIC X(01).
       01  WS-SUCURSAL           PIC 9(03).
       01  WS-MONEDA             PIC X(03).
       01  WS-CONFIRMA           PIC X VALUE 'N'.
       01  WS-DIF-ENCONTRADA     PIC X(01) VALUE 'N'.
           88 DIF-ENCONTRADA     VALUE 'S'.

       01  WS-MONTO-DISPLAY      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    Rastro de auditoría de cada explicación.
       01  WS-ACCION-AUDITORIA   PIC X(12) VALUE 'EXPLICA-MAY'.
       01  WS-CUENTA-AUDITORIA   PIC 9(08) VALUE ZERO.
       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.
       01  WS-MOTIVO-AUDITORIA   PIC X(40).

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión, que firma la
      *    explicación.
       01  LK-OPERADOR           PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- DIFERENCIAS AUXILIARES / MAYOR ----'.
           PERFORM 100-LISTAR-PENDIENTES.
           IF WS-CANT-PENDIENTES = ZERO
               DISPLAY '--> NO HAY DIFERENCIAS PENDIENTES'
           ELSE
               PERFORM 200-EXPLICAR-DIFERENCIA
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-LISTAR-PENDIENTES SECTION.
               MOVE ZERO TO WS-CANT-PENDIENTES.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-DIF-MAYOR.
               IF WS-FILE-STATUS NOT = '00'
                   CONTINUE
               ELSE
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-DIF-MAYOR NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF DIF-MAYOR-PENDIENTE
                                  OF REGISTRO-DIF-MAYOR
                                   ADD 1 TO WS-CANT-PENDIENTES
                                   PERFORM 110-MOSTRAR-DIFERENCIA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-DIF-MAYOR
               END-IF.

           110-MOSTRAR-DIFERENCIA SECTION.
               DISPLAY 'PERIODO ' DM-PERIODO OF REGISTRO-DIF-MAYOR
                   ' PRODUCTO ' DM-PRODUCTO OF REGISTRO-DIF-MAYOR
                   ' SUC ' DM-SUCURSAL OF REGISTRO-DIF-MAYOR
                   ' ' DM-MONEDA OF REGISTRO-DIF-MAYOR
                   ' CUENTA ' DM-CUENTA-MAYOR OF REGISTRO-DIF-MAYOR
                   ' (' DM-FECHA-DETECCION OF REGISTRO-DIF-MAYOR ')'.
               MOVE DM-SALDO-AUXILIAR OF REGISTRO-DIF-MAYOR
                   TO WS-MONTO-DISPLAY.
               DISPLAY '    SALDO AUXILIAR: ' WS-MONTO-DISPLAY.
               MOVE DM-SALDO-MAYOR OF REGISTRO-DIF-MAYOR
                   TO WS-MONTO-DISPLAY.
               DISPLAY '    SALDO MAYOR:    ' WS-MONTO-DISPLAY.
               MOVE DM-DIFERENCIA OF REGISTRO-DIF-MAYOR
                   TO WS-MONTO-DISPLAY.
               DISPLAY '    DIFERENCIA:     ' WS-MONTO-DISPLAY.

           200-EXPLICAR-DIFERENCIA SECTION.
               DISPLAY 'Período de la diferencia (0 = salir): '
                   WITH NO ADVANCING.
               ACCEPT WS-PERIODO.
               IF WS-PERIODO = ZERO
                   DISPLAY '--> SIN CAMBIOS'
               ELSE
                   DISPLAY 'Producto (D/P/F): ' WITH NO ADVANCING
                   ACCEPT WS-PRODUCTO
                   DISPLAY 'Sucursal: ' WITH NO ADVANCING
                   ACCEPT WS-SUCURSAL
                   DISPLAY 'Moneda (ARS/USD): ' WITH NO ADVANCING
                   ACCEPT WS-MONEDA
                   PERFORM 210-LOCALIZAR-Y-EXPLICAR
               END-IF.

           210-LOCALIZAR-Y-EXPLICAR SECTION.
               OPEN I-O ARCHIVO-DIF-MAYOR.
               MOVE WS-PERIODO TO DM-PERIODO OF REGISTRO-DIF-MAYOR.
               MOVE WS-PRODUCTO TO DM-PRODUCTO OF REGISTRO-DIF-MAYOR.
               MOVE WS-SUCURSAL TO DM-SUCURSAL OF REGISTRO-DIF-MAYOR.
               MOVE WS-MONEDA TO DM-MONEDA OF REGISTRO-DIF-MAYOR.
               READ ARCHIVO-DIF-MAYOR
                   KEY IS DM-CLAVE OF REGISTRO-DIF-MAYOR
                   INVALID KEY
                       MOVE 'N' TO WS-DIF-ENCONTRADA
                       DISPLAY '--> DIFERENCIA NO ENCONTRADA'
                   NOT INVALID KEY
                       MOVE 'S' TO WS-DIF-ENCONTRADA
               END-READ.

               IF DIF-ENCONTRADA
                   IF DIF-MAYOR-PENDIENTE OF REGISTRO-DIF-MAYOR
                       PERFORM 220-MARCAR-EXPLICADA
                   ELSE
                       DISPLAY '--> LA DIFERENCIA NO ESTÁ PENDIENTE'
                   END-IF
               END-IF.
               CLOSE ARCHIVO-DIF-MAYOR.

      *    Sin motivo no se explica: es lo que va a leer el
      *    auditor.
           220-MARCAR-EXPLICADA SECTION.
               MOVE SPACES TO WS-MOTIVO-AUDITORIA.
               PERFORM UNTIL WS-MOTIVO-AUDITORIA NOT = SPACES
                   DISPLAY 'Motivo de la diferencia: '
                       WITH NO ADVANCING
                   ACCEPT WS-MOTIVO-AUDITORIA
               END-PERFORM.
               DISPLAY '¿Marcar como explicada? (S/N): '
                   WITH NO ADVANCING.
               ACCEPT WS-CONFIRMA.
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                   MOVE 'E' TO DM-ESTADO OF REGISTRO-DIF-MAYOR
                   MOVE WS-MOTIVO-AUDITORIA
                       TO DM-MOTIVO OF REGISTRO-DIF-MAYOR
                   MOVE LK-OPERADOR
                       TO DM-OPERADOR OF REGISTRO-DIF-MAYOR
                   REWRITE REGISTRO-DIF-MAYOR
                   CALL 'REGISTRAR-AUDITORIA' USING
                       WS-ACCION-AUDITORIA WS-CUENTA-AUDITORIA
                       LK-OPERADOR WS-SIN-AUTORIZANTE
                       WS-MOTIVO-AUDITORIA
                   DISPLAY '---> DIFERENCIA MARCADA EXPLICADA'
               ELSE
                   DISPLAY '--> LA DIFERENCIA SIGUE PENDIENTE'
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
