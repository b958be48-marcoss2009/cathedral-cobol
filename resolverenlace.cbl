       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESOLVER-ENLACES.
       AUTHOR. MARCOS MUÑOZ.

      * Cola de trabajo de las diferencias de enlace entre
      * sucursales que dejó CONCILIAR-ENLACES: lista las abiertas
      * con su antigüedad y permite marcar una como resuelta con la
      * explicación de quien la investigó (un asiento de ajuste ya
      * pasado, una pata que el otro banco corrigió por fuera). La
      * resolución queda firmada por el operador en la diferencia y
      * en el diario de auditoría. Las que se cierran solas, porque
      * llegó la pata que faltaba, no pasan por acá.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-ENLACES ASSIGN TO 'enlaces_pendientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-CLAVE OF REGISTRO-ENLACE
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-ENLACES.
           01 REGISTRO-ENLACE.
               COPY "enlacependiente.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-HOY.
           05 WS-FH-ANIO         PIC 9(04).
           05 WS-FH-MES          PIC 9(02).
           05 WS-FH-DIA          PIC 9(02).
       01  WS-FECHA-ORIGEN-R     PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-ORIGEN-R.
           05 WS-FO-ANIO         PIC 9(04).
           05 WS-FO-MES          PIC 9(02).
           05 WS-FO-DIA          PIC 9(02).
       01  WS-DIAS-ABIERTA       PIC S9(05).

       01  WS-CANT-ABIERTAS      PIC 9(06) VALUE ZERO.
       01  WS-REFERENCIA         PIC X(20).
       01  WS-MONEDA             PIC X(03).
       01  WS-COMENTARIO         PIC X(40).
       01  WS-CONFIRMA           PIC X VALUE 'N'.
       01  WS-ENLACE-ENCONTRADO  PIC X(01) VALUE 'N'.
           88 ENLACE-ENCONTRADO  VALUE 'S'.

       01  WS-MONTO-DISPLAY      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DIAS-DISPLAY       PIC ZZZZ9.

       01  WS-ACCION-AUDITORIA   PIC X(12) VALUE 'ENLACE'.
       01  WS-CUENTA-AUDITORIA   PIC 9(08) VALUE ZERO.
       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión, que firma la
      *    resolución.
       01  LK-OPERADOR           PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- DIFERENCIAS DE ENLACE ENTRE SUCURSALES ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 100-LISTAR-ABIERTAS.
           IF WS-CANT-ABIERTAS = ZERO
               DISPLAY '--> NO HAY DIFERENCIAS ABIERTAS'
           ELSE
               PERFORM 200-RESOLVER-DIFERENCIA
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-LISTAR-ABIERTAS SECTION.
               MOVE ZERO TO WS-CANT-ABIERTAS.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-ENLACES.
               IF WS-FILE-STATUS NOT = '00'
                   CONTINUE
               ELSE
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-ENLACES NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF ENLACE-ABIERTO OF REGISTRO-ENLACE
                                   ADD 1 TO WS-CANT-ABIERTAS
                                   PERFORM 110-MOSTRAR-DIFERENCIA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-ENLACES
               END-IF.

      *    Antigüedad con meses de 30 días, como en la conciliación.
           110-MOSTRAR-DIFERENCIA SECTION.
               MOVE EN-FECHA-ORIGEN OF REGISTRO-ENLACE
                   TO WS-FECHA-ORIGEN-R.
               COMPUTE WS-DIAS-ABIERTA =
                   (WS-FH-ANIO - WS-FO-ANIO) * 360
                   + (WS-FH-MES - WS-FO-MES) * 30
                   + (WS-FH-DIA - WS-FO-DIA).
               IF WS-DIAS-ABIERTA < ZERO
                   MOVE ZERO TO WS-DIAS-ABIERTA
               END-IF.
               MOVE WS-DIAS-ABIERTA TO WS-DIAS-DISPLAY.
               MOVE EN-DIFERENCIA OF REGISTRO-ENLACE
                   TO WS-MONTO-DISPLAY.
               DISPLAY EN-REFERENCIA OF REGISTRO-ENLACE
                   ' ' EN-MONEDA OF REGISTRO-ENLACE
                   ' SUC ' EN-SUCURSAL OF REGISTRO-ENLACE
                   '/' EN-SUCURSAL-CONTRA OF REGISTRO-ENLACE
                   ' ' WS-MONTO-DISPLAY
                   ' DIAS:' WS-DIAS-DISPLAY.

           200-RESOLVER-DIFERENCIA SECTION.
               DISPLAY 'Referencia a resolver (ENTER = salir): '
                   WITH NO ADVANCING.
               ACCEPT WS-REFERENCIA.
               IF WS-REFERENCIA = SPACES
                   DISPLAY '--> SIN CAMBIOS'
               ELSE
                   DISPLAY 'Moneda (ARS/USD): ' WITH NO ADVANCING
                   ACCEPT WS-MONEDA
                   PERFORM 210-LOCALIZAR-Y-RESOLVER
               END-IF.

           210-LOCALIZAR-Y-RESOLVER SECTION.
               OPEN I-O ARCHIVO-ENLACES.
               MOVE WS-REFERENCIA TO EN-REFERENCIA OF REGISTRO-ENLACE.
               MOVE WS-MONEDA TO EN-MONEDA OF REGISTRO-ENLACE.
               READ ARCHIVO-ENLACES
                   KEY IS EN-CLAVE OF REGISTRO-ENLACE
                   INVALID KEY
                       MOVE 'N' TO WS-ENLACE-ENCONTRADO
                       DISPLAY '--> DIFERENCIA NO ENCONTRADA'
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ENLACE-ENCONTRADO
               END-READ.

               IF ENLACE-ENCONTRADO
                   IF ENLACE-ABIERTO OF REGISTRO-ENLACE
                       PERFORM 220-MARCAR-RESUELTA
                   ELSE
                       DISPLAY '--> LA DIFERENCIA YA ESTÁ CERRADA'
                   END-IF
               END-IF.
               CLOSE ARCHIVO-ENLACES.

      *    Sin explicación no se cierra: es lo que va a leer el
      *    auditor.
           220-MARCAR-RESUELTA SECTION.
               MOVE SPACES TO WS-COMENTARIO.
               PERFORM UNTIL WS-COMENTARIO NOT = SPACES
                   DISPLAY 'Explicación de la diferencia: '
                       WITH NO ADVANCING
                   ACCEPT WS-COMENTARIO
               END-PERFORM.
               DISPLAY '¿Marcar como resuelta? (S/N): '
                   WITH NO ADVANCING.
               ACCEPT WS-CONFIRMA.
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                   MOVE 'R' TO EN-ESTADO OF REGISTRO-ENLACE
                   MOVE WS-FECHA-HOY
                       TO EN-FECHA-CIERRE OF REGISTRO-ENLACE
                   MOVE LK-OPERADOR
                       TO EN-RESUELTO-POR OF REGISTRO-ENLACE
                   MOVE WS-COMENTARIO
                       TO EN-COMENTARIO OF REGISTRO-ENLACE
                   REWRITE REGISTRO-ENLACE
                   CALL 'REGISTRAR-AUDITORIA' USING
                       WS-ACCION-AUDITORIA WS-CUENTA-AUDITORIA
                       LK-OPERADOR WS-SIN-AUTORIZANTE WS-COMENTARIO
                   DISPLAY '---> DIFERENCIA MARCADA COMO RESUELTA'
               ELSE
                   DISPLAY '--> LA DIFERENCIA SIGUE ABIERTA'
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
