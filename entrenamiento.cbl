       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREPARAR-ENTRENAMIENTO.
       AUTHOR. MARCOS MUÑOZ.

      * Arma (o vuelve a cero) el juego de datos de práctica del
      * modo entrenamiento: una copia completa de los archivos del
      * banco en la carpeta entrenamiento/, con el maestro de
      * cuentas, los historiales de cuentas/, la bóveda con su
      * libro y los parámetros, y sin comprobantes emitidos. La
      * sesión que se inicia en modo entrenamiento trabaja parada
      * en esa carpeta, así que lo que haga un cajero en práctica
      * nunca toca los libros, el diario ni la cadena nocturna, que
      * siguen en la carpeta real. Lo corre un supervisor desde el
      * menú real (nunca desde una sesión de entrenamiento) cada
      * vez que quiera reiniciar las prácticas; queda en el diario
      * de auditoría. Igual que RESPALDAR-DATOS-BATCH, se apoya en
      * CALL "SYSTEM" para el copiado.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CONFIRMA            PIC X(01) VALUE 'N'.
       01  WS-COMANDO             PIC X(200).

      *    Los comprobantes de práctica arrancan vacíos para que el
      *    instructor vea sólo lo emitido en la práctica.
       01  WS-GRUPOS-LIMPIEZA.
           05 FILLER PIC X(60) VALUE
               'entrenamiento/comprobantes.dat'.
           05 FILLER PIC X(60) VALUE
               'entrenamiento/registro_nocturno.dat'.
       01  FILLER REDEFINES WS-GRUPOS-LIMPIEZA.
           05 WS-GRUPO-LIMPIEZA OCCURS 2 TIMES PIC X(60).
       01  WS-IDX-GRUPO           PIC 9(02).

       01  WS-CUENTA-AUDITORIA    PIC 9(08) VALUE ZERO.
       01  WS-SIN-AUTORIZANTE     PIC X(08) VALUE SPACES.
       01  WS-ACCION-AUDITORIA    PIC X(12) VALUE 'ENTRENA-RST'.
       01  WS-MOTIVO-AUDITORIA    PIC X(40)
               VALUE 'DATOS DE ENTRENAMIENTO REINICIADOS'.

      *    Modo de la sesión publicado por INICIAR-SESION.
       01  MODO-SESION EXTERNAL.
           05 MS-ENTRENAMIENTO    PIC X(01).
               88 SESION-ENTRENAMIENTO VALUE 'S'.

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión.
       01  LK-OPERADOR            PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- DATOS DE ENTRENAMIENTO ----'.
           IF SESION-ENTRENAMIENTO
               DISPLAY '--> NO SE PUEDE REINICIAR DESDE UNA SESIÓN '
                   'DE ENTRENAMIENTO'
               PERFORM 900-FINALIZAR-PROGRAMA
           END-IF.
           DISPLAY 'Se reemplazan todos los datos de práctica por '
               'una copia de los actuales.'.
           DISPLAY '¿Confirma? (S/N): ' WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               PERFORM 100-COPIAR-DATOS
               PERFORM 200-LIMPIAR-PRACTICA
               CALL 'REGISTRAR-AUDITORIA' USING
                   WS-ACCION-AUDITORIA WS-CUENTA-AUDITORIA
                   LK-OPERADOR WS-SIN-AUTORIZANTE
                   WS-MOTIVO-AUDITORIA
               DISPLAY '---> DATOS DE ENTRENAMIENTO LISTOS'
           ELSE
               DISPLAY '--> OPERACIÓN CANCELADA'
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

      *    La carpeta se borra entera y se vuelve a armar: lo que
      *    quedó de prácticas anteriores no sobrevive al reinicio.
           100-COPIAR-DATOS SECTION.
               MOVE 'rm -rf entrenamiento' TO WS-COMANDO.
               CALL 'SYSTEM' USING WS-COMANDO.
               MOVE 'mkdir -p entrenamiento' TO WS-COMANDO.
               CALL 'SYSTEM' USING WS-COMANDO.
               MOVE 'cp *.dat entrenamiento/ 2>/dev/null'
                   TO WS-COMANDO.
               CALL 'SYSTEM' USING WS-COMANDO.
               MOVE 'cp -r cuentas entrenamiento/cuentas 2>/dev/null'
                   TO WS-COMANDO.
               CALL 'SYSTEM' USING WS-COMANDO.
               MOVE 'cp -r prestamos entrenamiento/prestamos '
                   & '2>/dev/null' TO WS-COMANDO.
               CALL 'SYSTEM' USING WS-COMANDO.

           200-LIMPIAR-PRACTICA SECTION.
               PERFORM VARYING WS-IDX-GRUPO FROM 1 BY 1
                   UNTIL WS-IDX-GRUPO > 2
                   MOVE SPACES TO WS-COMANDO
                   STRING
                       'rm -f ' DELIMITED BY SIZE
                       WS-GRUPO-LIMPIEZA (WS-IDX-GRUPO)
                           DELIMITED BY SIZE
                       INTO WS-COMANDO
                   END-STRING
                   CALL 'SYSTEM' USING WS-COMANDO
               END-PERFORM.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
