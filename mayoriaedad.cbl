       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTIR-MAYORIA-EDAD.
       AUTHOR. MARCOS MUÑOZ.

      * Batch diario de cuentas de menores: recorre cuentas.dat y,
      * para cada cuenta de menor, busca la fecha de nacimiento del
      * titular en el maestro de clientes. Si ya cumplió los 18
      * años, la cuenta pasa a ser una cuenta común (sin
      * representante legal ni su PIN) y se le deja al titular un
      * evento MAYORIA-EDAD para que GENERAR-AVISOS le avise que
      * desde ahora opera solo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-CLIENTES ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DNI OF REGISTRO-CLIENTE
               FILE STATUS IS WS-FILE-STATUS-CLI.

      *    Mismo archivo de bloqueo por cuenta que usa movimiento.cbl,
      *    para no REWRITE-ar la cuenta mientras un cajero tiene una
      *    operación en curso sobre ella.
           SELECT ARCHIVO-LOCK ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-LOCK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-LOCK.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-CLIENTES.
           01 REGISTRO-CLIENTE.
               COPY "cliente.cpy".

       FD  ARCHIVO-LOCK.
           01 REGISTRO-LOCK             PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CLI    PIC XX VALUE '00'.
       01  WS-CLIENTES-ABIERTO   PIC X(01) VALUE 'N'.
           88 CLIENTES-ABIERTO   VALUE 'S'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

      *    Bloqueo por cuenta, igual que 105-BLOQUEAR-CUENTA /
      *    190-DESBLOQUEAR-CUENTA de movimiento.cbl.
       01  WS-FILE-STATUS-LOCK   PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-LOCK   PIC X(100).
       01  WS-LOCK-OBTENIDO      PIC X(01) VALUE 'N'.
           88 LOCK-OBTENIDO      VALUE 'S'.
       01  WS-INTENTO-LOCK       PIC 9(02) VALUE ZERO.
       01  WS-NANOSEG-ESPERA     PIC 9(09) COMP-5 VALUE 1000000000.
       01  WS-OPERADOR           PIC X(08) VALUE 'BATCH'.

       01  WS-FECHA-HOY          PIC 9(08).
      *    Fecha en que el titular cumple los 18 años: su fecha de
      *    nacimiento más 18 en el año (AAAAMMDD).
       01  WS-FECHA-MAYORIA      PIC 9(08).
       01  WS-ES-MAYOR           PIC X(01) VALUE 'N'.
           88 ES-MAYOR           VALUE 'S'.

      *    Evento a notificar al titular que ya opera solo.
       01  WS-TIPO-EVENTO        PIC X(12) VALUE 'MAYORIA-EDAD'.
       01  WS-DETALLE-EVENTO     PIC X(40)
               VALUE 'TITULAR MAYOR DE EDAD: CUENTA CONVERTIDA'.

       01  WS-CANT-MENORES       PIC 9(06) VALUE ZERO.
       01  WS-CANT-CONVERTIDAS   PIC 9(06) VALUE ZERO.

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna (área común entre
      *    programas).
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- CUENTAS DE MENORES QUE CUMPLEN 18 ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 100-PROCESAR-CUENTAS.
           DISPLAY '---- CUENTAS DE MENORES: ' WS-CANT-MENORES.
           DISPLAY '---- CUENTAS CONVERTIDAS: ' WS-CANT-CONVERTIDAS.
           MOVE WS-CANT-MENORES TO CB-PROCESADOS.
           MOVE WS-CANT-CONVERTIDAS TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-PROCESAR-CUENTAS SECTION.
               OPEN I-O ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL ABRIR ARCHIVO DE CUENTAS'
      *            El error fatal se publica para que la cadena
      *            nocturna se detenga.
                   MOVE 8 TO RETURN-CODE
               ELSE
      *            Sin maestro de clientes no hay fechas de
      *            nacimiento: no se convierte nada.
                   OPEN INPUT ARCHIVO-CLIENTES
                   IF WS-FILE-STATUS-CLI = '00'
                       SET CLIENTES-ABIERTO TO TRUE
                   ELSE
                       DISPLAY '--> SIN MAESTRO DE CLIENTES: NO SE '
                           'CONVIERTE NINGUNA CUENTA'
                       SET FIN-ARCHIVO TO TRUE
                   END-IF
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-CUENTAS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF CUENTA-DE-MENOR OF RCC
                                  AND NOT CUENTA-CERRADA OF RCC
                                   ADD 1 TO WS-CANT-MENORES
                                   PERFORM 110-VERIFICAR-TITULAR
                               END-IF
                       END-READ
                   END-PERFORM
                   IF CLIENTES-ABIERTO
                       CLOSE ARCHIVO-CLIENTES
                   END-IF
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

      *    Un titular sin fecha de nacimiento en el maestro no se
      *    convierte: la cuenta sigue de menor hasta que se cargue.
           110-VERIFICAR-TITULAR SECTION.
               MOVE 'N' TO WS-ES-MAYOR.
               MOVE CC-DNI-TITULAR OF RCC
                   TO CLI-DNI OF REGISTRO-CLIENTE.
               READ ARCHIVO-CLIENTES
                   KEY IS CLI-DNI OF REGISTRO-CLIENTE
                   INVALID KEY
                       DISPLAY '--> CUENTA ' CC-NUMERO-CUENTA OF RCC
                           ' SIN TITULAR EN EL MAESTRO DE CLIENTES'
                   NOT INVALID KEY
                       IF CLI-FECHA-NACIMIENTO OF REGISTRO-CLIENTE
                          NUMERIC
                          AND CLI-FECHA-NACIMIENTO OF REGISTRO-CLIENTE
                              NOT = ZERO
                           COMPUTE WS-FECHA-MAYORIA =
                               CLI-FECHA-NACIMIENTO OF REGISTRO-CLIENTE
                               + 180000
                           IF WS-FECHA-MAYORIA <= WS-FECHA-HOY
                               MOVE 'S' TO WS-ES-MAYOR
                           END-IF
                       END-IF
               END-READ.
               IF ES-MAYOR
                   PERFORM 120-CONVERTIR-CUENTA
               END-IF.

      *    Toma el bloqueo de la cuenta y la relee antes de
      *    modificarla, para no pisar un saldo que CAJA haya
      *    cambiado desde la lectura secuencial.
           120-CONVERTIR-CUENTA SECTION.
               PERFORM 125-BLOQUEAR-CUENTA.
               IF NOT LOCK-OBTENIDO
                   DISPLAY '--> CUENTA ' CC-NUMERO-CUENTA OF RCC
                       ' OCUPADA, SE REINTENTARÁ EN EL PRÓXIMO '
                       'PROCESO'
               ELSE
                   READ ARCHIVO-CUENTAS
                       KEY IS CC-NUMERO-CUENTA OF RCC
                       INVALID KEY
                           DISPLAY 'ERROR AL RELEER LA CUENTA '
                               CC-NUMERO-CUENTA OF RCC
                   END-READ
                   IF WS-FILE-STATUS = '00'
                       MOVE 'N' TO CC-CUENTA-MENOR OF RCC
                       MOVE ZERO TO CC-DNI-REPRESENTANTE OF RCC
                       MOVE ZERO TO CC-PIN-REPRESENTANTE OF RCC
                       REWRITE RCC
                       IF WS-FILE-STATUS NOT = '00'
                           DISPLAY 'ERROR AL ACTUALIZAR LA CUENTA '
                               CC-NUMERO-CUENTA OF RCC
                       ELSE
                           ADD 1 TO WS-CANT-CONVERTIDAS
                           DISPLAY '--> CUENTA '
                               CC-NUMERO-CUENTA OF RCC
                               ' CONVERTIDA: EL TITULAR CUMPLIÓ 18'
                           CALL 'REGISTRAR-EVENTO' USING
                               WS-TIPO-EVENTO
                               CC-NUMERO-CUENTA OF RCC
                               CC-DNI-TITULAR OF RCC
                               WS-DETALLE-EVENTO
                       END-IF
                   END-IF
                   PERFORM 190-DESBLOQUEAR-CUENTA
               END-IF.

      *    Intenta tomar el bloqueo de la cuenta, igual que
      *    105-BLOQUEAR-CUENTA en movimiento.cbl.
           125-BLOQUEAR-CUENTA SECTION.
               STRING
                       "cuentas/" DELIMITED BY SIZE
                       CC-NUMERO-CUENTA OF RCC DELIMITED BY SIZE
                       ".lck" DELIMITED BY SIZE
                       INTO NOMBRE-ARCHIVO-LOCK
               END-STRING.
               MOVE 'N' TO WS-LOCK-OBTENIDO.
               MOVE ZERO TO WS-INTENTO-LOCK.

               PERFORM UNTIL LOCK-OBTENIDO OR WS-INTENTO-LOCK > 5
                   ADD 1 TO WS-INTENTO-LOCK
                   OPEN INPUT ARCHIVO-LOCK
                   IF WS-FILE-STATUS-LOCK = '35'
                       OPEN OUTPUT ARCHIVO-LOCK
                       MOVE WS-OPERADOR TO REGISTRO-LOCK
                       WRITE REGISTRO-LOCK
                       CLOSE ARCHIVO-LOCK
                       MOVE 'S' TO WS-LOCK-OBTENIDO
                   ELSE
                       CLOSE ARCHIVO-LOCK
                       IF WS-INTENTO-LOCK <= 5
                           CALL 'CBL_OC_NANOSLEEP' USING
                               WS-NANOSEG-ESPERA
                       END-IF
                   END-IF
               END-PERFORM.

      *    Libera el bloqueo tomado en 125-BLOQUEAR-CUENTA.
           190-DESBLOQUEAR-CUENTA SECTION.
               CALL 'CBL_DELETE_FILE' USING NOMBRE-ARCHIVO-LOCK.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
