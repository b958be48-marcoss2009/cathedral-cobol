       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPURAR-CUENTAS-CERRADAS.
       AUTHOR. MARCOS MUÑOZ.

      * Batch de depuración del maestro de cuentas: las cuentas
      * cerradas hace más de PA-ANIOS-RETENCION-CERRADAS años (cero
      * = 10), con saldo cero y sin cheques ni echeqs pendientes,
      * préstamos vigentes o castigados ni embargos activos, pasan
      * de cuentas.dat al maestro histórico (cuentas_historicas.dat,
      * mismo registro). Su historial activo cuentas/<numero>.dat
      * se reparte en los archivos anuales cuentas/<numero>_<anio>
      * .dat, igual que lo hace ARCHIVAR-MOVIMIENTOS, y se borra.
      * Así los batch que recorren el maestro (INTERES-MENSUAL,
      * CIERRE-DIARIO, LISTADO-CUENTAS, MANTENIMIENTO-MENSUAL) dejan
      * de saltear cuentas muertas, y BUSCAR-CUENTA,
      * POSICION-CLIENTE, EXTRACTO-CUENTA y RESPONDER-OFICIO las
      * siguen encontrando en el histórico. La fecha de cierre es
      * CC-FECHA-CIERRE; en las cerradas antes de registrarla se
      * toma la del último movimiento (o la de apertura si nunca
      * se movió). Cada cuenta depurada queda en el diario de
      * auditoría. Corre desatendido con el parámetro DEPURACION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-HISTORICAS ASSIGN TO 'cuentas_historicas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCH
               FILE STATUS IS WS-FILE-STATUS-HIS.

      *    Historial activo de la cuenta en curso.
           SELECT ARCHIVO-MOVIMIENTOS
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-MOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-MOV.

      *    Archivo anual donde va a parar cada movimiento.
           SELECT ARCHIVO-ARCHIVO
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-ARCHIVO.

           SELECT ARCHIVO-CHEQUES ASSIGN TO 'cheques.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-NUMERO-CHEQUE OF REGISTRO-CHEQUE
               FILE STATUS IS WS-FILE-STATUS-CHQ.

           SELECT ARCHIVO-ECHEQS ASSIGN TO 'echeqs.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQ-NUMERO OF REGISTRO-ECHEQ
               FILE STATUS IS WS-FILE-STATUS-ECQ.

           SELECT ARCHIVO-PRESTAMOS ASSIGN TO 'prestamos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-NUMERO OF REGISTRO-PRESTAMO
               FILE STATUS IS WS-FILE-STATUS-PRE.

           SELECT ARCHIVO-EMBARGOS ASSIGN TO 'embargos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-NUMERO OF REGISTRO-EMBARGO
               FILE STATUS IS WS-FILE-STATUS-EMB.

           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-HISTORICAS.
           01  RCH.
           COPY "cuenta.cpy".

       FD  ARCHIVO-MOVIMIENTOS.
           01 REGISTRO-MOVIMIENTO.
               COPY "movimientos.cpy".

       FD  ARCHIVO-ARCHIVO.
           01 REGISTRO-ARCHIVO.
               COPY "movimientos.cpy".

       FD  ARCHIVO-CHEQUES.
           01 REGISTRO-CHEQUE.
               COPY "cheque.cpy".

       FD  ARCHIVO-ECHEQS.
           01 REGISTRO-ECHEQ.
               COPY "echeq.cpy".

       FD  ARCHIVO-PRESTAMOS.
           01 REGISTRO-PRESTAMO.
               COPY "prestamo.cpy".

       FD  ARCHIVO-EMBARGOS.
           01 REGISTRO-EMBARGO.
               COPY "embargo.cpy".

       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-HIS    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-MOV    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-ARCHIVO PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CHQ    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-ECQ    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PRE    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-EMB    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM  PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-MOV    PIC X(100).
       01  NOMBRE-ARCHIVO-ARCHIVO PIC X(100).

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-EOF-AUX            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-AUX    VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-HOY.
           05 WS-FH-ANIO         PIC 9(04).
           05 WS-FH-MESDIA       PIC 9(04).

      *    Retención de las cuentas cerradas en el maestro.
       01  WS-ANIOS-RETENCION    PIC 9(02) VALUE 10.
       01  WS-FECHA-LIMITE       PIC 9(08).
       01  WS-FECHA-CIERRE       PIC 9(08).
       01  WS-ANIO-ARCHIVO       PIC 9(04).

       01  WS-PENDIENTE          PIC X(01) VALUE 'N'.
           88 TIENE-PENDIENTES   VALUE 'S'.
       01  WS-MOTIVO-RETENIDA    PIC X(20).

       01  WS-CANT-CERRADAS      PIC 9(06) VALUE ZERO.
       01  WS-CANT-DEPURADAS     PIC 9(06) VALUE ZERO.
       01  WS-CANT-RETENIDAS     PIC 9(06) VALUE ZERO.
       01  WS-CANT-MOVIMIENTOS   PIC 9(08) VALUE ZERO.

       01  WS-ACCION-AUDITORIA   PIC X(12) VALUE 'DEPURACION'.
       01  WS-OPERADOR-BATCH     PIC X(08) VALUE 'BATCH'.
       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.
       01  WS-MOTIVO-AUDITORIA   PIC X(40).

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna (área común entre
      *    programas).
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- DEPURACIÓN DE CUENTAS CERRADAS ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 050-LEER-PARAMETROS.
           COMPUTE WS-FECHA-LIMITE =
               (WS-FH-ANIO - WS-ANIOS-RETENCION) * 10000
               + WS-FH-MESDIA.
           DISPLAY '--> CERRADAS ANTES DEL ' WS-FECHA-LIMITE.
           PERFORM 100-RECORRER-CUENTAS.
           DISPLAY '---- CUENTAS CERRADAS REVISADAS: '
               WS-CANT-CERRADAS.
           DISPLAY '---- CUENTAS DEPURADAS: ' WS-CANT-DEPURADAS.
           DISPLAY '---- RETENIDAS POR PENDIENTES: '
               WS-CANT-RETENIDAS.
           DISPLAY '---- MOVIMIENTOS ARCHIVADOS: '
               WS-CANT-MOVIMIENTOS.
           MOVE WS-CANT-CERRADAS TO CB-PROCESADOS.
           MOVE WS-CANT-DEPURADAS TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           050-LEER-PARAMETROS SECTION.
               OPEN INPUT ARCHIVO-PARAMETROS.
               IF WS-FILE-STATUS-PARAM = '00'
                   READ ARCHIVO-PARAMETROS
                   END-READ
                   IF PA-ANIOS-RETENCION-CERRADAS NUMERIC
                      AND PA-ANIOS-RETENCION-CERRADAS NOT = ZERO
                       MOVE PA-ANIOS-RETENCION-CERRADAS
                           TO WS-ANIOS-RETENCION
                   END-IF
                   CLOSE ARCHIVO-PARAMETROS
               END-IF.

           100-RECORRER-CUENTAS SECTION.
               OPEN I-O ARCHIVO-HISTORICAS.
               IF WS-FILE-STATUS-HIS = '35'
                   OPEN OUTPUT ARCHIVO-HISTORICAS
                   CLOSE ARCHIVO-HISTORICAS
                   OPEN I-O ARCHIVO-HISTORICAS
               END-IF.
               IF WS-FILE-STATUS-HIS NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL MAESTRO HISTÓRICO'
      *            El error fatal se publica para que la cadena
      *            se detenga.
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN I-O ARCHIVO-CUENTAS
                   IF WS-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR AL ABRIR ARCHIVO DE CUENTAS'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM UNTIL FIN-ARCHIVO
                           READ ARCHIVO-CUENTAS NEXT RECORD
                               AT END
                                   SET FIN-ARCHIVO TO TRUE
                               NOT AT END
                                   IF CUENTA-CERRADA OF RCC
                                       ADD 1 TO WS-CANT-CERRADAS
                                       PERFORM 110-EVALUAR-CUENTA
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE ARCHIVO-CUENTAS
                   END-IF
                   CLOSE ARCHIVO-HISTORICAS
               END-IF.

      *    Una cuenta cerrada con saldo distinto de cero no debería
      *    existir; si aparece se deja para que la revise alguien.
           110-EVALUAR-CUENTA SECTION.
               PERFORM 120-DETERMINAR-FECHA-CIERRE.
               IF CC-SALDO OF RCC = ZERO
                  AND WS-FECHA-CIERRE NOT = ZERO
                  AND WS-FECHA-CIERRE < WS-FECHA-LIMITE
                   PERFORM 130-CONTROLAR-PENDIENTES
                   IF TIENE-PENDIENTES
                       ADD 1 TO WS-CANT-RETENIDAS
                       DISPLAY '--> CUENTA ' CC-NUMERO-CUENTA OF RCC
                           ' NO SE DEPURA: ' WS-MOTIVO-RETENIDA
                   ELSE
                       PERFORM 140-DEPURAR-CUENTA
                   END-IF
               END-IF.

           120-DETERMINAR-FECHA-CIERRE SECTION.
               MOVE ZERO TO WS-FECHA-CIERRE.
               IF CC-FECHA-CIERRE OF RCC NUMERIC
                  AND CC-FECHA-CIERRE OF RCC NOT = ZERO
                   MOVE CC-FECHA-CIERRE OF RCC TO WS-FECHA-CIERRE
               ELSE
                   PERFORM 125-ARMAR-NOMBRE-ACTIVO
                   MOVE 'N' TO WS-EOF-AUX
                   OPEN INPUT ARCHIVO-MOVIMIENTOS
                   IF WS-FILE-STATUS-MOV NOT = '00'
                       SET FIN-ARCHIVO-AUX TO TRUE
                   END-IF
                   PERFORM UNTIL FIN-ARCHIVO-AUX
                       READ ARCHIVO-MOVIMIENTOS
                           AT END
                               SET FIN-ARCHIVO-AUX TO TRUE
                           NOT AT END
                               IF FECHA-MOVIMIENTO
                                  OF REGISTRO-MOVIMIENTO (1:8)
                                  NUMERIC
                                   MOVE FECHA-MOVIMIENTO
                                       OF REGISTRO-MOVIMIENTO (1:8)
                                       TO WS-FECHA-CIERRE
                               END-IF
                       END-READ
                   END-PERFORM
                   IF WS-FILE-STATUS-MOV = '00'
                      OR WS-FILE-STATUS-MOV = '10'
                       CLOSE ARCHIVO-MOVIMIENTOS
                   END-IF
                   IF WS-FECHA-CIERRE = ZERO
                      AND CC-FECHA-APERTURA OF RCC (1:8) NUMERIC
                       MOVE CC-FECHA-APERTURA OF RCC (1:8)
                           TO WS-FECHA-CIERRE
                   END-IF
               END-IF.

           125-ARMAR-NOMBRE-ACTIVO SECTION.
               MOVE SPACES TO NOMBRE-ARCHIVO-MOV.
               STRING
                   "cuentas/" DELIMITED BY SIZE
                   CC-NUMERO-CUENTA OF RCC DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-MOV
               END-STRING.

      *    Lo que todavía cuelga de la cuenta la mantiene en el
      *    maestro: un cheque o echeq emitido sin presentar (o con
      *    orden de no pagar), un préstamo vigente o castigado en
      *    recupero, o un embargo sin levantar.
           130-CONTROLAR-PENDIENTES SECTION.
               MOVE 'N' TO WS-PENDIENTE.
               MOVE SPACES TO WS-MOTIVO-RETENIDA.
               PERFORM 131-CONTROLAR-CHEQUES.
               IF NOT TIENE-PENDIENTES
                   PERFORM 132-CONTROLAR-ECHEQS
               END-IF.
               IF NOT TIENE-PENDIENTES
                   PERFORM 133-CONTROLAR-PRESTAMOS
               END-IF.
               IF NOT TIENE-PENDIENTES
                   PERFORM 134-CONTROLAR-EMBARGOS
               END-IF.

           131-CONTROLAR-CHEQUES SECTION.
               MOVE 'N' TO WS-EOF-AUX.
               OPEN INPUT ARCHIVO-CHEQUES.
               IF WS-FILE-STATUS-CHQ NOT = '00'
                   SET FIN-ARCHIVO-AUX TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-AUX OR TIENE-PENDIENTES
                   READ ARCHIVO-CHEQUES NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-AUX TO TRUE
                       NOT AT END
                           IF CH-NUMERO-CUENTA OF REGISTRO-CHEQUE
                              = CC-NUMERO-CUENTA OF RCC
                              AND (CHEQUE-EMITIDO OF REGISTRO-CHEQUE
                               OR CHEQUE-SUSPENDIDO
                                  OF REGISTRO-CHEQUE)
                               SET TIENE-PENDIENTES TO TRUE
                               MOVE 'CHEQUE PENDIENTE'
                                   TO WS-MOTIVO-RETENIDA
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-CHQ = '00'
                  OR WS-FILE-STATUS-CHQ = '10'
                   CLOSE ARCHIVO-CHEQUES
               END-IF.

           132-CONTROLAR-ECHEQS SECTION.
               MOVE 'N' TO WS-EOF-AUX.
               OPEN INPUT ARCHIVO-ECHEQS.
               IF WS-FILE-STATUS-ECQ NOT = '00'
                   SET FIN-ARCHIVO-AUX TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-AUX OR TIENE-PENDIENTES
                   READ ARCHIVO-ECHEQS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-AUX TO TRUE
                       NOT AT END
                           IF EQ-CUENTA OF REGISTRO-ECHEQ
                              = CC-NUMERO-CUENTA OF RCC
                              AND (ECHEQ-EMITIDO OF REGISTRO-ECHEQ
                               OR ECHEQ-SUSPENDIDO
                                  OF REGISTRO-ECHEQ)
                               SET TIENE-PENDIENTES TO TRUE
                               MOVE 'ECHEQ PENDIENTE'
                                   TO WS-MOTIVO-RETENIDA
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-ECQ = '00'
                  OR WS-FILE-STATUS-ECQ = '10'
                   CLOSE ARCHIVO-ECHEQS
               END-IF.

           133-CONTROLAR-PRESTAMOS SECTION.
               MOVE 'N' TO WS-EOF-AUX.
               OPEN INPUT ARCHIVO-PRESTAMOS.
               IF WS-FILE-STATUS-PRE NOT = '00'
                   SET FIN-ARCHIVO-AUX TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-AUX OR TIENE-PENDIENTES
                   READ ARCHIVO-PRESTAMOS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-AUX TO TRUE
                       NOT AT END
                           IF PR-CUENTA OF REGISTRO-PRESTAMO
                              = CC-NUMERO-CUENTA OF RCC
                              AND (PRESTAMO-VIGENTE
                                   OF REGISTRO-PRESTAMO
                               OR PRESTAMO-CASTIGADO
                                  OF REGISTRO-PRESTAMO)
                               SET TIENE-PENDIENTES TO TRUE
                               MOVE 'PRESTAMO PENDIENTE'
                                   TO WS-MOTIVO-RETENIDA
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-PRE = '00'
                  OR WS-FILE-STATUS-PRE = '10'
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF.

           134-CONTROLAR-EMBARGOS SECTION.
               MOVE 'N' TO WS-EOF-AUX.
               OPEN INPUT ARCHIVO-EMBARGOS.
               IF WS-FILE-STATUS-EMB NOT = '00'
                   SET FIN-ARCHIVO-AUX TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-AUX OR TIENE-PENDIENTES
                   READ ARCHIVO-EMBARGOS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-AUX TO TRUE
                       NOT AT END
                           IF EM-CUENTA OF REGISTRO-EMBARGO
                              = CC-NUMERO-CUENTA OF RCC
                              AND EMBARGO-ACTIVO OF REGISTRO-EMBARGO
                               SET TIENE-PENDIENTES TO TRUE
                               MOVE 'EMBARGO ACTIVO'
                                   TO WS-MOTIVO-RETENIDA
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-EMB = '00'
                  OR WS-FILE-STATUS-EMB = '10'
                   CLOSE ARCHIVO-EMBARGOS
               END-IF.

      *    Primero el histórico, después la historia y recién al
      *    final la baja del maestro: si algo falla a mitad de
      *    camino la cuenta sigue en cuentas.dat y la próxima
      *    corrida la vuelve a intentar.
           140-DEPURAR-CUENTA SECTION.
               IF CC-FECHA-CIERRE OF RCC NOT NUMERIC
                  OR CC-FECHA-CIERRE OF RCC = ZERO
                   MOVE WS-FECHA-CIERRE TO CC-FECHA-CIERRE OF RCC
               END-IF.
               MOVE RCC TO RCH.
               WRITE RCH
                   INVALID KEY
                       REWRITE RCH
               END-WRITE.
               IF WS-FILE-STATUS-HIS NOT = '00'
                   DISPLAY 'ERROR AL GRABAR EN EL HISTÓRICO LA CUENTA '
                       CC-NUMERO-CUENTA OF RCC
               ELSE
                   PERFORM 150-ARCHIVAR-HISTORIAL
                   DELETE ARCHIVO-CUENTAS RECORD
                   IF WS-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR AL DAR DE BAJA LA CUENTA '
                           CC-NUMERO-CUENTA OF RCC
                   ELSE
                       ADD 1 TO WS-CANT-DEPURADAS
                       MOVE SPACES TO WS-MOTIVO-AUDITORIA
                       STRING
                           'PASA AL HISTORICO, CERRADA '
                               DELIMITED BY SIZE
                           WS-FECHA-CIERRE DELIMITED BY SIZE
                           INTO WS-MOTIVO-AUDITORIA
                       END-STRING
                       CALL 'REGISTRAR-AUDITORIA' USING
                           WS-ACCION-AUDITORIA CC-NUMERO-CUENTA OF RCH
                           WS-OPERADOR-BATCH WS-SIN-AUTORIZANTE
                           WS-MOTIVO-AUDITORIA
                   END-IF
               END-IF.

      *    Todo el historial activo pasa a los archivos anuales, que
      *    es donde EXTRACTO-CUENTA y RESPONDER-OFICIO ya buscan la
      *    historia archivada, y el archivo activo se borra.
           150-ARCHIVAR-HISTORIAL SECTION.
               PERFORM 125-ARMAR-NOMBRE-ACTIVO.
               MOVE 'N' TO WS-EOF-AUX.
               OPEN INPUT ARCHIVO-MOVIMIENTOS.
               IF WS-FILE-STATUS-MOV = '00'
                   PERFORM UNTIL FIN-ARCHIVO-AUX
                       READ ARCHIVO-MOVIMIENTOS
                           AT END
                               SET FIN-ARCHIVO-AUX TO TRUE
                           NOT AT END
                               PERFORM 160-GRABAR-EN-ARCHIVO-ANUAL
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-MOVIMIENTOS
                   CALL 'CBL_DELETE_FILE' USING NOMBRE-ARCHIVO-MOV
               END-IF.

           160-GRABAR-EN-ARCHIVO-ANUAL SECTION.
               IF FECHA-MOVIMIENTO OF REGISTRO-MOVIMIENTO (1:4)
                  NUMERIC
                   MOVE FECHA-MOVIMIENTO OF REGISTRO-MOVIMIENTO (1:4)
                       TO WS-ANIO-ARCHIVO
               ELSE
                   MOVE WS-FECHA-CIERRE (1:4) TO WS-ANIO-ARCHIVO
               END-IF.
               MOVE SPACES TO NOMBRE-ARCHIVO-ARCHIVO.
               STRING
                   "cuentas/" DELIMITED BY SIZE
                   CC-NUMERO-CUENTA OF RCC DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-ANIO-ARCHIVO DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-ARCHIVO
               END-STRING.

               MOVE REGISTRO-MOVIMIENTO TO REGISTRO-ARCHIVO.
               OPEN EXTEND ARCHIVO-ARCHIVO.
               IF WS-FILE-STATUS-ARCHIVO = '35'
                   OPEN OUTPUT ARCHIVO-ARCHIVO
               END-IF.
               IF WS-FILE-STATUS-ARCHIVO NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO ANUAL '
                       NOMBRE-ARCHIVO-ARCHIVO
               ELSE
                   WRITE REGISTRO-ARCHIVO
                   ADD 1 TO WS-CANT-MOVIMIENTOS
                   CLOSE ARCHIVO-ARCHIVO
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
