       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPROCESAR-CONTINGENCIA.
       AUTHOR. MARCOS MUÑOZ.

      * Reproceso supervisado del diario de contingencia de caja:
      * con cuentas.dat y el historial de cuentas/ de vuelta, postea
      * por MOVIMIENTO-CUENTA cada depósito y retiro que
      * CAJA-CONTINGENCIA dejó pendiente, con el cajero que atendió
      * como operador, el supervisor que habilitó la contingencia
      * como autorizante y la bóveda de la sucursal del mostrador.
      * Lo que no se puede postear (cuenta inexistente, cerrada o
      * no en pesos; un retiro sobre una cuenta que no está activa
      * o firmado por un DNI que no es titular ni cotitular; un
      * rechazo de MOVIMIENTO-CUENTA) queda rechazado en el diario
      * con su motivo y en reproceso_contingencia_<fecha>.txt para
      * el seguimiento de la sucursal, igual que los retiros que se
      * postearon pasando el disponible de hoy: el efectivo ya se
      * entregó. El reproceso queda en el diario de auditoría.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CONTINGENCIA
               ASSIGN TO 'contingencia_caja.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-NUMERO OF REGISTRO-CONTINGENCIA
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS-CTA.

           SELECT ARCHIVO-REPORTE
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-REP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CONTINGENCIA.
           01 REGISTRO-CONTINGENCIA.
               COPY "contingencia.cpy".

       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-REPORTE
           RECORD CONTAINS 100 CHARACTERS.
           01  LINEA-REPORTE      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REP    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-REPORTE PIC X(100).

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-CONFIRMA           PIC X(01) VALUE 'N'.

       01  WS-CANT-PENDIENTES    PIC 9(06) VALUE ZERO.
       01  WS-CANT-POSTEADAS     PIC 9(06) VALUE ZERO.
       01  WS-CANT-RECHAZADAS    PIC 9(06) VALUE ZERO.
       01  WS-CANT-OBSERVADAS    PIC 9(06) VALUE ZERO.

      *    Revalidación de la operación contra la cuenta de hoy.
       01  WS-CUENTA-ENCONTRADA  PIC X(01) VALUE 'N'.
           88 CUENTA-ENCONTRADA  VALUE 'S'.
       01  WS-OPERACION-POSTEABLE PIC X(01) VALUE 'N'.
           88 OPERACION-POSTEABLE VALUE 'S'.
       01  WS-DNI-HABILITADO     PIC X(01) VALUE 'N'.
           88 DNI-HABILITADO     VALUE 'S'.
       01  WS-IDX-COTITULAR      PIC 9(01).
       01  WS-MOTIVO             PIC X(40).
       01  WS-OBSERVACION        PIC X(40).
       01  WS-DESCUBIERTO-DISPONIBLE PIC S9(12)V99.
       01  WS-FONDOS-RETENIDOS   PIC S9(12)V99 VALUE ZERO.

      *    Posteo por el camino de siempre. Los comprobantes de la
      *    contingencia son provisorios y no están en
      *    comprobantes.dat: los movimientos van por el canal
      *    interno para que la auditoría cruzada no los reclame.
       01  WS-MONTO              PIC S9(12)V99.
       01  WS-OPERACION          PIC X(01).
       01  WS-CANAL              PIC X(10) VALUE 'INTERNO'.
       01  WS-CONCEPTO           PIC 9(03) VALUE ZERO.
       01  WS-CONVERSION.
           05 WS-CV-MONEDA-ORIGINAL PIC X(03) VALUE SPACES.
           05 WS-CV-MONTO-ORIGINAL  PIC S9(12)V99 VALUE ZERO.
           05 WS-CV-TASA-APLICADA   PIC 9(06)V9999 VALUE ZERO.
       01  WS-RESULTADO-MOVIMIENTO PIC X(01).
           88 MOVIMIENTO-OK        VALUE 'S'.

       01  WS-MONTO-DISPLAY      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-ACCION-AUDITORIA   PIC X(12) VALUE 'REPROC-CONT'.
       01  WS-CUENTA-AUDITORIA   PIC 9(08) VALUE ZERO.
       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.
       01  WS-MOTIVO-AUDITORIA   PIC X(40).

      *    Sucursal del mostrador que atendió, publicada para que
      *    MOVIMIENTO-CUENTA mueva esa bóveda.
       01  BOVEDA-SESION EXTERNAL.
           05 BV-SUCURSAL-CAJERO PIC 9(03).

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'REPROCESAR-CONTINGENCIA'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       LINKAGE SECTION.
      *    Supervisor que corre el reproceso.
       01  LK-OPERADOR           PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- REPROCESO DEL DIARIO DE CONTINGENCIA ----'.
           OPEN INPUT ARCHIVO-CUENTAS.
           IF WS-FILE-STATUS-CTA NOT = '00'
               DISPLAY '--> EL ARCHIVO DE CUENTAS SIGUE SIN ESTAR '
                   'DISPONIBLE (' WS-FILE-STATUS-CTA ')'
               PERFORM 900-FINALIZAR-PROGRAMA
           END-IF.
           CLOSE ARCHIVO-CUENTAS.

           PERFORM 100-CONTAR-PENDIENTES.
           IF WS-CANT-PENDIENTES = ZERO
               DISPLAY '--> SIN OPERACIONES DE CONTINGENCIA PENDIENTES'
           ELSE
               DISPLAY 'Operaciones pendientes: ' WS-CANT-PENDIENTES
               DISPLAY '¿Postearlas ahora? (S/N): ' WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                   CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY
                   PERFORM 150-ABRIR-REPORTE
                   PERFORM 200-REPROCESAR
                   PERFORM 300-CERRAR-REPORTE
                   MOVE SPACES TO WS-MOTIVO-AUDITORIA
                   STRING
                       'POSTEADAS ' DELIMITED BY SIZE
                       WS-CANT-POSTEADAS DELIMITED BY SIZE
                       ' RECHAZADAS ' DELIMITED BY SIZE
                       WS-CANT-RECHAZADAS DELIMITED BY SIZE
                       INTO WS-MOTIVO-AUDITORIA
                   END-STRING
                   CALL 'REGISTRAR-AUDITORIA' USING
                       WS-ACCION-AUDITORIA WS-CUENTA-AUDITORIA
                       LK-OPERADOR WS-SIN-AUTORIZANTE
                       WS-MOTIVO-AUDITORIA
                   DISPLAY '---- POSTEADAS:   ' WS-CANT-POSTEADAS
                   DISPLAY '---- RECHAZADAS:  ' WS-CANT-RECHAZADAS
                   DISPLAY '---- OBSERVADAS:  ' WS-CANT-OBSERVADAS
                   IF WS-CANT-RECHAZADAS > ZERO
                      OR WS-CANT-OBSERVADAS > ZERO
                       DISPLAY '--> SEGUIMIENTO EN '
                           NOMBRE-ARCHIVO-REPORTE
                   END-IF
               ELSE
                   DISPLAY '--> OPERACIÓN CANCELADA'
               END-IF
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-CONTAR-PENDIENTES SECTION.
               MOVE ZERO TO WS-CANT-PENDIENTES.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-CONTINGENCIA.
               IF WS-FILE-STATUS NOT = '00'
                   SET FIN-ARCHIVO TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CONTINGENCIA NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF CONTINGENCIA-PENDIENTE
                              OF REGISTRO-CONTINGENCIA
                               ADD 1 TO WS-CANT-PENDIENTES
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10'
                   CLOSE ARCHIVO-CONTINGENCIA
               END-IF.

           150-ABRIR-REPORTE SECTION.
               MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE.
               STRING
                   "reproceso_contingencia_" DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-REPORTE
               END-STRING.
               OPEN EXTEND ARCHIVO-REPORTE.
               IF WS-FILE-STATUS-REP = '35'
                   OPEN OUTPUT ARCHIVO-REPORTE
               END-IF.
               IF WS-FILE-STATUS-REP = '00'
                   MOVE ALL '=' TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   MOVE SPACES TO LINEA-REPORTE
                   STRING
                       'REPROCESO DE CONTINGENCIA ' DELIMITED BY SIZE
                       WS-FECHA-HOY DELIMITED BY SIZE
                       ' SUPERVISOR ' DELIMITED BY SIZE
                       LK-OPERADOR DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   END-STRING
                   WRITE LINEA-REPORTE
                   MOVE 'NUMERO T CUENTA   DNI      MONTO'
                       & '               SITUACION' TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF.

           200-REPROCESAR SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN I-O ARCHIVO-CONTINGENCIA.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL DIARIO DE CONTINGENCIA'
                   SET FIN-ARCHIVO TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CONTINGENCIA NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF CONTINGENCIA-PENDIENTE
                              OF REGISTRO-CONTINGENCIA
                               PERFORM 210-REPROCESAR-OPERACION
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10'
                   CLOSE ARCHIVO-CONTINGENCIA
               END-IF.
               MOVE ZERO TO BV-SUCURSAL-CAJERO.

           210-REPROCESAR-OPERACION SECTION.
               MOVE SPACES TO WS-MOTIVO.
               MOVE SPACES TO WS-OBSERVACION.
               PERFORM 220-REVALIDAR-CUENTA.
               IF OPERACION-POSTEABLE
                   PERFORM 230-POSTEAR
               END-IF.
               MOVE WS-FECHA-HOY
                   TO CG-FECHA-REPROCESO OF REGISTRO-CONTINGENCIA.
               MOVE LK-OPERADOR
                   TO CG-SUPERVISOR OF REGISTRO-CONTINGENCIA.
               IF OPERACION-POSTEABLE
                   MOVE 'A' TO CG-ESTADO OF REGISTRO-CONTINGENCIA
                   MOVE WS-OBSERVACION
                       TO CG-MOTIVO OF REGISTRO-CONTINGENCIA
                   ADD 1 TO WS-CANT-POSTEADAS
                   IF WS-OBSERVACION NOT = SPACES
                       ADD 1 TO WS-CANT-OBSERVADAS
                       PERFORM 250-INFORMAR
                   END-IF
               ELSE
                   MOVE 'X' TO CG-ESTADO OF REGISTRO-CONTINGENCIA
                   MOVE WS-MOTIVO TO CG-MOTIVO OF REGISTRO-CONTINGENCIA
                   ADD 1 TO WS-CANT-RECHAZADAS
                   PERFORM 250-INFORMAR
               END-IF.
               REWRITE REGISTRO-CONTINGENCIA.

      *    La cuenta de hoy puede no ser la que el cajero no pudo
      *    ver: se revalida antes de postear. Un depósito entra
      *    salvo que la cuenta no exista, esté cerrada o no sea en
      *    pesos; un retiro además pide la cuenta activa y que el
      *    DNI que firmó figure en ella.
           220-REVALIDAR-CUENTA SECTION.
               MOVE 'N' TO WS-OPERACION-POSTEABLE.
               MOVE 'N' TO WS-CUENTA-ENCONTRADA.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS-CTA = '00'
                   MOVE CG-CUENTA OF REGISTRO-CONTINGENCIA
                       TO CC-NUMERO-CUENTA OF RCC
                   READ ARCHIVO-CUENTAS
                       KEY IS CC-NUMERO-CUENTA OF RCC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-CUENTA-ENCONTRADA
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

               IF NOT CUENTA-ENCONTRADA
                   MOVE 'CUENTA INEXISTENTE' TO WS-MOTIVO
               ELSE
               IF CUENTA-CERRADA OF RCC
                   MOVE 'CUENTA CERRADA' TO WS-MOTIVO
               ELSE
               IF NOT MONEDA-PESOS OF RCC
                   MOVE 'LA CUENTA NO ES EN PESOS' TO WS-MOTIVO
               ELSE
               IF CONTINGENCIA-DEPOSITO OF REGISTRO-CONTINGENCIA
                   SET OPERACION-POSTEABLE TO TRUE
               ELSE
                   PERFORM 225-CONTROLAR-FIRMANTE
                   IF NOT CUENTA-ACTIVA OF RCC
                       MOVE 'RETIRO SOBRE CUENTA NO ACTIVA'
                           TO WS-MOTIVO
                   ELSE
                   IF NOT DNI-HABILITADO
                       MOVE 'DNI NO ES TITULAR NI COTITULAR'
                           TO WS-MOTIVO
                   ELSE
                       SET OPERACION-POSTEABLE TO TRUE
                       PERFORM 226-CONTROLAR-DISPONIBLE
                   END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

           225-CONTROLAR-FIRMANTE SECTION.
               MOVE 'N' TO WS-DNI-HABILITADO.
               IF CC-DNI-TITULAR OF RCC
                  = CG-DNI OF REGISTRO-CONTINGENCIA
                   SET DNI-HABILITADO TO TRUE
               END-IF.
               PERFORM VARYING WS-IDX-COTITULAR FROM 1 BY 1
                   UNTIL WS-IDX-COTITULAR
                       > CC-CANT-COTITULARES OF RCC
                   IF CC-DNI-COTITULAR OF RCC (WS-IDX-COTITULAR)
                      = CG-DNI OF REGISTRO-CONTINGENCIA
                       SET DNI-HABILITADO TO TRUE
                   END-IF
               END-PERFORM.

      *    El retiro se postea igual (el efectivo ya salió), pero
      *    si hoy no había disponible queda observado.
           226-CONTROLAR-DISPONIBLE SECTION.
               IF CAJA-DE-AHORRO OF RCC
                   MOVE ZERO TO WS-DESCUBIERTO-DISPONIBLE
               ELSE
                   MOVE CC-LIMITE-DESCUBIERTO OF RCC
                       TO WS-DESCUBIERTO-DISPONIBLE
               END-IF.
               CALL 'CALCULAR-FONDOS-RETENIDOS' USING
                   CG-CUENTA OF REGISTRO-CONTINGENCIA
                   WS-FONDOS-RETENIDOS.
               IF CG-MONTO OF REGISTRO-CONTINGENCIA
                  > CC-SALDO OF RCC + WS-DESCUBIERTO-DISPONIBLE
                    - WS-FONDOS-RETENIDOS
                   MOVE 'POSTEADO EXCEDIENDO EL DISPONIBLE'
                       TO WS-OBSERVACION
               END-IF.

           230-POSTEAR SECTION.
               MOVE CG-MONTO OF REGISTRO-CONTINGENCIA TO WS-MONTO.
               MOVE CG-SUCURSAL OF REGISTRO-CONTINGENCIA
                   TO BV-SUCURSAL-CAJERO.
               IF CONTINGENCIA-DEPOSITO OF REGISTRO-CONTINGENCIA
                   MOVE 'D' TO WS-OPERACION
                   MOVE 001 TO WS-CONCEPTO
               ELSE
                   MOVE 'R' TO WS-OPERACION
                   MOVE 002 TO WS-CONCEPTO
               END-IF.
               CALL 'MOVIMIENTO-CUENTA' USING
                   CG-CUENTA OF REGISTRO-CONTINGENCIA WS-MONTO
                   WS-OPERACION CG-OPERADOR OF REGISTRO-CONTINGENCIA
                   WS-CANAL CG-AUTORIZANTE OF REGISTRO-CONTINGENCIA
                   WS-CONCEPTO WS-CONVERSION
                   WS-RESULTADO-MOVIMIENTO.
               IF NOT MOVIMIENTO-OK
                   MOVE 'N' TO WS-OPERACION-POSTEABLE
                   MOVE 'RECHAZADA AL POSTEAR' TO WS-MOTIVO
               END-IF.

           250-INFORMAR SECTION.
               MOVE CG-MONTO OF REGISTRO-CONTINGENCIA
                   TO WS-MONTO-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   CG-NUMERO OF REGISTRO-CONTINGENCIA
                       DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CG-TIPO OF REGISTRO-CONTINGENCIA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CG-CUENTA OF REGISTRO-CONTINGENCIA
                       DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CG-DNI OF REGISTRO-CONTINGENCIA DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CG-MOTIVO OF REGISTRO-CONTINGENCIA
                       DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               IF WS-FILE-STATUS-REP = '00'
                   WRITE LINEA-REPORTE
               END-IF.
               DISPLAY '--> ' CG-NUMERO OF REGISTRO-CONTINGENCIA ' '
                   CG-MOTIVO OF REGISTRO-CONTINGENCIA.

           300-CERRAR-REPORTE SECTION.
               IF WS-FILE-STATUS-REP = '00'
                   CLOSE ARCHIVO-REPORTE
                   MOVE NOMBRE-ARCHIVO-REPORTE TO WS-ARCHIVO-CATALOGO
                   CALL 'REGISTRAR-REPORTE' USING
                       WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                       WS-SUCURSAL-CATALOGO
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
