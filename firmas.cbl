       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-FIRMAS.
       AUTHOR. MARCOS MUÑOZ.

      * Registro de firmas de las cuentas: carga la firma de cada
      * persona autorizada a firmar sobre una cuenta (titular,
      * cotitular, apoderado, firmante de una persona jurídica o
      * representante legal de un menor) con la referencia al
      * espécimen escaneado, el carácter en que firma y su
      * vigencia; la da de baja cuando deja de estar autorizada;
      * lista las firmas de una cuenta y las verificaciones que
      * hicieron los cajeros (VERIFICAR-FIRMA) al pagar cheques y
      * retiros. Altas y bajas quedan en el diario de auditoría.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-FIRMAS ASSIGN TO 'registro_firmas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-CLAVE OF REGISTRO-FIRMA
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS-CTA.

           SELECT ARCHIVO-CLIENTES ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DNI OF REGISTRO-CLIENTE
               FILE STATUS IS WS-FILE-STATUS-CLI.

           SELECT ARCHIVO-VERIFICACIONES
               ASSIGN TO 'verificaciones_firma.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-VER.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-FIRMAS.
           01 REGISTRO-FIRMA.
               COPY "firma.cpy".

       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-CLIENTES.
           01 REGISTRO-CLIENTE.
               COPY "cliente.cpy".

       FD  ARCHIVO-VERIFICACIONES.
           01 REGISTRO-VERIFICACION.
               COPY "verificacionfirma.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CLI    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-VER    PIC XX VALUE '00'.

       01  WS-OPCION             PIC 9(01).
       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-CUENTA             PIC 9(08).
       01  WS-DNI                PIC 9(08).
       01  WS-NOMBRE-FIRMANTE    PIC X(30).
       01  WS-DATOS-OK           PIC X(01) VALUE 'N'.
           88 DATOS-OK           VALUE 'S'.
       01  WS-FIRMA-EXISTE       PIC X(01) VALUE 'N'.
           88 FIRMA-EXISTE       VALUE 'S'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-CANT-LISTADAS      PIC 9(04) VALUE ZERO.

       01  WS-CUENTA-AUDITORIA   PIC 9(08) VALUE ZERO.
       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.
       01  WS-ACCION-AUDITORIA   PIC X(12).
       01  WS-MOTIVO-AUDITORIA   PIC X(40).

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión, que firma los
      *    cambios.
       01  LK-OPERADOR           PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- REGISTRO DE FIRMAS ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           DISPLAY '1 - Registrar o renovar una firma'.
           DISPLAY '2 - Dar de baja una firma'.
           DISPLAY '3 - Firmas registradas de una cuenta'.
           DISPLAY '4 - Verificaciones de firma de una cuenta'.
           DISPLAY 'Opción: ' WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 1 PERFORM 100-REGISTRAR-FIRMA
               WHEN 2 PERFORM 200-BAJA-FIRMA
               WHEN 3 PERFORM 300-LISTAR-FIRMAS
               WHEN 4 PERFORM 400-LISTAR-VERIFICACIONES
               WHEN OTHER DISPLAY '--> OPCIÓN INVÁLIDA'
           END-EVALUATE.
           PERFORM 900-FINALIZAR-PROGRAMA.

      *    La cuenta tiene que existir y el firmante ser cliente;
      *    si ya tenía firma en la cuenta, se reemplaza (nuevo
      *    espécimen, nueva vigencia).
           100-REGISTRAR-FIRMA SECTION.
               DISPLAY 'Cuenta: ' WITH NO ADVANCING.
               ACCEPT WS-CUENTA.
               DISPLAY 'DNI del firmante: ' WITH NO ADVANCING.
               ACCEPT WS-DNI.
               PERFORM 150-VALIDAR-CUENTA-Y-FIRMANTE.
               IF NOT DATOS-OK
                   PERFORM 900-FINALIZAR-PROGRAMA
               END-IF.
               OPEN I-O ARCHIVO-FIRMAS.
               IF WS-FILE-STATUS = '35'
                   OPEN OUTPUT ARCHIVO-FIRMAS
                   CLOSE ARCHIVO-FIRMAS
                   OPEN I-O ARCHIVO-FIRMAS
               END-IF.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL REGISTRO DE FIRMAS'
                   PERFORM 900-FINALIZAR-PROGRAMA
               END-IF.
               MOVE WS-CUENTA TO FR-CUENTA OF REGISTRO-FIRMA.
               MOVE WS-DNI TO FR-DNI OF REGISTRO-FIRMA.
               READ ARCHIVO-FIRMAS
                   KEY IS FR-CLAVE OF REGISTRO-FIRMA
                   INVALID KEY
                       MOVE 'N' TO WS-FIRMA-EXISTE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-FIRMA-EXISTE
                       DISPLAY '--> YA TENÍA FIRMA REGISTRADA: SE '
                           'REEMPLAZA'
               END-READ.
               MOVE WS-NOMBRE-FIRMANTE TO FR-NOMBRE OF REGISTRO-FIRMA.
               DISPLAY 'Carácter (T titular / C cotitular / '
                   'A apoderado / F firmante / R representante): '
                   WITH NO ADVANCING.
               ACCEPT FR-CARACTER OF REGISTRO-FIRMA.
               PERFORM UNTIL FIRMA-TITULAR OF REGISTRO-FIRMA
                   OR FIRMA-COTITULAR OF REGISTRO-FIRMA
                   OR FIRMA-APODERADO OF REGISTRO-FIRMA
                   OR FIRMA-FIRMANTE OF REGISTRO-FIRMA
                   OR FIRMA-REPRESENTANTE OF REGISTRO-FIRMA
                   DISPLAY '--> CARÁCTER INVÁLIDO'
                   DISPLAY 'Carácter (T/C/A/F/R): ' WITH NO ADVANCING
                   ACCEPT FR-CARACTER OF REGISTRO-FIRMA
               END-PERFORM.
               DISPLAY 'Espécimen escaneado (archivo de imagen): '
                   WITH NO ADVANCING.
               ACCEPT FR-IMAGEN OF REGISTRO-FIRMA.
               PERFORM UNTIL FR-IMAGEN OF REGISTRO-FIRMA NOT = SPACES
                   DISPLAY '--> FALTA LA REFERENCIA AL ESPÉCIMEN'
                   DISPLAY 'Espécimen escaneado (archivo de imagen): '
                       WITH NO ADVANCING
                   ACCEPT FR-IMAGEN OF REGISTRO-FIRMA
               END-PERFORM.
               DISPLAY 'Vigente desde (AAAAMMDD, 0 = hoy): '
                   WITH NO ADVANCING.
               ACCEPT FR-VIGENCIA-DESDE OF REGISTRO-FIRMA.
               IF FR-VIGENCIA-DESDE OF REGISTRO-FIRMA = ZERO
                   MOVE WS-FECHA-HOY
                       TO FR-VIGENCIA-DESDE OF REGISTRO-FIRMA
               END-IF.
               DISPLAY 'Vigente hasta (AAAAMMDD, 0 = sin '
                   'vencimiento): ' WITH NO ADVANCING.
               ACCEPT FR-VIGENCIA-HASTA OF REGISTRO-FIRMA.
               MOVE 'A' TO FR-ESTADO OF REGISTRO-FIRMA.
               MOVE WS-FECHA-HOY TO FR-FECHA-ALTA OF REGISTRO-FIRMA.
               MOVE LK-OPERADOR TO FR-OPERADOR OF REGISTRO-FIRMA.
               IF FIRMA-EXISTE
                   REWRITE REGISTRO-FIRMA
               ELSE
                   WRITE REGISTRO-FIRMA
               END-IF.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL GRABAR LA FIRMA'
               ELSE
                   DISPLAY '---> FIRMA REGISTRADA'
                   MOVE 'FIRMA-ALTA' TO WS-ACCION-AUDITORIA
                   PERFORM 160-AUDITAR
               END-IF.
               CLOSE ARCHIVO-FIRMAS.

           150-VALIDAR-CUENTA-Y-FIRMANTE SECTION.
               MOVE 'N' TO WS-DATOS-OK.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS-CTA NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CUENTAS'
               ELSE
                   MOVE WS-CUENTA TO CC-NUMERO-CUENTA OF RCC
                   READ ARCHIVO-CUENTAS
                       KEY IS CC-NUMERO-CUENTA OF RCC
                       INVALID KEY
                           DISPLAY '--> CUENTA NO ENCONTRADA'
                       NOT INVALID KEY
                           IF CUENTA-CERRADA OF RCC
                               DISPLAY '--> LA CUENTA ESTÁ CERRADA'
                           ELSE
                               MOVE 'S' TO WS-DATOS-OK
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
               END-IF.
               IF DATOS-OK
                   MOVE 'N' TO WS-DATOS-OK
                   OPEN INPUT ARCHIVO-CLIENTES
                   IF WS-FILE-STATUS-CLI NOT = '00'
                       DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CLIENTES'
                   ELSE
                       MOVE WS-DNI TO CLI-DNI OF REGISTRO-CLIENTE
                       READ ARCHIVO-CLIENTES
                           KEY IS CLI-DNI OF REGISTRO-CLIENTE
                           INVALID KEY
                               DISPLAY '--> EL FIRMANTE TIENE QUE '
                                   'SER CLIENTE DEL BANCO'
                           NOT INVALID KEY
                               MOVE 'S' TO WS-DATOS-OK
                               MOVE CLI-NOMBRE OF REGISTRO-CLIENTE
                                   TO WS-NOMBRE-FIRMANTE
                               DISPLAY '--> FIRMANTE: '
                                   WS-NOMBRE-FIRMANTE
                       END-READ
                       CLOSE ARCHIVO-CLIENTES
                   END-IF
               END-IF.

           160-AUDITAR SECTION.
               MOVE WS-CUENTA TO WS-CUENTA-AUDITORIA.
               MOVE SPACES TO WS-MOTIVO-AUDITORIA.
               STRING
                   'DNI ' DELIMITED BY SIZE
                   WS-DNI DELIMITED BY SIZE
                   ' CARACTER ' DELIMITED BY SIZE
                   FR-CARACTER OF REGISTRO-FIRMA DELIMITED BY SIZE
                   INTO WS-MOTIVO-AUDITORIA
               END-STRING.
               CALL 'REGISTRAR-AUDITORIA' USING
                   WS-ACCION-AUDITORIA WS-CUENTA-AUDITORIA
                   LK-OPERADOR WS-SIN-AUTORIZANTE
                   WS-MOTIVO-AUDITORIA.

      *    La baja no borra el registro: queda como antecedente de
      *    las verificaciones que se hicieron contra esa firma.
           200-BAJA-FIRMA SECTION.
               DISPLAY 'Cuenta: ' WITH NO ADVANCING.
               ACCEPT WS-CUENTA.
               DISPLAY 'DNI del firmante: ' WITH NO ADVANCING.
               ACCEPT WS-DNI.
               OPEN I-O ARCHIVO-FIRMAS.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY '--> NO HAY FIRMAS REGISTRADAS'
               ELSE
                   MOVE WS-CUENTA TO FR-CUENTA OF REGISTRO-FIRMA
                   MOVE WS-DNI TO FR-DNI OF REGISTRO-FIRMA
                   READ ARCHIVO-FIRMAS
                       KEY IS FR-CLAVE OF REGISTRO-FIRMA
                       INVALID KEY
                           DISPLAY '--> FIRMA NO REGISTRADA'
                       NOT INVALID KEY
                           IF FIRMA-DE-BAJA OF REGISTRO-FIRMA
                               DISPLAY '--> LA FIRMA YA ESTABA DADA '
                                   'DE BAJA'
                           ELSE
                               MOVE 'B' TO FR-ESTADO OF REGISTRO-FIRMA
                               REWRITE REGISTRO-FIRMA
                               DISPLAY '---> FIRMA DADA DE BAJA'
                               MOVE 'FIRMA-BAJA'
                                   TO WS-ACCION-AUDITORIA
                               PERFORM 160-AUDITAR
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-FIRMAS
               END-IF.

           300-LISTAR-FIRMAS SECTION.
               DISPLAY 'Cuenta: ' WITH NO ADVANCING.
               ACCEPT WS-CUENTA.
               MOVE ZERO TO WS-CANT-LISTADAS.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-FIRMAS.
               IF WS-FILE-STATUS NOT = '00'
                   SET FIN-ARCHIVO TO TRUE
               ELSE
                   MOVE WS-CUENTA TO FR-CUENTA OF REGISTRO-FIRMA
                   MOVE ZERO TO FR-DNI OF REGISTRO-FIRMA
                   START ARCHIVO-FIRMAS
                       KEY IS >= FR-CLAVE OF REGISTRO-FIRMA
                       INVALID KEY
                           SET FIN-ARCHIVO TO TRUE
                   END-START
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-FIRMAS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF FR-CUENTA OF REGISTRO-FIRMA
                                  NOT = WS-CUENTA
                                   SET FIN-ARCHIVO TO TRUE
                               ELSE
                                   ADD 1 TO WS-CANT-LISTADAS
                                   DISPLAY FR-DNI OF REGISTRO-FIRMA
                                       ' ' FR-NOMBRE OF REGISTRO-FIRMA
                                       ' (' FR-CARACTER
                                       OF REGISTRO-FIRMA ') '
                                       FR-ESTADO OF REGISTRO-FIRMA
                                   DISPLAY '    '
                                       FR-IMAGEN OF REGISTRO-FIRMA
                                       ' desde ' FR-VIGENCIA-DESDE
                                       OF REGISTRO-FIRMA
                                       ' hasta ' FR-VIGENCIA-HASTA
                                       OF REGISTRO-FIRMA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-FIRMAS
               END-IF.
               DISPLAY '---> FIRMAS DE LA CUENTA: ' WS-CANT-LISTADAS.

           400-LISTAR-VERIFICACIONES SECTION.
               DISPLAY 'Cuenta: ' WITH NO ADVANCING.
               ACCEPT WS-CUENTA.
               MOVE ZERO TO WS-CANT-LISTADAS.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-VERIFICACIONES.
               IF WS-FILE-STATUS-VER NOT = '00'
                   SET FIN-ARCHIVO TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-VERIFICACIONES
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF VF-CUENTA OF REGISTRO-VERIFICACION
                              = WS-CUENTA
                               ADD 1 TO WS-CANT-LISTADAS
                               DISPLAY VF-FECHA-HORA
                                   OF REGISTRO-VERIFICACION ' '
                                   VF-ORIGEN OF REGISTRO-VERIFICACION
                                   ' ' VF-REFERENCIA
                                   OF REGISTRO-VERIFICACION
                                   ' DNI ' VF-DNI
                                   OF REGISTRO-VERIFICACION
                                   ' RES ' VF-RESULTADO
                                   OF REGISTRO-VERIFICACION
                                   ' CAJERO ' VF-OPERADOR
                                   OF REGISTRO-VERIFICACION
                                   ' ' VF-AUTORIZANTE
                                   OF REGISTRO-VERIFICACION
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-VER = '00'
                  OR WS-FILE-STATUS-VER = '10'
                   CLOSE ARCHIVO-VERIFICACIONES
               END-IF.
               DISPLAY '---> VERIFICACIONES: ' WS-CANT-LISTADAS.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
