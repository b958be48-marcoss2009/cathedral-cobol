      * verifique la identidad y tome el depósito mínimo. La
      * misma corrida expira las solicitudes viejas sin activar
      * (cerrando su cuenta pendiente) y emite el reporte diario
      * de conversión por canal. Un solicitante nuevo que figura
      * en las listas de sanciones o PEP no se da de alta ni se le
      * abre cuenta: queda como alerta para cumplimiento.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-DIGITO-CALCULADO   PIC 9(01).
       01  WS-CLIENTE-EXISTE     PIC X(01).

      *    Control del solicitante nuevo contra las listas.
       01  WS-DOCUMENTO-LISTAS   PIC 9(11).
       01  WS-CUENTA-LISTAS      PIC 9(08) VALUE ZERO.
       01  WS-ORIGEN-LISTAS      PIC X(12) VALUE 'ALTA WEB'.
       01  WS-FECHA-LISTAS       PIC 9(08) VALUE ZERO.
       01  WS-RESULTADO-LISTAS   PIC X(01) VALUE 'N'.
           88 CLIENTE-EN-LISTAS  VALUE 'S'.

      *    Conversión del día por canal para el reporte.
       01  WS-TABLA-CANALES.
           05 WS-CONV-CANAL OCCURS 10 TIMES.
       01  WS-CANT-RECIBIDAS     PIC 9(05) VALUE ZERO.
       01  WS-CANT-CREADAS       PIC 9(05) VALUE ZERO.
       01  WS-CANT-EXPIRADAS     PIC 9(05) VALUE ZERO.
       01  WS-CANT-EN-LISTAS     PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
               WS-CANT-CREADAS.
           DISPLAY '---- SOLICITUDES EXPIRADAS: '
               WS-CANT-EXPIRADAS.
           DISPLAY '---- SOLICITANTES EN LISTAS DE CONTROL: '
               WS-CANT-EN-LISTAS.
           MOVE WS-CANT-RECIBIDAS TO CB-PROCESADOS.
           MOVE WS-CANT-CREADAS TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           110-PROCESAR-SOLICITUD SECTION.
               PERFORM 120-CREAR-O-EMPATAR-CLIENTE.
               IF CLIENTE-EN-LISTAS
                   ADD 1 TO WS-CANT-EN-LISTAS
                   DISPLAY '--> SOLICITANTE EN LISTAS DE CONTROL: '
                       SW-DNI
               ELSE
                   PERFORM 130-CREAR-CUENTA-PENDIENTE
               END-IF.

      *    El cliente ya conocido se empata por DNI; el nuevo se
      *    controla contra las listas de sanciones y PEP y, si no
      *    figura, se da de alta con los datos del canal.
           120-CREAR-O-EMPATAR-CLIENTE SECTION.
               MOVE 'N' TO WS-RESULTADO-LISTAS.
               OPEN I-O ARCHIVO-CLIENTES.
               IF WS-FILE-STATUS-CLI = '35'
                   OPEN OUTPUT ARCHIVO-CLIENTES
                           OF REGISTRO-CLIENTE
                       MOVE 'F' TO CLI-TIPO-PERSONA
                           OF REGISTRO-CLIENTE
                       MOVE SW-DNI TO WS-DOCUMENTO-LISTAS
                       CALL 'CONTROLAR-LISTAS' USING
                           CLI-NOMBRE OF REGISTRO-CLIENTE
                           WS-DOCUMENTO-LISTAS
                           CLI-DNI OF REGISTRO-CLIENTE
                           WS-CUENTA-LISTAS WS-ORIGEN-LISTAS
                           WS-FECHA-LISTAS WS-RESULTADO-LISTAS
                       IF NOT CLIENTE-EN-LISTAS
                           WRITE REGISTRO-CLIENTE
                       END-IF
                   END-IF
                   CLOSE ARCHIVO-CLIENTES
               END-IF.
                   MOVE SW-SUCURSAL TO CC-SUCURSAL OF RCC
                   MOVE 'I' TO CC-REGIMEN-FIRMA OF RCC
                   MOVE 'N' TO CC-CUENTA-BENEFICIO OF RCC
                   MOVE 'N' TO CC-CUENTA-MENOR OF RCC
                   MOVE 'N' TO CC-CUENTA-SUELDO OF RCC
                   MOVE SPACES TO CC-CONVENIO OF RCC
                   STRING
                       WS-FECHA-HOY DELIMITED BY SIZE
                       '000000' DELIMITED BY SIZE
                           IF CUENTA-PENDIENTE-ACTIV OF RCC
                               MOVE 'C' TO CC-ESTADO-CUENTA
                                   OF RCC
                               MOVE WS-FECHA-HOY
                                   TO CC-FECHA-CIERRE OF RCC
                               REWRITE RCC
                           END-IF
                   END-READ
