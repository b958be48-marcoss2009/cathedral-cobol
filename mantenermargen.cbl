       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-MARGEN-CREDITICIO.
       AUTHOR. MARCOS MUÑOZ.

      * Mantenimiento de riesgo crediticio: consulta del margen
      * de un cliente (línea aprobada, exposición por producto y
      * disponible), aprobación o renovación de su línea de
      * crédito con monto en pesos y vencimiento (firma de un
      * supervisor), baja de la línea, y asignación del límite de
      * descubierto de una cuenta corriente, que hasta ahora no
      * tenía dónde cargarse: el aumento del límite consume del
      * margen del titular igual que cualquier otro producto.
      * Cada cambio queda en el diario de auditoría.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-MARGENES ASSIGN TO 'margen_crediticio.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-DNI OF REGISTRO-MARGEN
               FILE STATUS IS WS-FILE-STATUS-MAR.

           SELECT ARCHIVO-CLIENTES ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DNI OF REGISTRO-CLIENTE
               FILE STATUS IS WS-FILE-STATUS-CLI.

           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS-CTA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-MARGENES.
           01 REGISTRO-MARGEN.
               COPY "margencrediticio.cpy".

       FD  ARCHIVO-CLIENTES.
           01 REGISTRO-CLIENTE.
               COPY "cliente.cpy".

       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-MAR    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CLI    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTA    PIC XX VALUE '00'.

       01  WS-OPCION             PIC 9(01).
       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-CONFIRMA           PIC X VALUE 'N'.
       01  WS-DNI                PIC 9(08).
       01  WS-CUENTA             PIC 9(08).
       01  WS-MONEDA             PIC X(03).
       01  WS-EXISTE-MARGEN      PIC X(01) VALUE 'N'.
           88 EXISTE-MARGEN      VALUE 'S'.
       01  WS-CLIENTE-OK         PIC X(01) VALUE 'N'.
           88 CLIENTE-OK         VALUE 'S'.

       01  WS-MONTO-LINEA        PIC 9(12)V99.
       01  WS-FECHA-VENCIMIENTO  PIC 9(08).
       01  WS-NUEVO-LIMITE       PIC 9(12)V99.
       01  WS-AUMENTO            PIC S9(12)V99.
       01  WS-DISPONIBLE         PIC S9(14)V99.

      *    Línea del cliente consultado.
       01  WS-MARGEN.
           COPY "margencrediticio.cpy".

       01  WS-EXPOSICION.
           COPY "exposicion.cpy".

      *    Control del margen al aumentar un descubierto.
       01  WS-AUTORIZANTE        PIC X(08) VALUE SPACES.
       01  WS-DENTRO-DEL-MARGEN  PIC X(01).
           88 DENTRO-DEL-MARGEN  VALUE 'S'.

       01  WS-MONTO-DISPLAY      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

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
           DISPLAY '---- MARGEN CREDITICIO POR CLIENTE ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           DISPLAY '1 - Consultar margen de un cliente'.
           DISPLAY '2 - Aprobar o renovar línea de crédito'.
           DISPLAY '3 - Dar de baja línea de crédito'.
           DISPLAY '4 - Asignar límite de descubierto a una cuenta'.
           DISPLAY 'Opción: ' WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 1 PERFORM 100-CONSULTAR-MARGEN
               WHEN 2 PERFORM 200-APROBAR-LINEA
               WHEN 3 PERFORM 300-DAR-DE-BAJA-LINEA
               WHEN 4 PERFORM 400-ASIGNAR-DESCUBIERTO
               WHEN OTHER DISPLAY '--> OPCIÓN INVÁLIDA'
           END-EVALUATE.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-CONSULTAR-MARGEN SECTION.
               DISPLAY 'DNI del cliente: ' WITH NO ADVANCING.
               ACCEPT WS-DNI.
               PERFORM 150-LEER-MARGEN.
               IF EXISTE-MARGEN
                   MOVE MC-MONTO-APROBADO OF WS-MARGEN
                       TO WS-MONTO-DISPLAY
                   DISPLAY 'LÍNEA APROBADA:      ' WS-MONTO-DISPLAY
                   DISPLAY 'APROBADA EL ' MC-FECHA-APROBACION
                       OF WS-MARGEN ' POR '
                       MC-AUTORIZANTE OF WS-MARGEN
                   DISPLAY 'VENCE EL    ' MC-FECHA-VENCIMIENTO
                       OF WS-MARGEN
                   IF MARGEN-DE-BAJA OF WS-MARGEN
                       DISPLAY '--> LÍNEA DADA DE BAJA'
                   ELSE
                       IF MC-FECHA-VENCIMIENTO OF WS-MARGEN
                          < WS-FECHA-HOY
                           DISPLAY '--> LÍNEA VENCIDA'
                       END-IF
                   END-IF
               ELSE
                   DISPLAY '--> EL CLIENTE NO TIENE LÍNEA APROBADA'
               END-IF.
               CALL 'CALCULAR-EXPOSICION-CREDITICIA' USING
                   WS-DNI WS-EXPOSICION.
               MOVE EX-DESCUBIERTOS OF WS-EXPOSICION
                   TO WS-MONTO-DISPLAY.
               DISPLAY 'DESCUBIERTOS:        ' WS-MONTO-DISPLAY.
               MOVE EX-PRESTAMOS OF WS-EXPOSICION TO WS-MONTO-DISPLAY.
               DISPLAY 'PRÉSTAMOS:           ' WS-MONTO-DISPLAY.
               MOVE EX-DESCUENTOS OF WS-EXPOSICION
                   TO WS-MONTO-DISPLAY.
               DISPLAY 'CHEQUES DESCONTADOS: ' WS-MONTO-DISPLAY.
               MOVE EX-TARJETAS OF WS-EXPOSICION TO WS-MONTO-DISPLAY.
               DISPLAY 'TARJETAS DE CRÉDITO: ' WS-MONTO-DISPLAY.
               MOVE EX-GARANTIAS OF WS-EXPOSICION TO WS-MONTO-DISPLAY.
               DISPLAY 'GARANTÍAS OTORGADAS: ' WS-MONTO-DISPLAY.
               MOVE EX-TOTAL OF WS-EXPOSICION TO WS-MONTO-DISPLAY.
               DISPLAY 'EXPOSICIÓN TOTAL:    ' WS-MONTO-DISPLAY.
               IF EXISTE-MARGEN
                  AND MARGEN-VIGENTE OF WS-MARGEN
                  AND MC-FECHA-VENCIMIENTO OF WS-MARGEN
                      NOT < WS-FECHA-HOY
                   COMPUTE WS-DISPONIBLE =
                       MC-MONTO-APROBADO OF WS-MARGEN
                       - EX-TOTAL OF WS-EXPOSICION
               ELSE
                   MOVE ZERO TO WS-DISPONIBLE
               END-IF.
               MOVE WS-DISPONIBLE TO WS-MONTO-DISPLAY.
               DISPLAY 'DISPONIBLE:          ' WS-MONTO-DISPLAY.

           150-LEER-MARGEN SECTION.
               MOVE 'N' TO WS-EXISTE-MARGEN.
               OPEN INPUT ARCHIVO-MARGENES.
               IF WS-FILE-STATUS-MAR = '00'
                   MOVE WS-DNI TO MC-DNI OF REGISTRO-MARGEN
                   READ ARCHIVO-MARGENES INTO WS-MARGEN
                       KEY IS MC-DNI OF REGISTRO-MARGEN
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-EXISTE-MARGEN
                   END-READ
                   CLOSE ARCHIVO-MARGENES
               END-IF.

      *    La línea se aprueba para un cliente activo del maestro;
      *    una línea menor que lo que el cliente ya tiene tomado
      *    se admite (no cancela nada), pero se advierte: lo que
      *    pida de nuevo va a necesitar supervisor.
           200-APROBAR-LINEA SECTION.
               DISPLAY 'DNI del cliente: ' WITH NO ADVANCING.
               ACCEPT WS-DNI.
               PERFORM 250-VALIDAR-CLIENTE.
               IF CLIENTE-OK
                   DISPLAY 'Monto de la línea ($): ' WITH NO ADVANCING
                   ACCEPT WS-MONTO-LINEA
                   PERFORM UNTIL WS-MONTO-LINEA > ZERO
                       DISPLAY '--> MONTO INVÁLIDO'
                       DISPLAY 'Monto de la línea ($): '
                           WITH NO ADVANCING
                       ACCEPT WS-MONTO-LINEA
                   END-PERFORM
                   DISPLAY 'Vencimiento (AAAAMMDD): ' WITH NO ADVANCING
                   ACCEPT WS-FECHA-VENCIMIENTO
                   PERFORM UNTIL WS-FECHA-VENCIMIENTO > WS-FECHA-HOY
                       DISPLAY '--> EL VENCIMIENTO DEBE SER FUTURO'
                       DISPLAY 'Vencimiento (AAAAMMDD): '
                           WITH NO ADVANCING
                       ACCEPT WS-FECHA-VENCIMIENTO
                   END-PERFORM
                   CALL 'CALCULAR-EXPOSICION-CREDITICIA' USING
                       WS-DNI WS-EXPOSICION
                   IF EX-TOTAL OF WS-EXPOSICION > WS-MONTO-LINEA
                       MOVE EX-TOTAL OF WS-EXPOSICION
                           TO WS-MONTO-DISPLAY
                       DISPLAY '--> ATENCIÓN: EL CLIENTE YA TIENE '
                           'TOMADO ' WS-MONTO-DISPLAY
                   END-IF
                   MOVE SPACES TO WS-AUTORIZANTE
                   CALL 'AUTORIZAR-SUPERVISOR' USING WS-AUTORIZANTE
                   IF WS-AUTORIZANTE = SPACES
                       DISPLAY '--> SIN AUTORIZACIÓN DE SUPERVISOR: '
                           'LÍNEA NO APROBADA'
                   ELSE
                       PERFORM 210-GRABAR-LINEA
                   END-IF
               END-IF.

           210-GRABAR-LINEA SECTION.
               OPEN I-O ARCHIVO-MARGENES.
               IF WS-FILE-STATUS-MAR = '35'
                   OPEN OUTPUT ARCHIVO-MARGENES
                   CLOSE ARCHIVO-MARGENES
                   OPEN I-O ARCHIVO-MARGENES
               END-IF.
               IF WS-FILE-STATUS-MAR NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE MÁRGENES'
               ELSE
                   INITIALIZE REGISTRO-MARGEN
                   MOVE WS-DNI TO MC-DNI OF REGISTRO-MARGEN
                   MOVE WS-MONTO-LINEA
                       TO MC-MONTO-APROBADO OF REGISTRO-MARGEN
                   MOVE WS-FECHA-HOY
                       TO MC-FECHA-APROBACION OF REGISTRO-MARGEN
                   MOVE WS-FECHA-VENCIMIENTO
                       TO MC-FECHA-VENCIMIENTO OF REGISTRO-MARGEN
                   MOVE LK-OPERADOR TO MC-OPERADOR OF REGISTRO-MARGEN
                   MOVE WS-AUTORIZANTE
                       TO MC-AUTORIZANTE OF REGISTRO-MARGEN
                   MOVE 'V' TO MC-ESTADO OF REGISTRO-MARGEN
                   WRITE REGISTRO-MARGEN
                       INVALID KEY
                           REWRITE REGISTRO-MARGEN
                   END-WRITE
                   IF WS-FILE-STATUS-MAR NOT = '00'
                       DISPLAY 'ERROR AL GRABAR LA LÍNEA'
                   ELSE
                       DISPLAY '---> LÍNEA APROBADA HASTA EL '
                           WS-FECHA-VENCIMIENTO
                       MOVE 'MARGEN-LINEA' TO WS-ACCION-AUDITORIA
                       MOVE WS-MONTO-LINEA TO WS-MONTO-DISPLAY
                       MOVE SPACES TO WS-MOTIVO-AUDITORIA
                       STRING
                           'DNI ' DELIMITED BY SIZE
                           WS-DNI DELIMITED BY SIZE
                           ' LIN ' DELIMITED BY SIZE
                           WS-MONTO-DISPLAY DELIMITED BY SIZE
                           INTO WS-MOTIVO-AUDITORIA
                       END-STRING
                       CALL 'REGISTRAR-AUDITORIA' USING
                           WS-ACCION-AUDITORIA WS-CUENTA-AUDITORIA
                           LK-OPERADOR WS-AUTORIZANTE
                           WS-MOTIVO-AUDITORIA
                   END-IF
                   CLOSE ARCHIVO-MARGENES
               END-IF.

           250-VALIDAR-CLIENTE SECTION.
               MOVE 'N' TO WS-CLIENTE-OK.
               OPEN INPUT ARCHIVO-CLIENTES.
               IF WS-FILE-STATUS-CLI = '00'
                   MOVE WS-DNI TO CLI-DNI OF REGISTRO-CLIENTE
                   READ ARCHIVO-CLIENTES
                       KEY IS CLI-DNI OF REGISTRO-CLIENTE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CLIENTE-ACTIVO OF REGISTRO-CLIENTE
                               MOVE 'S' TO WS-CLIENTE-OK
                               DISPLAY '--> CLIENTE: '
                                   CLI-NOMBRE OF REGISTRO-CLIENTE
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CLIENTES
               END-IF.
               IF NOT CLIENTE-OK
                   DISPLAY '--> CLIENTE INEXISTENTE O NO ACTIVO'
               END-IF.

      *    La baja deja la línea sin margen: los productos que el
      *    cliente ya tiene siguen, los nuevos piden supervisor.
           300-DAR-DE-BAJA-LINEA SECTION.
               DISPLAY 'DNI del cliente: ' WITH NO ADVANCING.
               ACCEPT WS-DNI.
               OPEN I-O ARCHIVO-MARGENES.
               IF WS-FILE-STATUS-MAR NOT = '00'
                   DISPLAY '--> EL CLIENTE NO TIENE LÍNEA APROBADA'
               ELSE
                   MOVE WS-DNI TO MC-DNI OF REGISTRO-MARGEN
                   READ ARCHIVO-MARGENES
                       KEY IS MC-DNI OF REGISTRO-MARGEN
                       INVALID KEY
                           DISPLAY '--> EL CLIENTE NO TIENE LÍNEA '
                               'APROBADA'
                       NOT INVALID KEY
                           PERFORM 310-CONFIRMAR-BAJA
                   END-READ
                   CLOSE ARCHIVO-MARGENES
               END-IF.

           310-CONFIRMAR-BAJA SECTION.
               IF MARGEN-DE-BAJA OF REGISTRO-MARGEN
                   DISPLAY '--> LA LÍNEA YA ESTÁ DADA DE BAJA'
               ELSE
                   DISPLAY '¿Dar de baja la línea? (S/N): '
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       MOVE 'B' TO MC-ESTADO OF REGISTRO-MARGEN
                       MOVE LK-OPERADOR
                           TO MC-OPERADOR OF REGISTRO-MARGEN
                       REWRITE REGISTRO-MARGEN
                       DISPLAY '---> LÍNEA DADA DE BAJA'
                       MOVE 'MARGEN-BAJA' TO WS-ACCION-AUDITORIA
                       MOVE SPACES TO WS-MOTIVO-AUDITORIA
                       STRING
                           'DNI ' DELIMITED BY SIZE
                           WS-DNI DELIMITED BY SIZE
                           INTO WS-MOTIVO-AUDITORIA
                       END-STRING
                       CALL 'REGISTRAR-AUDITORIA' USING
                           WS-ACCION-AUDITORIA WS-CUENTA-AUDITORIA
                           LK-OPERADOR WS-SIN-AUTORIZANTE
                           WS-MOTIVO-AUDITORIA
                   ELSE
                       DISPLAY '--> SIN CAMBIOS'
                   END-IF
               END-IF.

      *    Sólo las cuentas corrientes activas tienen descubierto.
      *    Bajar el límite no consume margen; subirlo, sí. La cuenta
      *    se lee, se controla el margen con el maestro cerrado (el
      *    cálculo de la exposición lo recorre) y recién después se
      *    vuelve a leer para grabarla.
           400-ASIGNAR-DESCUBIERTO SECTION.
               DISPLAY 'Cuenta corriente: ' WITH NO ADVANCING.
               ACCEPT WS-CUENTA.
               MOVE 'N' TO WS-DENTRO-DEL-MARGEN.
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
                           IF NOT CUENTA-ACTIVA OF RCC
                              OR NOT CUENTA-CORRIENTE-TIPO OF RCC
                               DISPLAY '--> LA CUENTA NO ES UNA '
                                   'CUENTA CORRIENTE ACTIVA'
                           ELSE
                               PERFORM 410-PEDIR-LIMITE
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
               END-IF.
               IF WS-DENTRO-DEL-MARGEN = 'S' AND WS-AUMENTO > ZERO
                   CALL 'CONTROLAR-MARGEN-CREDITICIO' USING
                       WS-DNI WS-CUENTA
                       WS-MONEDA WS-AUMENTO LK-OPERADOR
                       WS-AUTORIZANTE WS-DENTRO-DEL-MARGEN
                   IF NOT DENTRO-DEL-MARGEN
                       DISPLAY '--> LÍMITE SIN CAMBIOS'
                   END-IF
               END-IF.
               IF DENTRO-DEL-MARGEN
                   PERFORM 420-GRABAR-LIMITE
               END-IF.

           410-PEDIR-LIMITE SECTION.
               DISPLAY '--> TITULAR: ' CC-NOMBRE-CLIENTE OF RCC.
               MOVE CC-LIMITE-DESCUBIERTO OF RCC TO WS-MONTO-DISPLAY.
               DISPLAY '--> LÍMITE ACTUAL: ' WS-MONTO-DISPLAY
                   ' ' CC-MONEDA OF RCC.
               DISPLAY 'Nuevo límite de descubierto: '
                   WITH NO ADVANCING.
               ACCEPT WS-NUEVO-LIMITE.
               COMPUTE WS-AUMENTO =
                   WS-NUEVO-LIMITE - CC-LIMITE-DESCUBIERTO OF RCC.
               MOVE CC-DNI-TITULAR OF RCC TO WS-DNI.
               MOVE CC-MONEDA OF RCC TO WS-MONEDA.
               MOVE SPACES TO WS-AUTORIZANTE.
               MOVE 'S' TO WS-DENTRO-DEL-MARGEN.

           420-GRABAR-LIMITE SECTION.
               OPEN I-O ARCHIVO-CUENTAS.
               MOVE WS-CUENTA TO CC-NUMERO-CUENTA OF RCC.
               READ ARCHIVO-CUENTAS
                   KEY IS CC-NUMERO-CUENTA OF RCC
                   INVALID KEY
                       DISPLAY '--> CUENTA NO ENCONTRADA'
                   NOT INVALID KEY
                       MOVE WS-NUEVO-LIMITE
                           TO CC-LIMITE-DESCUBIERTO OF RCC
                       REWRITE RCC
               END-READ.
               IF WS-FILE-STATUS-CTA NOT = '00'
                   DISPLAY 'ERROR AL GRABAR LA CUENTA'
               ELSE
                   DISPLAY '---> LÍMITE DE DESCUBIERTO ASIGNADO'
                   MOVE 'LIMITE-DESC' TO WS-ACCION-AUDITORIA
                   MOVE WS-NUEVO-LIMITE TO WS-MONTO-DISPLAY
                   MOVE SPACES TO WS-MOTIVO-AUDITORIA
                   STRING
                       'NUEVO LIMITE ' DELIMITED BY SIZE
                       WS-MONTO-DISPLAY DELIMITED BY SIZE
                       INTO WS-MOTIVO-AUDITORIA
                   END-STRING
                   CALL 'REGISTRAR-AUDITORIA' USING
                       WS-ACCION-AUDITORIA WS-CUENTA
                       LK-OPERADOR WS-AUTORIZANTE
                       WS-MOTIVO-AUDITORIA
               END-IF.
               CLOSE ARCHIVO-CUENTAS.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
