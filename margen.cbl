       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLAR-MARGEN-CREDITICIO.
       AUTHOR. MARCOS MUÑOZ.

      * Control del margen crediticio de un cliente antes de
      * otorgarle un producto de crédito nuevo (o de ampliarle
      * uno): el monto, pasado a pesos, tiene que entrar en lo
      * que le queda de la línea aprobada en
      * margen_crediticio.dat después de la exposición que ya
      * tiene (CALCULAR-EXPOSICION-CREDITICIA). Sin línea, con
      * la línea vencida o dada de baja, el margen es cero. Si no
      * entra, la única vía es la credencial de un supervisor
      * (se reusa la que el llamador ya haya pedido para la misma
      * operación), y el exceso queda en el diario de auditoría;
      * sin ella el producto no se otorga.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-MARGENES ASSIGN TO 'margen_crediticio.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-DNI OF REGISTRO-MARGEN
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-MARGENES.
           01 REGISTRO-MARGEN.
               COPY "margencrediticio.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.

       01  WS-FECHA-HOY          PIC 9(08).

       01  WS-EXPOSICION.
           COPY "exposicion.cpy".

      *    Estado de la línea del cliente: 'V' vigente, 'X' sin
      *    línea o dada de baja, 'E' vencida.
       01  WS-ESTADO-LINEA       PIC X(01).
           88 LINEA-VIGENTE      VALUE 'V'.
           88 LINEA-VENCIDA      VALUE 'E'.
       01  WS-APROBADO           PIC S9(14)V99.
       01  WS-DISPONIBLE         PIC S9(14)V99.
       01  WS-MONTO-PESOS        PIC S9(14)V99.
       01  WS-EXCESO             PIC S9(14)V99.

       01  WS-LADO-VENTA         PIC X(01) VALUE 'V'.
       01  WS-TASA               PIC 9(06)V9999.
       01  WS-VALOR-UVA          PIC 9(06)V9999.

       01  WS-MONTO-DISPLAY      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-ACCION-AUDITORIA   PIC X(12) VALUE 'MARGEN-EXCED'.
       01  WS-MOTIVO-AUDITORIA   PIC X(40).

       LINKAGE SECTION.
       01  LK-DNI                PIC 9(08).
      *    Cuenta del producto, para el rastro de auditoría.
       01  LK-CUENTA             PIC 9(08).
      *    Monto nuevo que se quiere tomar (o el aumento de un
      *    límite existente), en su moneda.
       01  LK-MONEDA             PIC X(03).
       01  LK-MONTO              PIC S9(12)V99.
       01  LK-OPERADOR           PIC X(08).
      *    Supervisor que ya autorizó la operación por otro motivo
      *    (espacios si ninguno); vuelve con el que autorizó el
      *    exceso, si hizo falta.
       01  LK-AUTORIZANTE        PIC X(08).
      *    'S' el producto puede otorgarse; 'N' excede el margen
      *    y no hubo autorización.
       01  LK-RESULTADO          PIC X(01).
           88 DENTRO-DEL-MARGEN  VALUE 'S'.

       PROCEDURE DIVISION USING LK-DNI LK-CUENTA LK-MONEDA LK-MONTO
           LK-OPERADOR LK-AUTORIZANTE LK-RESULTADO.
       000-MAIN-LOGIC SECTION.
           MOVE 'S' TO LK-RESULTADO.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 100-LEER-LINEA.
           PERFORM 200-CONVERTIR-MONTO.
           CALL 'CALCULAR-EXPOSICION-CREDITICIA' USING
               LK-DNI WS-EXPOSICION.
           IF LINEA-VIGENTE
               COMPUTE WS-DISPONIBLE =
                   WS-APROBADO - EX-TOTAL OF WS-EXPOSICION
           ELSE
               MOVE ZERO TO WS-DISPONIBLE
           END-IF.
           IF WS-MONTO-PESOS > WS-DISPONIBLE
               PERFORM 300-AUTORIZAR-EXCESO
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-LEER-LINEA SECTION.
               MOVE 'X' TO WS-ESTADO-LINEA.
               MOVE ZERO TO WS-APROBADO.
               OPEN INPUT ARCHIVO-MARGENES.
               IF WS-FILE-STATUS = '00'
                   MOVE LK-DNI TO MC-DNI OF REGISTRO-MARGEN
                   READ ARCHIVO-MARGENES
                       KEY IS MC-DNI OF REGISTRO-MARGEN
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF MARGEN-VIGENTE OF REGISTRO-MARGEN
                               MOVE MC-MONTO-APROBADO
                                   OF REGISTRO-MARGEN TO WS-APROBADO
                               IF MC-FECHA-VENCIMIENTO
                                  OF REGISTRO-MARGEN < WS-FECHA-HOY
                                   MOVE 'E' TO WS-ESTADO-LINEA
                               ELSE
                                   MOVE 'V' TO WS-ESTADO-LINEA
                               END-IF
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-MARGENES
               END-IF.

           200-CONVERTIR-MONTO SECTION.
               MOVE LK-MONTO TO WS-MONTO-PESOS.
               EVALUATE LK-MONEDA
                   WHEN 'ARS'
                       CONTINUE
                   WHEN 'UVA'
                       CALL 'OBTENER-VALOR-UVA' USING
                           WS-FECHA-HOY WS-VALOR-UVA
                       IF WS-VALOR-UVA NOT = ZERO
                           COMPUTE WS-MONTO-PESOS ROUNDED =
                               LK-MONTO * WS-VALOR-UVA
                       END-IF
                   WHEN OTHER
                       CALL 'OBTENER-COTIZACION' USING WS-FECHA-HOY
                           LK-MONEDA WS-LADO-VENTA WS-TASA
                       COMPUTE WS-MONTO-PESOS ROUNDED =
                           LK-MONTO * WS-TASA
               END-EVALUATE.

           300-AUTORIZAR-EXCESO SECTION.
               EVALUATE TRUE
                   WHEN LINEA-VIGENTE
                       DISPLAY '--> EL PRODUCTO EXCEDE EL MARGEN '
                           'CREDITICIO DEL CLIENTE'
                   WHEN LINEA-VENCIDA
                       DISPLAY '--> LA LÍNEA DE CRÉDITO DEL CLIENTE '
                           'ESTÁ VENCIDA'
                   WHEN OTHER
                       DISPLAY '--> EL CLIENTE NO TIENE LÍNEA DE '
                           'CRÉDITO APROBADA'
               END-EVALUATE.
               MOVE WS-APROBADO TO WS-MONTO-DISPLAY.
               DISPLAY '    LÍNEA APROBADA:   ' WS-MONTO-DISPLAY.
               MOVE EX-TOTAL OF WS-EXPOSICION TO WS-MONTO-DISPLAY.
               DISPLAY '    EXPOSICIÓN ACTUAL:' WS-MONTO-DISPLAY.
               MOVE WS-DISPONIBLE TO WS-MONTO-DISPLAY.
               DISPLAY '    DISPONIBLE:       ' WS-MONTO-DISPLAY.
               MOVE WS-MONTO-PESOS TO WS-MONTO-DISPLAY.
               DISPLAY '    SOLICITADO ($):   ' WS-MONTO-DISPLAY.
               IF LK-AUTORIZANTE = SPACES
                   CALL 'AUTORIZAR-SUPERVISOR' USING LK-AUTORIZANTE
               END-IF.
               IF LK-AUTORIZANTE = SPACES
                   MOVE 'N' TO LK-RESULTADO
                   DISPLAY '--> SIN AUTORIZACIÓN DE SUPERVISOR: '
                       'PRODUCTO NO OTORGADO'
               ELSE
                   COMPUTE WS-EXCESO = WS-MONTO-PESOS - WS-DISPONIBLE
                   MOVE WS-EXCESO TO WS-MONTO-DISPLAY
                   MOVE SPACES TO WS-MOTIVO-AUDITORIA
                   STRING
                       'DNI ' DELIMITED BY SIZE
                       LK-DNI DELIMITED BY SIZE
                       ' EXC ' DELIMITED BY SIZE
                       WS-MONTO-DISPLAY DELIMITED BY SIZE
                       INTO WS-MOTIVO-AUDITORIA
                   END-STRING
                   CALL 'REGISTRAR-AUDITORIA' USING
                       WS-ACCION-AUDITORIA LK-CUENTA
                       LK-OPERADOR LK-AUTORIZANTE
                       WS-MOTIVO-AUDITORIA
                   DISPLAY '--> EXCESO DE MARGEN AUTORIZADO POR '
                       LK-AUTORIZANTE
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
