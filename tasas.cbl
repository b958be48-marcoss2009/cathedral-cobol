       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-TASAS.
       AUTHOR. MARCOS MUÑOZ.

      * Mantenimiento de las tasas de parametros.dat que se
      * publican en el régimen de transparencia: interés de caja
      * de ahorro (mensual), plazo fijo, préstamos, punitoria (la
      * del descubierto y la de cuotas en mora), descuento de
      * cheques, financiación de tarjetas y precancelación de
      * plazos fijos. Cada cambio queda asentado con su fecha de
      * vigencia en cambios_condiciones.dat
      * (REGISTRAR-CAMBIO-CONDICION); el que rige hoy se graba en
      * el acto y el de vigencia futura queda programado para
      * APLICAR-CAMBIOS-CONDICIONES. La suba de la punitoria o de
      * la tasa general de financiación de tarjetas alcanza a
      * clientes ya contratados: no puede regir antes de cumplido
      * el aviso previo (PA-DIAS-AVISO-AUMENTO).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.

       01  OPCION-TASAS          PIC 9.
       01  WS-CODIGO-TASA        PIC X(10).
       01  WS-TASA-ACTUAL        PIC V9(04).
       01  WS-TASA-NUEVA         PIC V9(04).
       01  WS-TASA-DISPLAY       PIC 9.9999.
      *    Financiación de tarjetas vigente; en cero si el registro
      *    de parámetros todavía no la trae.
       01  WS-TASA-FINANCIACION  PIC V9(04) VALUE ZERO.

      *    Vigencia del cambio: hoy, o una fecha futura que lo deja
      *    programado. Un aumento con aviso no rige antes de hoy
      *    más los días de aviso previo.
       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-FECHA-VIGENCIA     PIC 9(08).
       01  WS-FECHA-MINIMA       PIC 9(08).
       01  WS-DIAS-AVISO         PIC 9(03) VALUE 60.

       01  WS-CAMBIO.
           COPY "cambiocondicion.cpy".

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión, que firma el
      *    cambio.
       01  LK-OPERADOR           PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- TASAS PUBLICADAS ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           OPEN I-O ARCHIVO-PARAMETROS.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR AL ABRIR ARCHIVO DE PARÁMETROS'
           ELSE
               READ ARCHIVO-PARAMETROS
               END-READ
               IF PA-DIAS-AVISO-AUMENTO NUMERIC
                  AND PA-DIAS-AVISO-AUMENTO NOT = ZERO
                   MOVE PA-DIAS-AVISO-AUMENTO TO WS-DIAS-AVISO
               END-IF
               IF PA-TASA-FINANCIACION-TC NUMERIC
                  AND PA-TASA-FINANCIACION-TC NOT = ZERO
                   MOVE PA-TASA-FINANCIACION-TC
                       TO WS-TASA-FINANCIACION
               END-IF
               PERFORM 100-ELEGIR-TASA
               IF WS-CODIGO-TASA NOT = SPACES
                   PERFORM 200-CAMBIAR-TASA
               END-IF
               CLOSE ARCHIVO-PARAMETROS
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-ELEGIR-TASA SECTION.
               MOVE PA-TASA-INTERES TO WS-TASA-DISPLAY.
               DISPLAY '1. Interés caja de ahorro (mensual) '
                   WS-TASA-DISPLAY.
               MOVE PA-TASA-PLAZO-FIJO TO WS-TASA-DISPLAY.
               DISPLAY '2. Plazo fijo (TNA)                 '
                   WS-TASA-DISPLAY.
               MOVE PA-TASA-PRESTAMO TO WS-TASA-DISPLAY.
               DISPLAY '3. Préstamos (TNA)                  '
                   WS-TASA-DISPLAY.
               MOVE PA-TASA-PUNITORIA TO WS-TASA-DISPLAY.
               DISPLAY '4. Punitoria y descubierto (TNA)    '
                   WS-TASA-DISPLAY.
               MOVE PA-TASA-DESCUENTO TO WS-TASA-DISPLAY.
               DISPLAY '5. Descuento de cheques (TNA)       '
                   WS-TASA-DISPLAY.
               MOVE WS-TASA-FINANCIACION TO WS-TASA-DISPLAY.
               DISPLAY '6. Financiación de tarjetas (TNA)   '
                   WS-TASA-DISPLAY.
               MOVE PA-TASA-PRECANCELACION TO WS-TASA-DISPLAY.
               DISPLAY '7. Precancelación plazo fijo (TNA)  '
                   WS-TASA-DISPLAY.
               DISPLAY '0. Salir'.
               DISPLAY 'Tasa a cambiar: ' WITH NO ADVANCING.
               ACCEPT OPCION-TASAS.
               MOVE SPACES TO WS-CODIGO-TASA.
               EVALUATE OPCION-TASAS
                   WHEN 1
                       MOVE 'INTERES' TO WS-CODIGO-TASA
                       MOVE PA-TASA-INTERES TO WS-TASA-ACTUAL
                   WHEN 2
                       MOVE 'PLAZOFIJO' TO WS-CODIGO-TASA
                       MOVE PA-TASA-PLAZO-FIJO TO WS-TASA-ACTUAL
                   WHEN 3
                       MOVE 'PRESTAMO' TO WS-CODIGO-TASA
                       MOVE PA-TASA-PRESTAMO TO WS-TASA-ACTUAL
                   WHEN 4
                       MOVE 'PUNITORIA' TO WS-CODIGO-TASA
                       MOVE PA-TASA-PUNITORIA TO WS-TASA-ACTUAL
                   WHEN 5
                       MOVE 'DESCUENTO' TO WS-CODIGO-TASA
                       MOVE PA-TASA-DESCUENTO TO WS-TASA-ACTUAL
                   WHEN 6
                       MOVE 'FINANC-TC' TO WS-CODIGO-TASA
                       MOVE WS-TASA-FINANCIACION TO WS-TASA-ACTUAL
                   WHEN 7
                       MOVE 'PRECANCEL' TO WS-CODIGO-TASA
                       MOVE PA-TASA-PRECANCELACION TO WS-TASA-ACTUAL
                   WHEN 0
                       DISPLAY '--> SIN CAMBIOS'
                   WHEN OTHER
                       DISPLAY '--> OPCIÓN INVÁLIDA'
               END-EVALUATE.

           200-CAMBIAR-TASA SECTION.
               DISPLAY 'Nueva tasa (0.0000 a 0.9999): '
                   WITH NO ADVANCING.
               ACCEPT WS-TASA-NUEVA.
               IF WS-TASA-NUEVA = WS-TASA-ACTUAL
                   DISPLAY '--> LA TASA NO CAMBIA'
               ELSE
                   PERFORM 210-PREPARAR-CAMBIO
                   PERFORM 220-PEDIR-VIGENCIA
                   IF WS-FECHA-VIGENCIA > WS-FECHA-HOY
                       MOVE 'P' TO CN-ESTADO OF WS-CAMBIO
                       PERFORM 230-REGISTRAR-CAMBIO
                       DISPLAY '---> CAMBIO PROGRAMADO, RIGE DESDE EL '
                           WS-FECHA-VIGENCIA
                   ELSE
                       PERFORM 240-ASIGNAR-TASA
                       REWRITE REGISTRO-PARAMETROS
                       IF WS-FILE-STATUS NOT = '00'
                           DISPLAY 'ERROR AL ACTUALIZAR LOS '
                               'PARÁMETROS'
                       ELSE
                           MOVE 'A' TO CN-ESTADO OF WS-CAMBIO
                           PERFORM 230-REGISTRAR-CAMBIO
                           DISPLAY '---> TASA ACTUALIZADA'
                       END-IF
                   END-IF
               END-IF.

      *    Sólo la suba de la punitoria (descubiertos y cuotas en
      *    mora) y de la tasa general de financiación de tarjetas
      *    alcanza a clientes con el producto ya contratado; las
      *    demás rigen para lo que se contrate desde la vigencia.
           210-PREPARAR-CAMBIO SECTION.
               INITIALIZE WS-CAMBIO.
               MOVE 'P' TO CN-TIPO OF WS-CAMBIO.
               MOVE WS-CODIGO-TASA TO CN-CLAVE OF WS-CAMBIO.
               MOVE 'M' TO CN-ACCION OF WS-CAMBIO.
               MOVE WS-TASA-ACTUAL TO CN-TASA-ANTERIOR OF WS-CAMBIO.
               MOVE WS-TASA-NUEVA TO CN-TASA-NUEVA OF WS-CAMBIO.
               MOVE 'N' TO CN-AUMENTO OF WS-CAMBIO.
               MOVE 'N' TO CN-AVISO OF WS-CAMBIO.
               IF WS-TASA-NUEVA > WS-TASA-ACTUAL
                  AND (WS-CODIGO-TASA = 'PUNITORIA'
                    OR WS-CODIGO-TASA = 'FINANC-TC')
                   MOVE 'S' TO CN-AUMENTO OF WS-CAMBIO
                   MOVE 'P' TO CN-AVISO OF WS-CAMBIO
               END-IF.

           220-PEDIR-VIGENCIA SECTION.
               DISPLAY 'Fecha de vigencia (AAAAMMDD, ENTER = hoy): '
                   WITH NO ADVANCING.
               ACCEPT WS-FECHA-VIGENCIA.
               IF WS-FECHA-VIGENCIA < WS-FECHA-HOY
                   MOVE WS-FECHA-HOY TO WS-FECHA-VIGENCIA
               END-IF.
               IF CAMBIO-CON-AVISO OF WS-CAMBIO
                   MOVE WS-FECHA-HOY TO WS-FECHA-MINIMA
                   CALL 'SUMAR-DIAS-FECHA' USING
                       WS-FECHA-MINIMA WS-DIAS-AVISO
                   IF WS-FECHA-VIGENCIA < WS-FECHA-MINIMA
                       DISPLAY '--> UN AUMENTO RIGE RECIÉN CUMPLIDO '
                           'EL AVISO PREVIO AL CLIENTE'
                       MOVE WS-FECHA-MINIMA TO WS-FECHA-VIGENCIA
                   END-IF
               END-IF.
               MOVE WS-FECHA-VIGENCIA
                   TO CN-FECHA-VIGENCIA OF WS-CAMBIO.

           230-REGISTRAR-CAMBIO SECTION.
               MOVE LK-OPERADOR TO CN-OPERADOR OF WS-CAMBIO.
               CALL 'REGISTRAR-CAMBIO-CONDICION' USING WS-CAMBIO.

           240-ASIGNAR-TASA SECTION.
               EVALUATE WS-CODIGO-TASA
                   WHEN 'INTERES'
                       MOVE WS-TASA-NUEVA TO PA-TASA-INTERES
                   WHEN 'PLAZOFIJO'
                       MOVE WS-TASA-NUEVA TO PA-TASA-PLAZO-FIJO
                   WHEN 'PRESTAMO'
                       MOVE WS-TASA-NUEVA TO PA-TASA-PRESTAMO
                   WHEN 'PUNITORIA'
                       MOVE WS-TASA-NUEVA TO PA-TASA-PUNITORIA
                   WHEN 'DESCUENTO'
                       MOVE WS-TASA-NUEVA TO PA-TASA-DESCUENTO
                   WHEN 'FINANC-TC'
                       MOVE WS-TASA-NUEVA TO PA-TASA-FINANCIACION-TC
                   WHEN 'PRECANCEL'
                       MOVE WS-TASA-NUEVA TO PA-TASA-PRECANCELACION
               END-EVALUATE.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
