      * modificación, consulta y baja de tarifas por tipo de
      * operación y tipo de cuenta. Lo consume COBRAR-COMISION al
      * tarifar cada operación.
      * Cada cambio queda asentado con su fecha de vigencia en
      * cambios_condiciones.dat (REGISTRAR-CAMBIO-CONDICION). Un
      * cambio con vigencia futura no toca el tarifario: queda
      * programado y lo aplica APLICAR-CAMBIOS-CONDICIONES al
      * llegar la fecha. Un aumento sobre operaciones que los
      * clientes ya tienen (todo salvo el otorgamiento de
      * préstamos) no puede regir antes de cumplido el aviso
      * previo al cliente (PA-DIAS-AVISO-AUMENTO).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS TA-CLAVE OF REGISTRO-TARIFA
               FILE STATUS IS WS-FILE-STATUS.

      *    Parámetros, de donde salen los días de aviso previo.
           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-TARIFAS.
           01 REGISTRO-TARIFA.
               COPY "tarifa.cpy".

       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM  PIC XX VALUE '00'.

       01  OPCION-TARIFAS        PIC 9.

       01  WS-CONTINUAR          PIC X(01) VALUE 'S'.
           88 CONTINUAR          VALUE 'S'.

      *    Valores de la tarifa antes del cambio (cero si es nueva).
       01  WS-FIJO-ANTERIOR      PIC S9(12)V99.
       01  WS-PORC-ANTERIOR      PIC V9(04).
       01  WS-LIBRES-ANTERIOR    PIC 9(02).

      *    Vigencia del cambio: hoy, o una fecha futura que lo deja
      *    programado. Un aumento no rige antes de hoy más los días
      *    de aviso previo.
       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-FECHA-VIGENCIA     PIC 9(08).
       01  WS-FECHA-MINIMA       PIC 9(08).
       01  WS-DIAS-AVISO         PIC 9(03) VALUE 60.
       01  WS-OPERACION-OTORGAMIENTO PIC X(02) VALUE 'OP'.

       01  WS-CAMBIO.
           COPY "cambiocondicion.cpy".

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión, que firma el
      *    cambio.
       01  LK-OPERADOR           PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- MANTENIMIENTO DE TARIFAS ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 050-LEER-PARAMETROS.
           OPEN I-O ARCHIVO-TARIFAS.
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT ARCHIVO-TARIFAS
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           050-LEER-PARAMETROS SECTION.
               OPEN INPUT ARCHIVO-PARAMETROS.
               IF WS-FILE-STATUS-PARAM = '00'
                   READ ARCHIVO-PARAMETROS
                   END-READ
                   IF PA-DIAS-AVISO-AUMENTO NUMERIC
                      AND PA-DIAS-AVISO-AUMENTO NOT = ZERO
                       MOVE PA-DIAS-AVISO-AUMENTO TO WS-DIAS-AVISO
                   END-IF
                   CLOSE ARCHIVO-PARAMETROS
               END-IF.

           100-MENU-TARIFAS SECTION.
               DISPLAY '----> Seleccione la acción a realizar:'.
               DISPLAY '1. Alta o modificación de tarifa'.
      *    la busca en el tarifario.
           110-PEDIR-Y-LOCALIZAR SECTION.
               DISPLAY 'Operación (TR transferencia / RE retiro / '
                   'MA mantenimiento / OP otorgamiento de '
                   'préstamo / TX-TE transferencia exterior): '
                   WITH NO ADVANCING.
               ACCEPT WS-OPERACION-BUSCADA.
               DISPLAY 'Tipo de cuenta (C corriente / S caja de '
                   'ahorro): ' WITH NO ADVANCING.

           200-ALTA-MODIFICACION SECTION.
               PERFORM 110-PEDIR-Y-LOCALIZAR.
               MOVE ZERO TO WS-FIJO-ANTERIOR.
               MOVE ZERO TO WS-PORC-ANTERIOR.
               MOVE ZERO TO WS-LIBRES-ANTERIOR.
               IF TARIFA-ENCONTRADA
                   DISPLAY '--> TARIFA EXISTENTE, SE REEMPLAZA:'
                   PERFORM 120-MOSTRAR-TARIFA
                   MOVE TA-MONTO-FIJO OF REGISTRO-TARIFA
                       TO WS-FIJO-ANTERIOR
                   MOVE TA-PORCENTAJE OF REGISTRO-TARIFA
                       TO WS-PORC-ANTERIOR
                   MOVE TA-CANT-LIBRES OF REGISTRO-TARIFA
                       TO WS-LIBRES-ANTERIOR
               END-IF.

               DISPLAY 'Monto fijo: $' WITH NO ADVANCING.
               MOVE WS-TIPO-BUSCADO
                   TO TA-TIPO-CUENTA OF REGISTRO-TARIFA.

               PERFORM 130-PREPARAR-CAMBIO.
               PERFORM 140-PEDIR-VIGENCIA.
               IF WS-FECHA-VIGENCIA > WS-FECHA-HOY
                   MOVE 'P' TO CN-ESTADO OF WS-CAMBIO
                   PERFORM 150-REGISTRAR-CAMBIO
                   DISPLAY '---> CAMBIO PROGRAMADO, RIGE DESDE EL '
                       WS-FECHA-VIGENCIA
               ELSE
                   IF TARIFA-ENCONTRADA
                       REWRITE REGISTRO-TARIFA
                   ELSE
                       WRITE REGISTRO-TARIFA
                   END-IF
                   IF WS-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR AL GRABAR LA TARIFA'
                   ELSE
                       MOVE 'A' TO CN-ESTADO OF WS-CAMBIO
                       PERFORM 150-REGISTRAR-CAMBIO
                       DISPLAY '---> TARIFA GRABADA S.E.U.O'
                   END-IF
               END-IF.

      *    Valores anterior y nuevo del cambio. Es aumento todo lo
      *    que encarece la tarifa (más fijo, más porcentaje o menos
      *    operaciones libres), salvo en el otorgamiento de
      *    préstamos, que no alcanza a ningún cliente ya
      *    contratado.
           130-PREPARAR-CAMBIO SECTION.
               INITIALIZE WS-CAMBIO.
               MOVE 'T' TO CN-TIPO OF WS-CAMBIO.
               MOVE WS-OPERACION-BUSCADA TO CN-OPERACION OF WS-CAMBIO.
               MOVE WS-TIPO-BUSCADO TO CN-TIPO-CUENTA OF WS-CAMBIO.
               MOVE 'M' TO CN-ACCION OF WS-CAMBIO.
               MOVE WS-FIJO-ANTERIOR TO CN-FIJO-ANTERIOR OF WS-CAMBIO.
               MOVE WS-PORC-ANTERIOR TO CN-TASA-ANTERIOR OF WS-CAMBIO.
               MOVE WS-LIBRES-ANTERIOR
                   TO CN-LIBRES-ANTERIOR OF WS-CAMBIO.
               MOVE TA-MONTO-FIJO OF REGISTRO-TARIFA
                   TO CN-FIJO-NUEVO OF WS-CAMBIO.
               MOVE TA-PORCENTAJE OF REGISTRO-TARIFA
                   TO CN-TASA-NUEVA OF WS-CAMBIO.
               MOVE TA-CANT-LIBRES OF REGISTRO-TARIFA
                   TO CN-LIBRES-NUEVO OF WS-CAMBIO.
               MOVE 'N' TO CN-AUMENTO OF WS-CAMBIO.
               MOVE 'N' TO CN-AVISO OF WS-CAMBIO.
               IF WS-OPERACION-BUSCADA NOT = WS-OPERACION-OTORGAMIENTO
                  AND (TA-MONTO-FIJO OF REGISTRO-TARIFA
                       > WS-FIJO-ANTERIOR
                    OR TA-PORCENTAJE OF REGISTRO-TARIFA
                       > WS-PORC-ANTERIOR
                    OR TA-CANT-LIBRES OF REGISTRO-TARIFA
                       < WS-LIBRES-ANTERIOR)
                   MOVE 'S' TO CN-AUMENTO OF WS-CAMBIO
                   MOVE 'P' TO CN-AVISO OF WS-CAMBIO
               END-IF.

           140-PEDIR-VIGENCIA SECTION.
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

           150-REGISTRAR-CAMBIO SECTION.
               MOVE LK-OPERADOR TO CN-OPERADOR OF WS-CAMBIO.
               CALL 'REGISTRAR-CAMBIO-CONDICION' USING WS-CAMBIO.

           300-CONSULTA SECTION.
               PERFORM 110-PEDIR-Y-LOCALIZAR.
                               DISPLAY 'ERROR AL BORRAR LA TARIFA'
                           NOT INVALID KEY
                               DISPLAY '---> TARIFA DADA DE BAJA'
                               PERFORM 410-REGISTRAR-BAJA
                       END-DELETE
                   ELSE
                       DISPLAY '--> OPERACIÓN CANCELADA'
                   END-IF
               END-IF.

      *    La baja deja de cobrar: rige en el acto y no se avisa.
           410-REGISTRAR-BAJA SECTION.
               INITIALIZE WS-CAMBIO.
               MOVE 'T' TO CN-TIPO OF WS-CAMBIO.
               MOVE WS-OPERACION-BUSCADA TO CN-OPERACION OF WS-CAMBIO.
               MOVE WS-TIPO-BUSCADO TO CN-TIPO-CUENTA OF WS-CAMBIO.
               MOVE 'B' TO CN-ACCION OF WS-CAMBIO.
               MOVE TA-MONTO-FIJO OF REGISTRO-TARIFA
                   TO CN-FIJO-ANTERIOR OF WS-CAMBIO.
               MOVE TA-PORCENTAJE OF REGISTRO-TARIFA
                   TO CN-TASA-ANTERIOR OF WS-CAMBIO.
               MOVE TA-CANT-LIBRES OF REGISTRO-TARIFA
                   TO CN-LIBRES-ANTERIOR OF WS-CAMBIO.
               MOVE 'N' TO CN-AUMENTO OF WS-CAMBIO.
               MOVE 'N' TO CN-AVISO OF WS-CAMBIO.
               MOVE WS-FECHA-HOY TO CN-FECHA-VIGENCIA OF WS-CAMBIO.
               MOVE 'A' TO CN-ESTADO OF WS-CAMBIO.
               PERFORM 150-REGISTRAR-CAMBIO.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
