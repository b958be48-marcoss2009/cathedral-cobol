      * amortización en prestamos/<numero>.dat (sistema alemán:
      * capital constante, interés sobre saldo), con vencimientos
      * cada 30 días. El cobro de las cuotas lo hace el batch
      * COBRAR-CUOTAS-PRESTAMO. Opcionalmente se registran hasta
      * cinco garantes o codeudores, clientes del maestro, cada
      * uno con el monto que garantiza (garantes.dat). El préstamo
      * hipotecario registra además el inmueble en hipotecas.dat:
      * el monto no puede superar el porcentaje de la tasación que
      * fija PA-PORC-MAX-HIPOTECA, y la prima mensual del seguro
      * de incendio queda calculada sobre la tasación para que se
      * cobre con cada cuota. El préstamo a tasa variable no toma
      * la tasa de parámetros: paga la tasa de referencia del
      * índice elegido (OBTENER-TASA-REFERENCIA) más un margen, y
      * queda con su frecuencia de reajuste y la fecha del primero
      * para REPRECIAR-PRESTAMOS. Antes del desembolso se le
      * informan al cliente la TNA, la TEA y el Costo Financiero
      * Total (CALCULAR-CFT: seguros, comisión de otorgamiento del
      * tarifario con su IVA, impuesto de sellos de la provincia
      * de la sucursal) y el préstamo sólo sale si los acepta;
      * otorgado, se cobran la comisión y los sellos y se imprime y
      * archiva el contrato de mutuo con el cronograma completo
      * (IMPRIMIR-CONTRATO-PRESTAMO).
      * No se otorgan préstamos a titulares restringidos por
      * documentación vencida en su legajo, y el monto consume del
      * margen crediticio del titular (CONTROLAR-MARGEN-CREDITICIO):
      * si no entra, el préstamo necesita la firma de un supervisor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS OFE-DNI OF REGISTRO-OFERTA
               FILE STATUS IS WS-FILE-STATUS-OFE.

      *    Garantes y codeudores del préstamo, y el maestro de
      *    clientes contra el que se validan.
           SELECT ARCHIVO-GARANTES ASSIGN TO 'garantes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-CLAVE OF REGISTRO-GARANTE
               FILE STATUS IS WS-FILE-STATUS-GAR.

           SELECT ARCHIVO-CLIENTES ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DNI OF REGISTRO-CLIENTE
               FILE STATUS IS WS-FILE-STATUS-CLI.

      *    Inmueble hipotecado de los préstamos hipotecarios.
           SELECT ARCHIVO-HIPOTECAS ASSIGN TO 'hipotecas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-PRESTAMO OF REGISTRO-HIPOTECA
               FILE STATUS IS WS-FILE-STATUS-HIP.

      *    Tarifario, para cotizar la comisión de otorgamiento en
      *    el CFT antes de la firma.
           SELECT ARCHIVO-TARIFAS ASSIGN TO 'tarifas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-CLAVE OF REGISTRO-TARIFA
               FILE STATUS IS WS-FILE-STATUS-TAR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PRESTAMOS.
           01 REGISTRO-OFERTA.
               COPY "oferta.cpy".

       FD  ARCHIVO-GARANTES.
           01 REGISTRO-GARANTE.
               COPY "garante.cpy".

       FD  ARCHIVO-CLIENTES.
           01 REGISTRO-CLIENTE.
               COPY "cliente.cpy".

       FD  ARCHIVO-HIPOTECAS.
           01 REGISTRO-HIPOTECA.
               COPY "hipoteca.cpy".

       FD  ARCHIVO-TARIFAS.
           01 REGISTRO-TARIFA.
               COPY "tarifa.cpy".

       WORKING-STORAGE SECTION.
       01  CUENTA-CORRIENTE.
           COPY "cuenta.cpy".
           88 USA-OFERTA            VALUE 'S'.
       01  WS-TOMAR-OFERTA          PIC X(01).

      *    Garantes capturados antes del desembolso; se graban
      *    con el número del préstamo una vez otorgado.
       01  WS-FILE-STATUS-GAR       PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CLI       PIC XX VALUE '00'.
       01  WS-TABLA-GARANTES.
           05 WS-GARANTE OCCURS 5 TIMES.
               10 WS-GT-DNI         PIC 9(08).
               10 WS-GT-MONTO       PIC S9(12)V99.
               10 WS-GT-TIPO        PIC X(01).
       01  WS-CANT-GARANTES         PIC 9(01) VALUE ZERO.
       01  WS-IDX-GARANTE           PIC 9(01).
       01  WS-DNI-GARANTE           PIC 9(08).
       01  WS-MONTO-GARANTIA        PIC S9(12)V99.
       01  WS-TIPO-GARANTE          PIC X(01).
       01  WS-GARANTE-VALIDO        PIC X(01).
           88 GARANTE-VALIDO        VALUE 'S'.
       01  WS-FIN-GARANTES          PIC X(01).

      *    Préstamo hipotecario: el inmueble capturado antes del
      *    desembolso, el tope préstamo/valor y la alícuota del
      *    seguro de incendio (de parámetros, con sus valores por
      *    omisión).
       01  WS-FILE-STATUS-HIP       PIC XX VALUE '00'.
       01  WS-ES-HIPOTECARIO        PIC X(01) VALUE 'N'.
           88 ES-HIPOTECARIO        VALUE 'S'.
       01  WS-HIPOTECA-VALIDA       PIC X(01) VALUE 'S'.
           88 HIPOTECA-VALIDA       VALUE 'S'.
       01  WS-PORC-MAX-HIPOTECA     PIC V9(04) VALUE 0.7500.
       01  WS-TASA-SEGURO-INCENDIO  PIC V9(06) VALUE 0.000200.
       01  WS-MONTO-MAXIMO-HIP      PIC S9(12)V99.
       01  WS-HIPOTECA.
           05 WS-HI-DOMICILIO       PIC X(40).
           05 WS-HI-MATRICULA       PIC X(20).
           05 WS-HI-REGISTRO        PIC X(30).
           05 WS-HI-GRADO           PIC 9(01).
           05 WS-HI-VALOR-TASACION  PIC S9(12)V99.
           05 WS-HI-FECHA-TASACION  PIC 9(08).
           05 WS-HI-FECHA-INSCRIPCION PIC 9(08).
           05 WS-HI-SEGURO-MENSUAL  PIC S9(12)V99.

       01  WS-MONTO              PIC S9(12)V99.
       01  WS-CANT-CUOTAS        PIC 9(03).

       01  WS-TASA-PRESTAMO      PIC V9(04) VALUE 0.4500.

      *    Tasa variable: índice de referencia, margen sobre él,
      *    meses entre reajustes y fecha del primer reajuste.
       01  WS-ES-TASA-VARIABLE      PIC X(01) VALUE 'N'.
           88 ES-TASA-VARIABLE      VALUE 'S'.
       01  WS-TASA-VALIDA           PIC X(01) VALUE 'S'.
           88 TASA-VALIDA           VALUE 'S'.
       01  WS-INDICE-REFERENCIA     PIC X(06) VALUE SPACES.
       01  WS-SPREAD                PIC V9(04) VALUE ZERO.
       01  WS-MESES-AJUSTE          PIC 9(02) VALUE ZERO.
       01  WS-TASA-REFERENCIA       PIC V9(04) VALUE ZERO.
       01  WS-REFERENCIA-ENCONTRADA PIC X(01).
       01  WS-FECHA-PROX-AJUSTE     PIC 9(08) VALUE ZERO.
       01  WS-DIAS-AJUSTE           PIC 9(03).

      *    Costo Financiero Total informado antes de la firma:
      *    comisión de otorgamiento del tarifario ('OP') con su
      *    IVA, seguros que se pagan con cada cuota, TEA y CFT.
       01  WS-FILE-STATUS-TAR       PIC XX VALUE '00'.
       01  WS-OPERACION-OTORGAMIENTO PIC X(02) VALUE 'OP'.
       01  WS-TASA-SEGURO-VIDA      PIC V9(06) VALUE 0.000500.
       01  WS-TASA-IVA              PIC V9(04) VALUE ZERO.
       01  WS-COMISION-OTORGAMIENTO PIC S9(12)V99 VALUE ZERO.
       01  WS-IVA-COMISION          PIC S9(12)V99 VALUE ZERO.
       01  WS-GASTOS-OTORGAMIENTO   PIC S9(12)V99 VALUE ZERO.
       01  WS-SEGURO-FIJO           PIC S9(12)V99 VALUE ZERO.
       01  WS-TEA                   PIC 9(02)V9(04) VALUE ZERO.
       01  WS-CFT                   PIC 9(02)V9(04) VALUE ZERO.
       01  WS-PORCENTAJE            PIC 9(04)V99.
       01  WS-PORCENTAJE-DISPLAY    PIC Z,ZZ9.99.
       01  WS-ACEPTA-CONDICIONES    PIC X(01).
           88 CONDICIONES-ACEPTADAS VALUE 'S' 's'.
       01  WS-COMISION-COBRADA      PIC S9(12)V99.
       01  WS-NUMERO-OTORGADO       PIC 9(06) VALUE ZERO.

      *    Impuesto de sellos del contrato, según la provincia de
      *    la sucursal de la cuenta; se retiene del desembolso con
      *    su propio concepto.
       01  WS-INSTRUMENTO-SELLOS    PIC X(01) VALUE 'P'.
       01  WS-PROVINCIA-SELLOS      PIC X(01).
       01  WS-SELLOS                PIC S9(12)V99 VALUE ZERO.
       01  WS-CONCEPTO-SELLOS       PIC 9(03) VALUE 065.

      *    Armado del plan: capital constante por cuota, interés
      *    mensual sobre el saldo que queda.
       01  WS-CAPITAL-CUOTA      PIC S9(12)V99.
      *    de backup con el shell.
       01  WS-COMANDO            PIC X(200).

      *    Titular restringido por documentación vencida.
       01  WS-DOC-RESTRINGIDO    PIC X(01) VALUE 'N'.

      *    Control del margen crediticio del titular.
       01  WS-AUTORIZANTE-MARGEN PIC X(08) VALUE SPACES.
       01  WS-DENTRO-DEL-MARGEN  PIC X(01) VALUE 'N'.
           88 DENTRO-DEL-MARGEN  VALUE 'S'.

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión.
       01  LK-OPERADOR           PIC X(08).
           IF CC-NUMERO-CUENTA OF CUENTA-CORRIENTE = ZERO
               DISPLAY '--> OPERACIÓN CANCELADA'
           ELSE
               CALL 'VERIFICAR-DOCUMENTACION' USING
                   CC-DNI-TITULAR OF CUENTA-CORRIENTE
                   WS-DOC-RESTRINGIDO
               IF NOT CUENTA-ACTIVA OF CUENTA-CORRIENTE
                   DISPLAY '--> LA CUENTA NO ESTÁ ACTIVA'
               ELSE
               IF WS-DOC-RESTRINGIDO = 'S'
                   DISPLAY '--> DOCUMENTACIÓN DEL TITULAR VENCIDA: '
                       'NO SE OTORGAN PRODUCTOS NUEVOS'
               ELSE
                   PERFORM 100-CAPTURAR-Y-OTORGAR
               END-IF
               END-IF
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

                   IF PA-TASA-PRESTAMO NOT = ZERO
                       MOVE PA-TASA-PRESTAMO TO WS-TASA-PRESTAMO
                   END-IF
                   IF PA-PORC-MAX-HIPOTECA NUMERIC
                      AND PA-PORC-MAX-HIPOTECA NOT = ZERO
                       MOVE PA-PORC-MAX-HIPOTECA
                           TO WS-PORC-MAX-HIPOTECA
                   END-IF
                   IF PA-TASA-SEGURO-INCENDIO NUMERIC
                      AND PA-TASA-SEGURO-INCENDIO NOT = ZERO
                       MOVE PA-TASA-SEGURO-INCENDIO
                           TO WS-TASA-SEGURO-INCENDIO
                   END-IF
                   IF PA-TASA-SEGURO-VIDA NUMERIC
                      AND PA-TASA-SEGURO-VIDA NOT = ZERO
                       MOVE PA-TASA-SEGURO-VIDA
                           TO WS-TASA-SEGURO-VIDA
                   END-IF
                   IF PA-TASA-IVA NUMERIC
                       MOVE PA-TASA-IVA TO WS-TASA-IVA
                   END-IF
                   CLOSE ARCHIVO-PARAMETROS
               END-IF.

                   END-PERFORM
               END-IF.

      *        La tasa de la oferta preaprobada es fija.
               MOVE 'S' TO WS-TASA-VALIDA.
               MOVE 'N' TO WS-ES-TASA-VARIABLE.
               IF NOT USA-OFERTA
                   PERFORM 113-CAPTURAR-TASA-VARIABLE
               END-IF.

               DISPLAY 'Tasa nominal anual pactada: '
                   WS-TASA-PRESTAMO.

               MOVE 'N' TO WS-DENTRO-DEL-MARGEN.
               IF TASA-VALIDA
                   PERFORM 116-CONTROLAR-MARGEN
               END-IF.

               IF NOT TASA-VALIDA OR NOT DENTRO-DEL-MARGEN
                   DISPLAY '--> PRÉSTAMO NO OTORGADO'
               ELSE
                   PERFORM 112-CAPTURAR-HIPOTECA
                   IF NOT HIPOTECA-VALIDA
                       DISPLAY '--> PRÉSTAMO NO OTORGADO'
                   ELSE
                       PERFORM 105-CAPTURAR-GARANTIA
                       IF NOT GARANTIA-VALIDA
                           DISPLAY '--> PRÉSTAMO NO OTORGADO'
                       ELSE
                           PERFORM 107-CAPTURAR-GARANTES
                           PERFORM 114-INFORMAR-CFT
                           IF CONDICIONES-ACEPTADAS
                               PERFORM 108-DESEMBOLSAR
                           ELSE
                               DISPLAY '--> PRÉSTAMO NO OTORGADO'
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *    El préstamo consume del margen crediticio del titular;
      *    si no entra, sale sólo con la firma de un supervisor.
           116-CONTROLAR-MARGEN SECTION.
               MOVE SPACES TO WS-AUTORIZANTE-MARGEN.
               CALL 'CONTROLAR-MARGEN-CREDITICIO' USING
                   CC-DNI-TITULAR OF CUENTA-CORRIENTE
                   CC-NUMERO-CUENTA OF CUENTA-CORRIENTE
                   CC-MONEDA OF CUENTA-CORRIENTE WS-MONTO LK-OPERADOR
                   WS-AUTORIZANTE-MARGEN WS-DENTRO-DEL-MARGEN.

      *    Tasa variable: índice, margen y frecuencia de reajuste.
      *    La tasa inicial es la del índice vigente hoy más el
      *    margen; sin tasa de referencia cargada no se otorga.
           113-CAPTURAR-TASA-VARIABLE SECTION.
               DISPLAY '¿Tasa variable? (S/N): ' WITH NO ADVANCING.
               ACCEPT WS-ES-TASA-VARIABLE.
               IF ES-TASA-VARIABLE
                   DISPLAY 'Índice de referencia (BADLAR): '
                       WITH NO ADVANCING
                   ACCEPT WS-INDICE-REFERENCIA
                   IF WS-INDICE-REFERENCIA = SPACES
                       MOVE 'BADLAR' TO WS-INDICE-REFERENCIA
                   END-IF
                   DISPLAY 'Margen sobre el índice (0.xxxx): '
                       WITH NO ADVANCING
                   ACCEPT WS-SPREAD
                   DISPLAY 'Meses entre reajustes (1-12): '
                       WITH NO ADVANCING
                   ACCEPT WS-MESES-AJUSTE
                   PERFORM UNTIL WS-MESES-AJUSTE >= 1
                       AND WS-MESES-AJUSTE <= 12
                       DISPLAY '--> FRECUENCIA INVÁLIDA'
                       DISPLAY 'Meses entre reajustes (1-12): '
                           WITH NO ADVANCING
                       ACCEPT WS-MESES-AJUSTE
                   END-PERFORM
                   ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
                   CALL 'OBTENER-TASA-REFERENCIA' USING
                       WS-INDICE-REFERENCIA WS-FECHA-HOY
                       WS-TASA-REFERENCIA WS-REFERENCIA-ENCONTRADA
                   IF WS-REFERENCIA-ENCONTRADA NOT = 'S'
                       DISPLAY '--> SIN TASA DE REFERENCIA CARGADA '
                           'PARA ' WS-INDICE-REFERENCIA
                       MOVE 'N' TO WS-TASA-VALIDA
                   ELSE
                       COMPUTE WS-TASA-PRESTAMO =
                           WS-TASA-REFERENCIA + WS-SPREAD
                       DISPLAY '--> TASA DE REFERENCIA '
                           WS-INDICE-REFERENCIA ': '
                           WS-TASA-REFERENCIA
                       COMPUTE WS-DIAS-AJUSTE = WS-MESES-AJUSTE * 30
                       MOVE WS-FECHA-HOY TO WS-FECHA-PROX-AJUSTE
                       CALL 'SUMAR-DIAS-FECHA' USING
                           WS-FECHA-PROX-AJUSTE WS-DIAS-AJUSTE
                   END-IF
               ELSE
                   MOVE 'N' TO WS-ES-TASA-VARIABLE
               END-IF.

      *    TNA, TEA y CFT antes de la firma. El CFT toma lo que el
      *    cliente paga además del interés: la comisión de
      *    otorgamiento con su IVA y el impuesto de sellos, que se
      *    le descuentan al otorgar, y los seguros de cada cuota
      *    (vida saldo deudor y, en el hipotecario, incendio). La
      *    comisión se cotiza con la tarifa 'OP' del tipo de
      *    cuenta; sin tarifa no hay comisión.
           114-INFORMAR-CFT SECTION.
               MOVE ZERO TO WS-COMISION-OTORGAMIENTO.
               OPEN INPUT ARCHIVO-TARIFAS.
               IF WS-FILE-STATUS-TAR = '00'
                   MOVE WS-OPERACION-OTORGAMIENTO
                       TO TA-OPERACION OF REGISTRO-TARIFA
                   MOVE CC-TIPO-CUENTA OF CUENTA-CORRIENTE
                       TO TA-TIPO-CUENTA OF REGISTRO-TARIFA
                   READ ARCHIVO-TARIFAS
                       KEY IS TA-CLAVE OF REGISTRO-TARIFA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE WS-COMISION-OTORGAMIENTO ROUNDED =
                               TA-MONTO-FIJO OF REGISTRO-TARIFA
                               + WS-MONTO
                               * TA-PORCENTAJE OF REGISTRO-TARIFA
                   END-READ
                   CLOSE ARCHIVO-TARIFAS
               END-IF.
               COMPUTE WS-IVA-COMISION ROUNDED =
                   WS-COMISION-OTORGAMIENTO * WS-TASA-IVA.
               CALL 'CALCULAR-SELLOS' USING
                   CC-SUCURSAL OF CUENTA-CORRIENTE
                   WS-INSTRUMENTO-SELLOS WS-MONTO
                   WS-PROVINCIA-SELLOS WS-SELLOS.
               COMPUTE WS-GASTOS-OTORGAMIENTO =
                   WS-COMISION-OTORGAMIENTO + WS-IVA-COMISION
                   + WS-SELLOS.
               IF ES-HIPOTECARIO
                   MOVE WS-HI-SEGURO-MENSUAL TO WS-SEGURO-FIJO
               ELSE
                   MOVE ZERO TO WS-SEGURO-FIJO
               END-IF.
               CALL 'CALCULAR-CFT' USING
                   WS-MONTO WS-CANT-CUOTAS WS-TASA-PRESTAMO
                   WS-GASTOS-OTORGAMIENTO WS-TASA-SEGURO-VIDA
                   WS-SEGURO-FIJO WS-TEA WS-CFT.

               DISPLAY '---- CONDICIONES DEL PRÉSTAMO ----'.
               DISPLAY 'Monto: ' WS-MONTO '  Cuotas: ' WS-CANT-CUOTAS.
               COMPUTE WS-PORCENTAJE ROUNDED = WS-TASA-PRESTAMO * 100.
               MOVE WS-PORCENTAJE TO WS-PORCENTAJE-DISPLAY.
               DISPLAY 'TNA: ' WS-PORCENTAJE-DISPLAY ' %'.
               COMPUTE WS-PORCENTAJE ROUNDED = WS-TEA * 100.
               MOVE WS-PORCENTAJE TO WS-PORCENTAJE-DISPLAY.
               DISPLAY 'TEA: ' WS-PORCENTAJE-DISPLAY ' %'.
               DISPLAY 'Comisión de otorgamiento: '
                   WS-COMISION-OTORGAMIENTO ' + IVA ' WS-IVA-COMISION.
               IF WS-SELLOS > ZERO
                   DISPLAY 'Impuesto de sellos (provincia '
                       WS-PROVINCIA-SELLOS '): ' WS-SELLOS
               END-IF.
               IF WS-SEGURO-FIJO > ZERO
                   DISPLAY 'Seguro de incendio mensual: '
                       WS-SEGURO-FIJO
               END-IF.
               COMPUTE WS-PORCENTAJE ROUNDED = WS-CFT * 100.
               MOVE WS-PORCENTAJE TO WS-PORCENTAJE-DISPLAY.
               DISPLAY 'COSTO FINANCIERO TOTAL (CFT): '
                   WS-PORCENTAJE-DISPLAY ' %'.
               DISPLAY '¿El cliente acepta las condiciones? (S/N): '
                   WITH NO ADVANCING.
               ACCEPT WS-ACEPTA-CONDICIONES.

      *    Préstamo hipotecario: datos del inmueble y de su
      *    inscripción, tasación y control de la relación
      *    préstamo/valor. La prima del seguro de incendio sale
      *    de la tasación.
           112-CAPTURAR-HIPOTECA SECTION.
               MOVE 'S' TO WS-HIPOTECA-VALIDA.
               MOVE 'N' TO WS-ES-HIPOTECARIO.
               DISPLAY '¿Préstamo hipotecario? (S/N): '
                   WITH NO ADVANCING.
               ACCEPT WS-ES-HIPOTECARIO.
               IF WS-ES-HIPOTECARIO = 's'
                   MOVE 'S' TO WS-ES-HIPOTECARIO
               END-IF.
               IF ES-HIPOTECARIO
                   DISPLAY 'Domicilio del inmueble: '
                       WITH NO ADVANCING
                   ACCEPT WS-HI-DOMICILIO
                   DISPLAY 'Matrícula (folio real): '
                       WITH NO ADVANCING
                   ACCEPT WS-HI-MATRICULA
                   DISPLAY 'Registro de la propiedad: '
                       WITH NO ADVANCING
                   ACCEPT WS-HI-REGISTRO
                   DISPLAY 'Grado de la hipoteca (1-9): '
                       WITH NO ADVANCING
                   ACCEPT WS-HI-GRADO
                   PERFORM UNTIL WS-HI-GRADO >= 1
                       DISPLAY '--> GRADO INVÁLIDO'
                       DISPLAY 'Grado de la hipoteca (1-9): '
                           WITH NO ADVANCING
                       ACCEPT WS-HI-GRADO
                   END-PERFORM
                   DISPLAY 'Valor de tasación: $' WITH NO ADVANCING
                   ACCEPT WS-HI-VALOR-TASACION
                   PERFORM UNTIL WS-HI-VALOR-TASACION >= 1
                       DISPLAY '--> TASACIÓN INVÁLIDA'
                       DISPLAY 'Valor de tasación: $'
                           WITH NO ADVANCING
                       ACCEPT WS-HI-VALOR-TASACION
                   END-PERFORM
                   DISPLAY 'Fecha de tasación (AAAAMMDD): '
                       WITH NO ADVANCING
                   ACCEPT WS-HI-FECHA-TASACION
                   DISPLAY 'Fecha de inscripción (AAAAMMDD): '
                       WITH NO ADVANCING
                   ACCEPT WS-HI-FECHA-INSCRIPCION

                   COMPUTE WS-MONTO-MAXIMO-HIP ROUNDED =
                       WS-HI-VALOR-TASACION * WS-PORC-MAX-HIPOTECA
                   IF WS-MONTO > WS-MONTO-MAXIMO-HIP
                       MOVE 'N' TO WS-HIPOTECA-VALIDA
                       DISPLAY '--> EL MONTO SUPERA EL '
                           WS-PORC-MAX-HIPOTECA
                           ' DE LA TASACIÓN: MÁXIMO '
                           WS-MONTO-MAXIMO-HIP
                   ELSE
                       COMPUTE WS-HI-SEGURO-MENSUAL ROUNDED =
                           WS-HI-VALOR-TASACION
                           * WS-TASA-SEGURO-INCENDIO
                       DISPLAY '--> SEGURO DE INCENDIO MENSUAL: '
                           WS-HI-SEGURO-MENSUAL
                   END-IF
               END-IF.

      *    Busca la oferta vigente del titular y la propone; la
                           PF-CAPITAL OF REGISTRO-PLAZO
               END-EVALUATE.

      *    Garantes y codeudores: cada uno cliente activo del
      *    maestro, distinto del titular y sin repetir, con el
      *    monto que garantiza (cero = el monto del préstamo).
           107-CAPTURAR-GARANTES SECTION.
               MOVE ZERO TO WS-CANT-GARANTES.
               MOVE 'N' TO WS-FIN-GARANTES.
               PERFORM UNTIL WS-FIN-GARANTES = 'S'
                   OR WS-CANT-GARANTES = 5
                   DISPLAY 'DNI del garante (0 = ninguno más): '
                       WITH NO ADVANCING
                   ACCEPT WS-DNI-GARANTE
                   IF WS-DNI-GARANTE = ZERO
                       MOVE 'S' TO WS-FIN-GARANTES
                   ELSE
                       PERFORM 109-VALIDAR-GARANTE
                       IF GARANTE-VALIDO
                           PERFORM 111-AGREGAR-GARANTE
                       END-IF
                   END-IF
               END-PERFORM.

           109-VALIDAR-GARANTE SECTION.
               MOVE 'N' TO WS-GARANTE-VALIDO.
               IF WS-DNI-GARANTE
                  = CC-DNI-TITULAR OF CUENTA-CORRIENTE
                   DISPLAY '--> EL TITULAR NO PUEDE SER SU PROPIO '
                       'GARANTE'
               ELSE
                   OPEN INPUT ARCHIVO-CLIENTES
                   IF WS-FILE-STATUS-CLI NOT = '00'
                       DISPLAY '--> SIN MAESTRO DE CLIENTES'
                   ELSE
                       MOVE WS-DNI-GARANTE
                           TO CLI-DNI OF REGISTRO-CLIENTE
                       READ ARCHIVO-CLIENTES
                           KEY IS CLI-DNI OF REGISTRO-CLIENTE
                           INVALID KEY
                               DISPLAY '--> EL GARANTE NO ES '
                                   'CLIENTE DEL BANCO'
                           NOT INVALID KEY
                               IF CLIENTE-ACTIVO
                                  OF REGISTRO-CLIENTE
                                   MOVE 'S' TO WS-GARANTE-VALIDO
                                   DISPLAY '--> GARANTE: '
                                       CLI-NOMBRE
                                       OF REGISTRO-CLIENTE
                               ELSE
                                   DISPLAY '--> EL GARANTE NO ESTÁ '
                                       'ACTIVO'
                               END-IF
                       END-READ
                       CLOSE ARCHIVO-CLIENTES
                   END-IF
               END-IF.
               PERFORM VARYING WS-IDX-GARANTE FROM 1 BY 1
                   UNTIL WS-IDX-GARANTE > WS-CANT-GARANTES
                   IF WS-GT-DNI (WS-IDX-GARANTE) = WS-DNI-GARANTE
                       DISPLAY '--> GARANTE YA INGRESADO'
                       MOVE 'N' TO WS-GARANTE-VALIDO
                   END-IF
               END-PERFORM.

           111-AGREGAR-GARANTE SECTION.
               DISPLAY '¿Garante o codeudor? (G/C): '
                   WITH NO ADVANCING.
               ACCEPT WS-TIPO-GARANTE.
               PERFORM UNTIL WS-TIPO-GARANTE = 'G'
                   OR WS-TIPO-GARANTE = 'C'
                   DISPLAY '--> INGRESE G O C'
                   DISPLAY '¿Garante o codeudor? (G/C): '
                       WITH NO ADVANCING
                   ACCEPT WS-TIPO-GARANTE
               END-PERFORM.
               DISPLAY 'Monto garantizado (0 = total): $'
                   WITH NO ADVANCING.
               ACCEPT WS-MONTO-GARANTIA.
               PERFORM UNTIL WS-MONTO-GARANTIA >= ZERO
                   AND WS-MONTO-GARANTIA <= WS-MONTO
                   DISPLAY '--> MONTO INVÁLIDO: HASTA EL MONTO DEL '
                       'PRÉSTAMO'
                   DISPLAY 'Monto garantizado (0 = total): $'
                       WITH NO ADVANCING
                   ACCEPT WS-MONTO-GARANTIA
               END-PERFORM.
               IF WS-MONTO-GARANTIA = ZERO
                   MOVE WS-MONTO TO WS-MONTO-GARANTIA
               END-IF.
               ADD 1 TO WS-CANT-GARANTES.
               MOVE WS-DNI-GARANTE TO WS-GT-DNI (WS-CANT-GARANTES).
               MOVE WS-MONTO-GARANTIA
                   TO WS-GT-MONTO (WS-CANT-GARANTES).
               MOVE WS-TIPO-GARANTE TO WS-GT-TIPO (WS-CANT-GARANTES).

           108-DESEMBOLSAR SECTION.
      *        Primero el desembolso: si el crédito no se postea,
      *        no hay préstamo. Se acredita sin pata de bóveda: el
               IF NOT MOVIMIENTO-OK
                   DISPLAY '--> NO SE PUDO ACREDITAR EL DESEMBOLSO'
               ELSE
                   MOVE ZERO TO WS-NUMERO-OTORGADO
                   PERFORM 110-GRABAR-PRESTAMO
                   IF WS-NUMERO-OTORGADO NOT = ZERO
                       PERFORM 170-COBRAR-OTORGAMIENTO
                       CALL 'IMPRIMIR-CONTRATO-PRESTAMO' USING
                           WS-NUMERO-OTORGADO
                   END-IF
               END-IF.

      *    La comisión de otorgamiento se debita del desembolso ya
      *    acreditado, con su IVA, por el motor de comisiones; el
      *    impuesto de sellos, con su propio concepto.
           170-COBRAR-OTORGAMIENTO SECTION.
               IF WS-COMISION-OTORGAMIENTO > ZERO
                   CALL 'COBRAR-COMISION' USING
                       WS-OPERACION-OTORGAMIENTO
                       CC-NUMERO-CUENTA OF CUENTA-CORRIENTE
                       CC-TIPO-CUENTA OF CUENTA-CORRIENTE
                       WS-MONTO LK-OPERADOR WS-CANAL
                       WS-COMISION-COBRADA
               END-IF.
               IF WS-SELLOS > ZERO
                   CALL 'MOVIMIENTO-CUENTA' USING
                       CC-NUMERO-CUENTA OF CUENTA-CORRIENTE
                       WS-SELLOS 'C' LK-OPERADOR WS-CANAL
                       WS-SIN-AUTORIZANTE WS-CONCEPTO-SELLOS
                       WS-CONVERSION WS-RESULTADO-MOVIMIENTO
                   IF NOT MOVIMIENTO-OK
                       DISPLAY '--> NO SE PUDO RETENER EL IMPUESTO '
                           'DE SELLOS'
                   END-IF
               END-IF.

           110-GRABAR-PRESTAMO SECTION.
                   MOVE 'V' TO PR-ESTADO OF REGISTRO-PRESTAMO
                   MOVE WS-PF-GARANTIA
                       TO PR-PF-GARANTIA OF REGISTRO-PRESTAMO
                   MOVE ZERO TO PR-PRESTAMO-ORIGEN
                       OF REGISTRO-PRESTAMO
                   MOVE 'N' TO PR-REFINANCIADO OF REGISTRO-PRESTAMO
                   MOVE ZERO TO PR-SITUACION-REFIN
                       OF REGISTRO-PRESTAMO
                   MOVE 'N' TO PR-EN-MORA OF REGISTRO-PRESTAMO
                   IF ES-HIPOTECARIO
                       MOVE 'H' TO PR-TIPO OF REGISTRO-PRESTAMO
                   ELSE
                       MOVE 'P' TO PR-TIPO OF REGISTRO-PRESTAMO
                   END-IF
                   MOVE 'N' TO PR-EN-SINIESTRO OF REGISTRO-PRESTAMO
                   IF ES-TASA-VARIABLE
                       MOVE 'S' TO PR-TASA-VARIABLE
                           OF REGISTRO-PRESTAMO
                       MOVE WS-INDICE-REFERENCIA
                           TO PR-INDICE-REFERENCIA
                           OF REGISTRO-PRESTAMO
                       MOVE WS-SPREAD TO PR-SPREAD OF REGISTRO-PRESTAMO
                       MOVE WS-MESES-AJUSTE
                           TO PR-MESES-AJUSTE OF REGISTRO-PRESTAMO
                       MOVE WS-FECHA-PROX-AJUSTE
                           TO PR-FECHA-PROX-AJUSTE
                           OF REGISTRO-PRESTAMO
                   ELSE
                       MOVE 'N' TO PR-TASA-VARIABLE
                           OF REGISTRO-PRESTAMO
                       MOVE SPACES TO PR-INDICE-REFERENCIA
                           OF REGISTRO-PRESTAMO
                       MOVE ZERO TO PR-SPREAD OF REGISTRO-PRESTAMO
                       MOVE ZERO TO PR-MESES-AJUSTE
                           OF REGISTRO-PRESTAMO
                       MOVE ZERO TO PR-FECHA-PROX-AJUSTE
                           OF REGISTRO-PRESTAMO
                   END-IF
                   MOVE WS-TEA TO PR-TEA OF REGISTRO-PRESTAMO
                   MOVE WS-CFT TO PR-CFT OF REGISTRO-PRESTAMO
                   MOVE WS-GASTOS-OTORGAMIENTO
                       TO PR-GASTOS-OTORGAMIENTO OF REGISTRO-PRESTAMO

                   WRITE REGISTRO-PRESTAMO
                   IF WS-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR AL GRABAR EL PRÉSTAMO'
                   ELSE
                       PERFORM 130-GENERAR-PLAN-DE-CUOTAS
                       IF ES-HIPOTECARIO
                           PERFORM 160-GRABAR-HIPOTECA
                       END-IF
                       IF WS-PF-GARANTIA NOT = ZERO
                           PERFORM 140-MARCAR-PRENDA
                       END-IF
                       IF USA-OFERTA
                           PERFORM 104-CONSUMIR-OFERTA
                       END-IF
                       IF WS-CANT-GARANTES > ZERO
                           PERFORM 150-GRABAR-GARANTES
                       END-IF
                       DISPLAY '---> PRÉSTAMO OTORGADO, NÚMERO: '
                           PR-NUMERO OF REGISTRO-PRESTAMO
                       MOVE PR-NUMERO OF REGISTRO-PRESTAMO
                           TO WS-NUMERO-OTORGADO
                   END-IF
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF.
                   CLOSE ARCHIVO-PLAZOS
               END-IF.

           150-GRABAR-GARANTES SECTION.
               OPEN I-O ARCHIVO-GARANTES.
               IF WS-FILE-STATUS-GAR = '35'
                   OPEN OUTPUT ARCHIVO-GARANTES
                   CLOSE ARCHIVO-GARANTES
                   OPEN I-O ARCHIVO-GARANTES
               END-IF.
               IF WS-FILE-STATUS-GAR NOT = '00'
                   DISPLAY 'ERROR AL GRABAR LOS GARANTES'
               ELSE
                   PERFORM VARYING WS-IDX-GARANTE FROM 1 BY 1
                       UNTIL WS-IDX-GARANTE > WS-CANT-GARANTES
                       MOVE PR-NUMERO OF REGISTRO-PRESTAMO
                           TO GA-PRESTAMO OF REGISTRO-GARANTE
                       MOVE WS-GT-DNI (WS-IDX-GARANTE)
                           TO GA-DNI OF REGISTRO-GARANTE
                       MOVE WS-GT-MONTO (WS-IDX-GARANTE)
                           TO GA-MONTO-GARANTIZADO
                           OF REGISTRO-GARANTE
                       MOVE WS-FECHA-HOY
                           TO GA-FECHA-ALTA OF REGISTRO-GARANTE
                       MOVE WS-GT-TIPO (WS-IDX-GARANTE)
                           TO GA-TIPO OF REGISTRO-GARANTE
                       WRITE REGISTRO-GARANTE
                   END-PERFORM
                   CLOSE ARCHIVO-GARANTES
                   DISPLAY '--> GARANTES REGISTRADOS: '
                       WS-CANT-GARANTES
               END-IF.

           160-GRABAR-HIPOTECA SECTION.
               OPEN I-O ARCHIVO-HIPOTECAS.
               IF WS-FILE-STATUS-HIP = '35'
                   OPEN OUTPUT ARCHIVO-HIPOTECAS
                   CLOSE ARCHIVO-HIPOTECAS
                   OPEN I-O ARCHIVO-HIPOTECAS
               END-IF.
               IF WS-FILE-STATUS-HIP NOT = '00'
                   DISPLAY 'ERROR AL GRABAR LA HIPOTECA'
               ELSE
                   MOVE PR-NUMERO OF REGISTRO-PRESTAMO
                       TO HI-PRESTAMO OF REGISTRO-HIPOTECA
                   MOVE WS-HI-DOMICILIO
                       TO HI-DOMICILIO OF REGISTRO-HIPOTECA
                   MOVE WS-HI-MATRICULA
                       TO HI-MATRICULA OF REGISTRO-HIPOTECA
                   MOVE WS-HI-REGISTRO
                       TO HI-REGISTRO OF REGISTRO-HIPOTECA
                   MOVE WS-HI-GRADO TO HI-GRADO OF REGISTRO-HIPOTECA
                   MOVE WS-HI-VALOR-TASACION
                       TO HI-VALOR-TASACION OF REGISTRO-HIPOTECA
                   MOVE WS-HI-FECHA-TASACION
                       TO HI-FECHA-TASACION OF REGISTRO-HIPOTECA
                   MOVE WS-HI-FECHA-INSCRIPCION
                       TO HI-FECHA-INSCRIPCION OF REGISTRO-HIPOTECA
                   MOVE ZERO
                       TO HI-FECHA-LIBERACION OF REGISTRO-HIPOTECA
                   MOVE WS-HI-SEGURO-MENSUAL
                       TO HI-SEGURO-MENSUAL OF REGISTRO-HIPOTECA
                   MOVE 'V' TO HI-ESTADO OF REGISTRO-HIPOTECA
                   WRITE REGISTRO-HIPOTECA
                   IF WS-FILE-STATUS-HIP NOT = '00'
                       DISPLAY 'ERROR AL GRABAR LA HIPOTECA'
                   ELSE
                       DISPLAY '--> HIPOTECA REGISTRADA SOBRE '
                           WS-HI-MATRICULA
                   END-IF
                   CLOSE ARCHIVO-HIPOTECAS
               END-IF.

           120-ASIGNAR-NUMERO SECTION.
               OPEN I-O ARCHIVO-CONTADOR.
               IF WS-FILE-STATUS-CONTADOR = '35'
