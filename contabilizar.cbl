      *    cuentas del asiento ya resueltas.
       01  WS-CUENTA-DEPOSITOS   PIC 9(04) VALUE 2101.
       01  WS-CUENTA-CONTRA      PIC 9(04).
      *    Segunda cuenta de los asientos directos (sin pata de
      *    cliente): la regla del concepto la trae junto con la
      *    contrapartida.
       01  WS-CUENTA-ALTERNA     PIC 9(04) VALUE ZERO.
       01  WS-CUENTA-DEBE        PIC 9(04).
       01  WS-CUENTA-HABER       PIC 9(04).

           05 FILLER PIC X(35) VALUE '2107CHEQUES DE GERENCIA     P'.
           05 FILLER PIC X(35) VALUE '2108SALDOS INMOVILIZADOS    P'.
           05 FILLER PIC X(35) VALUE '9101AJUSTES Y VARIOS        G'.
           05 FILLER PIC X(35) VALUE '1303TARJETAS DE CREDITO     A'.
           05 FILLER PIC X(35) VALUE '2109PROCESADORA A PAGAR     P'.
           05 FILLER PIC X(35) VALUE '2110FCI A LIQUIDAR          P'.
           05 FILLER PIC X(35) VALUE '5103CARGO POR INCOBRABILIDADR'.
           05 FILLER PIC X(35) VALUE '1102BANCOS Y CORRESPONSALES A'.
           05 FILLER PIC X(35) VALUE '4104CREDITOS RECUPERADOS    G'.
           05 FILLER PIC X(35) VALUE '1309PREVISIONES INCOBRABIL. A'.
           05 FILLER PIC X(35) VALUE '5104CARGO POR PREVISIONES   R'.
           05 FILLER PIC X(35) VALUE '4105DESAFECTACION PREVISION G'.
           05 FILLER PIC X(35) VALUE '4106INTERESES PUNITORIOS    G'.
           05 FILLER PIC X(35) VALUE '2111SEGUROS A RENDIR        P'.
           05 FILLER PIC X(35) VALUE '1401ENLACE ENTRE SUCURSALES A'.
           05 FILLER PIC X(35) VALUE '5105COMISIONES PAGADAS      R'.
       01  WS-PLAN REDEFINES WS-PLAN-INICIAL.
           05 WS-CUENTA-INICIAL OCCURS 32 TIMES.
               10 WS-PI-CODIGO       PIC 9(04).
               10 WS-PI-DESCRIPCION  PIC X(24).
               10 WS-PI-RUBRO        PIC X(01).
               10 FILLER             PIC X(06).
       01  WS-IDX-PLAN           PIC 9(03).
       01  WS-CANT-PLAN          PIC 9(03) VALUE 32.

      *    Reglas iniciales: contrapartida contable de cada
      *    concepto que los programas del sistema postean hoy.
       01  WS-REGLAS-INICIALES.
           05 FILLER PIC X(11) VALUE '00111010000'.
           05 FILLER PIC X(11) VALUE '00211010000'.
           05 FILLER PIC X(11) VALUE '00351010000'.
           05 FILLER PIC X(11) VALUE '00421030000'.
           05 FILLER PIC X(11) VALUE '00521030000'.
           05 FILLER PIC X(11) VALUE '00611010000'.
           05 FILLER PIC X(11) VALUE '00721030000'.
           05 FILLER PIC X(11) VALUE '00841010000'.
           05 FILLER PIC X(11) VALUE '01041010000'.
           05 FILLER PIC X(11) VALUE '01111010000'.
           05 FILLER PIC X(11) VALUE '01221020000'.
           05 FILLER PIC X(11) VALUE '01321020000'.
           05 FILLER PIC X(11) VALUE '01413010000'.
           05 FILLER PIC X(11) VALUE '01513010000'.
           05 FILLER PIC X(11) VALUE '01641020000'.
           05 FILLER PIC X(11) VALUE '01741030000'.
           05 FILLER PIC X(11) VALUE '01812010000'.
           05 FILLER PIC X(11) VALUE '01912010000'.
           05 FILLER PIC X(11) VALUE '02021030000'.
           05 FILLER PIC X(11) VALUE '02121040000'.
           05 FILLER PIC X(11) VALUE '02221030000'.
           05 FILLER PIC X(11) VALUE '02321030000'.
           05 FILLER PIC X(11) VALUE '02421030000'.
           05 FILLER PIC X(11) VALUE '02521030000'.
           05 FILLER PIC X(11) VALUE '02621040000'.
           05 FILLER PIC X(11) VALUE '02791010000'.
           05 FILLER PIC X(11) VALUE '02821030000'.
           05 FILLER PIC X(11) VALUE '02921060000'.
           05 FILLER PIC X(11) VALUE '03021050000'.
           05 FILLER PIC X(11) VALUE '03121020000'.
           05 FILLER PIC X(11) VALUE '03221020000'.
           05 FILLER PIC X(11) VALUE '03313010000'.
           05 FILLER PIC X(11) VALUE '03421030000'.
           05 FILLER PIC X(11) VALUE '03521030000'.
           05 FILLER PIC X(11) VALUE '03621070000'.
           05 FILLER PIC X(11) VALUE '03721070000'.
           05 FILLER PIC X(11) VALUE '03813020000'.
           05 FILLER PIC X(11) VALUE '03913020000'.
           05 FILLER PIC X(11) VALUE '04021030000'.
           05 FILLER PIC X(11) VALUE '04121080000'.
           05 FILLER PIC X(11) VALUE '04291010000'.
           05 FILLER PIC X(11) VALUE '04391010000'.
           05 FILLER PIC X(11) VALUE '04421030000'.
           05 FILLER PIC X(11) VALUE '04591010000'.
           05 FILLER PIC X(11) VALUE '04641010000'.
           05 FILLER PIC X(11) VALUE '04751020000'.
           05 FILLER PIC X(11) VALUE '04821030000'.
           05 FILLER PIC X(11) VALUE '04921030000'.
           05 FILLER PIC X(11) VALUE '05013030000'.
           05 FILLER PIC X(11) VALUE '05113034102'.
           05 FILLER PIC X(11) VALUE '05213032109'.
           05 FILLER PIC X(11) VALUE '05321100000'.
           05 FILLER PIC X(11) VALUE '05421100000'.
           05 FILLER PIC X(11) VALUE '05513014102'.
           05 FILLER PIC X(11) VALUE '05651031301'.
           05 FILLER PIC X(11) VALUE '05711024104'.
           05 FILLER PIC X(11) VALUE '05851041309'.
           05 FILLER PIC X(11) VALUE '05941051309'.
           05 FILLER PIC X(11) VALUE '06041060000'.
           05 FILLER PIC X(11) VALUE '06121110000'.
           05 FILLER PIC X(11) VALUE '06221110000'.
           05 FILLER PIC X(11) VALUE '06321111102'.
           05 FILLER PIC X(11) VALUE '06411021301'.
           05 FILLER PIC X(11) VALUE '06521060000'.
           05 FILLER PIC X(11) VALUE '06621060000'.
           05 FILLER PIC X(11) VALUE '06721060000'.
           05 FILLER PIC X(11) VALUE '06821030000'.
           05 FILLER PIC X(11) VALUE '06911024101'.
           05 FILLER PIC X(11) VALUE '07051051102'.
           05 FILLER PIC X(11) VALUE '07111021101'.
           05 FILLER PIC X(11) VALUE '07211011102'.
           05 FILLER PIC X(11) VALUE '07311020000'.
           05 FILLER PIC X(11) VALUE '07411020000'.
           05 FILLER PIC X(11) VALUE '07511020000'.
       01  WS-REGLAS REDEFINES WS-REGLAS-INICIALES.
           05 WS-REGLA-INICIAL OCCURS 74 TIMES.
               10 WS-RI-CONCEPTO     PIC 9(03).
               10 WS-RI-CONTRA       PIC 9(04).
               10 WS-RI-ALTERNA      PIC 9(04).
       01  WS-IDX-REGLA          PIC 9(03).
       01  WS-CANT-REGLAS        PIC 9(03) VALUE 74.
       01  WS-REGLA-HALLADA      PIC X(01).

      *    Control de período contable de la fecha del asiento.
       01  WS-ESTADO-PERIODO     PIC X(01) VALUE 'A'.
      *    MOVIMIENTO-CUENTA (D depósito en efectivo, R retiro,
      *    I interés, P punitorio, C cargo, A acreditación sin
      *    caja) más dos propias de las patas directas de bóveda
      *    de CAJA: 'E' entra efectivo, 'S' sale efectivo. Los
      *    asientos directos entre dos cuentas del plan, sin
      *    cuenta de cliente de por medio (consumos y financiación
      *    de tarjetas, castigos, previsiones), usan 'G' (debe la
      *    contrapartida, haber la cuenta alterna de la regla) y
      *    'V' para el sentido inverso.
       01  LK-OPERACION          PIC X(01).
       01  LK-MONTO              PIC S9(12)V99.

                   READ ARCHIVO-REGLAS
                       KEY IS RG-CONCEPTO OF REGISTRO-REGLA
                       INVALID KEY
                           PERFORM 170-BUSCAR-REGLA-INICIAL
                       NOT INVALID KEY
                           MOVE RG-CUENTA-CONTRA OF REGISTRO-REGLA
                               TO WS-CUENTA-CONTRA
                           MOVE RG-CUENTA-ALTERNA OF REGISTRO-REGLA
                               TO WS-CUENTA-ALTERNA
                   END-READ
                   CLOSE ARCHIVO-REGLAS
               END-IF.
               IF WS-CUENTA-ALTERNA = ZERO
                   MOVE 9101 TO WS-CUENTA-ALTERNA
               END-IF.

      *    Asigna el debe y el haber según el sentido de la
      *    operación sobre la cuenta del cliente: lo que acredita
                   WHEN 'S'
                       MOVE WS-CUENTA-CONTRA TO WS-CUENTA-DEBE
                       MOVE 1101 TO WS-CUENTA-HABER
                   WHEN 'G'
                       MOVE WS-CUENTA-CONTRA TO WS-CUENTA-DEBE
                       MOVE WS-CUENTA-ALTERNA TO WS-CUENTA-HABER
                   WHEN 'V'
                       MOVE WS-CUENTA-ALTERNA TO WS-CUENTA-DEBE
                       MOVE WS-CUENTA-CONTRA TO WS-CUENTA-HABER
                   WHEN OTHER
                       MOVE WS-CUENTA-DEPOSITOS TO WS-CUENTA-DEBE
                       MOVE WS-CUENTA-CONTRA TO WS-CUENTA-HABER

      *    Contrapartida cuando el concepto no tiene regla: la
      *    que corresponde al tipo de operación (el efectivo pega
      *    en caja, el interés en su cuenta de resultado, etc.),
      *    sin cuenta alterna hasta que la regla traiga la suya.
           150-CONTRA-POR-DEFECTO SECTION.
               MOVE ZERO TO WS-CUENTA-ALTERNA.
               EVALUATE LK-OPERACION
                   WHEN 'D'
                   WHEN 'R'
               OPEN OUTPUT ARCHIVO-PLAN.
               IF WS-FILE-STATUS-PLAN = '00'
                   PERFORM VARYING WS-IDX-PLAN FROM 1 BY 1
                       UNTIL WS-IDX-PLAN > WS-CANT-PLAN
                       MOVE WS-PI-CODIGO (WS-IDX-PLAN)
                           TO PC-CODIGO OF REGISTRO-PLAN
                       MOVE WS-PI-DESCRIPCION (WS-IDX-PLAN)
               OPEN OUTPUT ARCHIVO-REGLAS.
               IF WS-FILE-STATUS-REG = '00'
                   PERFORM VARYING WS-IDX-REGLA FROM 1 BY 1
                       UNTIL WS-IDX-REGLA > WS-CANT-REGLAS
                       MOVE WS-RI-CONCEPTO (WS-IDX-REGLA)
                           TO RG-CONCEPTO OF REGISTRO-REGLA
                       MOVE WS-RI-CONTRA (WS-IDX-REGLA)
                           TO RG-CUENTA-CONTRA OF REGISTRO-REGLA
                       MOVE WS-RI-ALTERNA (WS-IDX-REGLA)
                           TO RG-CUENTA-ALTERNA OF REGISTRO-REGLA
                       WRITE REGISTRO-REGLA
                   END-PERFORM
                   CLOSE ARCHIVO-REGLAS
               END-IF.

      *    Concepto sin regla en el archivo: reglas_contables.dat
      *    se creó antes de que el concepto existiera. Se toma la
      *    regla de la tabla inicial y se agrega al archivo.
           170-BUSCAR-REGLA-INICIAL SECTION.
               MOVE 'N' TO WS-REGLA-HALLADA.
               PERFORM VARYING WS-IDX-REGLA FROM 1 BY 1
                   UNTIL WS-IDX-REGLA > WS-CANT-REGLAS
                   OR WS-REGLA-HALLADA = 'S'
                   IF WS-RI-CONCEPTO (WS-IDX-REGLA) = LK-CONCEPTO
                       MOVE 'S' TO WS-REGLA-HALLADA
                       MOVE WS-RI-CONTRA (WS-IDX-REGLA)
                           TO WS-CUENTA-CONTRA
                       MOVE WS-RI-ALTERNA (WS-IDX-REGLA)
                           TO WS-CUENTA-ALTERNA
                   END-IF
               END-PERFORM.
               IF WS-REGLA-HALLADA = 'S'
                   CLOSE ARCHIVO-REGLAS
                   OPEN I-O ARCHIVO-REGLAS
                   IF WS-FILE-STATUS-REG = '00'
                       MOVE LK-CONCEPTO
                           TO RG-CONCEPTO OF REGISTRO-REGLA
                       MOVE WS-CUENTA-CONTRA
                           TO RG-CUENTA-CONTRA OF REGISTRO-REGLA
                       MOVE WS-CUENTA-ALTERNA
                           TO RG-CUENTA-ALTERNA OF REGISTRO-REGLA
                       WRITE REGISTRO-REGLA
                   END-IF
                   PERFORM 180-AGREGAR-CUENTAS-PLAN
               END-IF.

      *    Las cuentas de la regla recién agregada pueden ser
      *    posteriores al plan grabado: se agregan desde el plan
      *    inicial (la que ya existe rechaza el alta por clave
      *    duplicada y queda como está).
           180-AGREGAR-CUENTAS-PLAN SECTION.
               OPEN I-O ARCHIVO-PLAN.
               IF WS-FILE-STATUS-PLAN = '00'
                   PERFORM VARYING WS-IDX-PLAN FROM 1 BY 1
                       UNTIL WS-IDX-PLAN > WS-CANT-PLAN
                       IF WS-PI-CODIGO (WS-IDX-PLAN) = WS-CUENTA-CONTRA
                          OR WS-PI-CODIGO (WS-IDX-PLAN)
                             = WS-CUENTA-ALTERNA
                           MOVE WS-PI-CODIGO (WS-IDX-PLAN)
                               TO PC-CODIGO OF REGISTRO-PLAN
                           MOVE WS-PI-DESCRIPCION (WS-IDX-PLAN)
                               TO PC-DESCRIPCION OF REGISTRO-PLAN
                           MOVE WS-PI-RUBRO (WS-IDX-PLAN)
                               TO PC-RUBRO OF REGISTRO-PLAN
                           WRITE REGISTRO-PLAN
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-PLAN
               END-IF.

      *    Las dos patas del asiento, un renglón cada una.
           200-GRABAR-ASIENTO SECTION.
               OPEN EXTEND ARCHIVO-DIARIO.
                   MOVE LK-MONEDA TO AS-MONEDA OF RENGLON-DIARIO
                   MOVE LK-CONCEPTO
                       TO AS-CONCEPTO OF RENGLON-DIARIO
                   MOVE ZERO TO AS-SUCURSAL-ENLACE OF RENGLON-DIARIO
                   MOVE SPACES TO AS-REFERENCIA OF RENGLON-DIARIO
                   MOVE WS-CUENTA-DEBE
                       TO AS-CUENTA OF RENGLON-DIARIO
                   MOVE LK-MONTO TO AS-DEBE OF RENGLON-DIARIO
