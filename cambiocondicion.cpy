      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE CAMBIOS DE
      * CONDICIONES (ARCHIVO-CAMBIOS-CONDICIONES,
      * cambios_condiciones.dat, indexado por número). Cada cambio
      * de una tarifa de tarifas.dat o de una tasa de
      * parametros.dat queda asentado con su fecha de vigencia, los
      * valores anterior y nuevo y quién lo cargó; lo graba
      * REGISTRAR-CAMBIO-CONDICION. Un cambio con vigencia futura
      * queda programado: APLICAR-CAMBIOS-CONDICIONES lo pasa al
      * tarifario o a los parámetros cuando llega la fecha y, si es
      * un aumento, antes deja programado el aviso a cada cliente
      * alcanzado. REGIMEN-TRANSPARENCIA publica lo vigente y lo
      * programado.
           05    CN-NUMERO           PIC 9(06).
           05    CN-TIPO             PIC X(01).
                 88    CAMBIO-TARIFA       VALUE 'T'.
                 88    CAMBIO-TASA         VALUE 'P'.
      *    Tarifa: operación + tipo de cuenta (TA-CLAVE). Tasa:
      *    código del parámetro (INTERES, PLAZOFIJO, PRESTAMO,
      *    PUNITORIA, DESCUENTO, FINANC-TC, PRECANCEL).
           05    CN-CLAVE            PIC X(10).
           05    CN-CLAVE-TARIFA REDEFINES CN-CLAVE.
                 10  CN-OPERACION    PIC X(02).
                 10  CN-TIPO-CUENTA  PIC X(01).
                 10  FILLER          PIC X(07).
      *    'M' alta o modificación, 'B' baja de la tarifa.
           05    CN-ACCION           PIC X(01) VALUE 'M'.
                 88    CAMBIO-BAJA         VALUE 'B'.
      *    Valores anterior y nuevo: monto fijo, porcentaje de la
      *    tarifa o tasa nominal anual del parámetro (INTERES es la
      *    tasa mensual, como en parametros.dat) y operaciones
      *    libres por mes.
           05    CN-FIJO-ANTERIOR    PIC S9(12)V99 VALUE ZERO.
           05    CN-FIJO-NUEVO       PIC S9(12)V99 VALUE ZERO.
           05    CN-TASA-ANTERIOR    PIC V9(04) VALUE ZERO.
           05    CN-TASA-NUEVA       PIC V9(04) VALUE ZERO.
           05    CN-LIBRES-ANTERIOR  PIC 9(02) VALUE ZERO.
           05    CN-LIBRES-NUEVO     PIC 9(02) VALUE ZERO.
      *    Aumento que alcanza a clientes con el producto ya
      *    contratado: exige el aviso previo al cliente y no puede
      *    regir antes de cumplido (PA-DIAS-AVISO-AUMENTO).
           05    CN-AUMENTO          PIC X(01) VALUE 'N'.
                 88    CAMBIO-CON-AVISO    VALUE 'S'.
           05    CN-FECHA-REGISTRO   PIC 9(08).
           05    CN-FECHA-VIGENCIA   PIC 9(08).
           05    CN-OPERADOR         PIC X(08).
           05    CN-ESTADO           PIC X(01) VALUE 'P'.
                 88    CAMBIO-PROGRAMADO   VALUE 'P'.
                 88    CAMBIO-APLICADO     VALUE 'A'.
      *    Aviso a los clientes: 'N' no corresponde, 'P' pendiente
      *    de programar, 'S' programado en eventos.dat (con la
      *    cantidad de avisos).
           05    CN-AVISO            PIC X(01) VALUE 'N'.
                 88    AVISO-PENDIENTE     VALUE 'P'.
                 88    AVISO-PROGRAMADO    VALUE 'S'.
           05    CN-CANT-AVISOS      PIC 9(06) VALUE ZERO.
