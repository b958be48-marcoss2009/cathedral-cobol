      *    bloquea; la prenda la libera el cobro de la última
      *    cuota o la ejecución por el supervisor.
           05    PF-PRESTAMO-PRENDA  PIC 9(06) VALUE ZERO.
      *    Interés efectivamente pagado al liquidar o precancelar
      *    el certificado (se haya acreditado o renovado) y fecha
      *    de esa liquidación, para el certificado anual de
      *    intereses del titular. Cero mientras está vigente.
           05    PF-INTERES-PAGADO   PIC S9(12)V99 VALUE ZERO.
           05    PF-FECHA-LIQUIDACION PIC 9(08) VALUE ZERO.
      *    Tasa preferencial negociada por el cliente: tasa de
      *    pizarra vigente al otorgarla (cero = el certificado se
      *    constituyó a la tasa de pizarra), supervisor que la
      *    autorizó, administrador que la autorizó además cuando el
      *    spread superaba PA-SPREAD-MAX-PREFERENCIAL (espacios = no
      *    hizo falta), justificación, fecha del otorgamiento y
      *    operador y sucursal que la otorgaron. La renovación
      *    conserva la tasa pactada y con ella estos datos.
           05    PF-TASA-PIZARRA     PIC V9(04) VALUE ZERO.
           05    PF-AUTORIZANTE-TASA PIC X(08) VALUE SPACES.
           05    PF-AUTORIZANTE-ESCALA PIC X(08) VALUE SPACES.
           05    PF-JUSTIFICACION-TASA PIC X(60) VALUE SPACES.
           05    PF-FECHA-TASA-PREF  PIC 9(08) VALUE ZERO.
           05    PF-OPERADOR-ALTA    PIC X(08) VALUE SPACES.
           05    PF-SUCURSAL-ALTA    PIC 9(03) VALUE ZERO.
