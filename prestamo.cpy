           05    PR-ESTADO           PIC X(01) VALUE 'V'.
                 88    PRESTAMO-VIGENTE    VALUE 'V'.
                 88    PRESTAMO-CANCELADO  VALUE 'C'.
      *          Cancelado por refinanciación: la deuda pasó a un
      *          préstamo nuevo que lo referencia en su origen.
                 88    PRESTAMO-REFINANCIADO-BAJA VALUE 'R'.
      *          Castigado: dado de baja de la cartera por
      *          irrecuperable, sigue en castigos.dat.
                 88    PRESTAMO-CASTIGADO  VALUE 'K'.
      *    Plazo fijo del propio cliente prendado como garantía
      *    del préstamo (cero = sin garantía). Mientras dure la
      *    prenda el certificado no se liquida al cliente (el
      *    batch de vencimientos lo renueva) ni se precancela; la
      *    última cuota cobrada libera la prenda sola.
           05    PR-PF-GARANTIA      PIC 9(06) VALUE ZERO.
      *    Refinanciación: préstamo en mora que este préstamo
      *    canceló (cero = préstamo común), marca de refinanciado
      *    y la situación del deudor al refinanciar. Mientras el
      *    refinanciado no tenga pagadas PA-CUOTAS-RECATEGORIZAR
      *    cuotas, CLASIFICAR-DEUDORES no mejora al deudor por
      *    encima de esa situación.
           05    PR-PRESTAMO-ORIGEN  PIC 9(06) VALUE ZERO.
           05    PR-REFINANCIADO     PIC X(01) VALUE 'N'.
                 88    PRESTAMO-REFINANCIADO VALUE 'S'.
           05    PR-SITUACION-REFIN  PIC 9(01) VALUE ZERO.
      *    'S' desde que COBRAR-CUOTAS-PRESTAMO deja una cuota
      *    vencida impaga (se avisa al deudor y a sus garantes una
      *    sola vez) hasta que el préstamo vuelve a estar al día.
           05    PR-EN-MORA          PIC X(01) VALUE 'N'.
                 88    PRESTAMO-EN-MORA    VALUE 'S'.
      *    Línea del préstamo: personal o hipotecario. El
      *    hipotecario tiene su inmueble en hipotecas.dat y paga
      *    con cada cuota el seguro de incendio.
           05    PR-TIPO             PIC X(01) VALUE 'P'.
                 88    PRESTAMO-PERSONAL    VALUE 'P'.
                 88    PRESTAMO-HIPOTECARIO VALUE 'H'.
      *    'S' mientras hay un siniestro abierto del seguro de vida
      *    saldo deudor por el fallecimiento del titular: el cobro
      *    de cuotas no lo toca hasta que la aseguradora resuelva.
           05    PR-EN-SINIESTRO     PIC X(01) VALUE 'N'.
                 88    PRESTAMO-EN-SINIESTRO VALUE 'S'.
      *    Tasa variable: el préstamo paga la tasa de referencia
      *    PR-INDICE-REFERENCIA (tasas_referencia.dat) más el
      *    margen PR-SPREAD, reajustada cada PR-MESES-AJUSTE meses
      *    por REPRECIAR-PRESTAMOS, que recalcula el interés de las
      *    cuotas que faltan vencer y deja en PR-FECHA-PROX-AJUSTE
      *    el próximo reajuste. PR-TASA guarda la tasa vigente.
           05    PR-TASA-VARIABLE    PIC X(01) VALUE 'N'.
                 88    PRESTAMO-TASA-VARIABLE VALUE 'S'.
           05    PR-INDICE-REFERENCIA PIC X(06) VALUE SPACES.
           05    PR-SPREAD           PIC V9(04) VALUE ZERO.
           05    PR-MESES-AJUSTE     PIC 9(02) VALUE ZERO.
           05    PR-FECHA-PROX-AJUSTE PIC 9(08) VALUE ZERO.
      *    Transparencia: TEA de la tasa pactada y Costo
      *    Financiero Total (efectivo anual, con seguros, comisión
      *    de otorgamiento con su IVA e impuestos) informados al
      *    cliente antes de la firma, y los gastos que se le
      *    descontaron al otorgar. El contrato de mutuo firmado
      *    queda archivado en contratos/contrato_<numero>.txt.
           05    PR-TEA              PIC 9(02)V9(04) VALUE ZERO.
           05    PR-CFT              PIC 9(02)V9(04) VALUE ZERO.
           05    PR-GASTOS-OTORGAMIENTO PIC S9(12)V99 VALUE ZERO.
