      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE CUENTAS TARJETA
      * DE CREDITO (ARCHIVO-CUENTAS-TARJETA, cuentas_tarjeta.dat,
      * indexado por número de cuenta tarjeta). Una por cliente y
      * plástico de crédito: el límite de compra propio, la deuda
      * con el banco, el último resumen emitido y la instrucción
      * de débito automático contra la cuenta del cliente.
           05    TC-NUMERO           PIC 9(06).
           05    TC-DNI-TITULAR      PIC 9(08).
      *    Cuenta del cliente (CC-NUMERO-CUENTA) contra la que se
      *    debita el pago del resumen.
           05    TC-CUENTA-DEBITO    PIC 9(08).
      *    Sucursal de radicación, para los asientos contables.
           05    TC-SUCURSAL         PIC 9(03).
      *    Límite de compra: la deuda total más los consumos nuevos
      *    no pueden superarlo.
           05    TC-LIMITE           PIC 9(12)V99.
      *    Deuda total con el banco: consumos cargados (todas sus
      *    cuotas, facturadas o no) más intereses de financiación,
      *    menos pagos.
           05    TC-SALDO-DEUDOR     PIC S9(12)V99.
      *    Cuotas de planes todavía no facturadas en un resumen;
      *    forman parte del saldo deudor pero no del resumen.
           05    TC-CUOTAS-A-VENCER  PIC S9(12)V99.
      *    Día del mes en que cierra el resumen (1 a 28).
           05    TC-DIA-CIERRE       PIC 9(02).
      *    Último resumen emitido: fecha de cierre, vencimiento,
      *    saldo a pagar, pago mínimo y lo pagado desde el cierre.
           05    TC-FECHA-CIERRE     PIC 9(08).
           05    TC-FECHA-VENC-RESUMEN PIC 9(08).
           05    TC-SALDO-RESUMEN    PIC S9(12)V99.
           05    TC-PAGO-MINIMO      PIC S9(12)V99.
           05    TC-PAGOS-PERIODO    PIC S9(12)V99.
      *    'S' cuando el vencimiento del último resumen ya pasó
      *    por el débito automático.
           05    TC-VENC-PROCESADO   PIC X(01).
                 88    VENCIMIENTO-PROCESADO VALUE 'S'.
      *    Fecha del primer vencimiento sin cubrir el pago mínimo;
      *    cero mientras la cuenta esté al día. Desde ella se
      *    cuentan los días de atraso para la clasificación.
           05    TC-FECHA-IMPAGO     PIC 9(08).
      *    Débito automático al vencimiento: total del resumen,
      *    pago mínimo, o sin débito (paga por ventanilla).
           05    TC-DEBITO-AUTOMATICO PIC X(01) VALUE 'T'.
                 88    DEBITA-TOTAL        VALUE 'T'.
                 88    DEBITA-MINIMO       VALUE 'M'.
                 88    SIN-DEBITO-AUTOMATICO VALUE 'N'.
      *    Tasa nominal anual de financiación propia de la cuenta;
      *    cero = la del parámetro general.
           05    TC-TASA-FINANCIACION PIC V9(04).
           05    TC-ESTADO           PIC X(01) VALUE 'A'.
                 88    CUENTA-TARJETA-ACTIVA   VALUE 'A'.
                 88    CUENTA-TARJETA-BLOQUEADA VALUE 'B'.
                 88    CUENTA-TARJETA-CERRADA  VALUE 'C'.
