      * AREA DE RESPUESTA DE CALCULAR-EXPOSICION-CREDITICIA: lo
      * que un cliente (DNI) tiene tomado del banco, por producto
      * y en pesos (la moneda extranjera a la cotización vendedora
      * del día, lo ajustable por UVA al coeficiente del día).
      *    Límites de descubierto de sus cuentas corrientes, o el
      *    saldo deudor si es mayor.
           05    EX-DESCUBIERTOS     PIC S9(14)V99.
      *    Capital pendiente de sus préstamos vigentes.
           05    EX-PRESTAMOS        PIC S9(14)V99.
      *    Nominal de sus cheques descontados vigentes.
           05    EX-DESCUENTOS       PIC S9(14)V99.
      *    Límites de compra de sus tarjetas de crédito, o la
      *    deuda si es mayor.
           05    EX-TARJETAS         PIC S9(14)V99.
      *    Montos que garantiza en préstamos vigentes de terceros.
           05    EX-GARANTIAS        PIC S9(14)V99.
           05    EX-TOTAL            PIC S9(14)V99.
