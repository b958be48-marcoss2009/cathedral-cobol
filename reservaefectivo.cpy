      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE RESERVAS DE
      * EFECTIVO (ARCHIVO-RESERVAS-EFE, reservas_efectivo.dat,
      * indexado por número). El cliente que va a retirar un monto
      * grande en efectivo avisa con anticipación: la reserva
      * indica cuánto, en qué moneda, en qué sucursal y qué día,
      * para que tesorería pida el dinero, y mientras está vigente
      * le reserva los fondos en la cuenta como una
      * preautorización (CALCULAR-FONDOS-RETENIDOS la suma). El
      * día pactado CAJA la reconoce y la paga sin el límite
      * diario del canal; si nadie viene, el batch la libera.
           05    RE-NUMERO           PIC 9(06).
           05    RE-CUENTA           PIC 9(08).
      *    Sucursal donde se entrega el efectivo.
           05    RE-SUCURSAL         PIC 9(03).
      *    Moneda del efectivo; es siempre la de la cuenta.
           05    RE-MONEDA           PIC X(03).
           05    RE-MONTO            PIC S9(12)V99.
      *    Día pactado para el retiro y fecha en que se pidió,
      *    AAAAMMDD.
           05    RE-FECHA-RETIRO     PIC 9(08).
           05    RE-FECHA-ALTA       PIC 9(08).
           05    RE-OPERADOR         PIC X(08).
           05    RE-ESTADO           PIC X(01) VALUE 'V'.
                 88    RESERVA-VIGENTE     VALUE 'V'.
                 88    RESERVA-PAGADA      VALUE 'P'.
                 88    RESERVA-LIBERADA    VALUE 'L'.
                 88    RESERVA-ANULADA     VALUE 'A'.
      *    Fecha en que se pagó, se liberó o se anuló.
           05    RE-FECHA-BAJA       PIC 9(08).
