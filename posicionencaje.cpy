      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE POSICION DIARIA
      * DE EFECTIVO MINIMO (ARCHIVO-POSICION-ENCAJE,
      * posicion_encaje.dat, indexado por moneda y fecha). Lo graba
      * CALCULAR-EFECTIVO-MINIMO una vez por día y moneda (una
      * nueva corrida del mismo día lo reemplaza) y es el detalle
      * diario de la posición mensual que se presenta.
           05    PO-CLAVE.
                 10    PO-MONEDA           PIC X(03).
                 10    PO-FECHA            PIC 9(08).
      *    Depósitos alcanzados: a la vista (cuentas corrientes y
      *    cajas de ahorro) y a plazo (plazos fijos vigentes).
           05    PO-DEPOSITOS-VISTA  PIC S9(14)V99.
           05    PO-DEPOSITOS-PLAZO  PIC S9(14)V99.
           05    PO-EXIGENCIA        PIC S9(14)V99.
      *    Integración: efectivo en las bóvedas de las sucursales
      *    (control.dat) más el saldo en la cuenta corriente en el
      *    BCRA.
           05    PO-EFECTIVO         PIC S9(14)V99.
           05    PO-SALDO-BCRA       PIC S9(14)V99.
           05    PO-INTEGRACION      PIC S9(14)V99.
      *    Integración menos exigencia: positiva excedente,
      *    negativa defecto.
           05    PO-POSICION         PIC S9(14)V99.
