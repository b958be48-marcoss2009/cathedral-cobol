      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE SALDOS DE LA
      * CUENTA CORRIENTE EN EL BCRA (ARCHIVO-SALDOS-BCRA,
      * saldos_bcra.dat, indexado por moneda y fecha). Tesorería
      * carga cada día el saldo que informa el extracto del Banco
      * Central; CALCULAR-EFECTIVO-MINIMO toma el último cargado a
      * la fecha de proceso para la integración del efectivo
      * mínimo.
           05    BC-CLAVE.
                 10    BC-MONEDA           PIC X(03).
                 10    BC-FECHA            PIC 9(08).
           05    BC-SALDO            PIC S9(14)V99.
           05    BC-OPERADOR         PIC X(08).
