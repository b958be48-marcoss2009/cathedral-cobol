      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE TASAS DE EFECTIVO
      * MINIMO (ARCHIVO-TASAS-ENCAJE, tasas_encaje.dat, indexado por
      * moneda, tipo de depósito y tramo de plazo). Porcentaje de
      * cada clase de depósito que el Banco Central exige mantener
      * inmovilizado en efectivo y en la cuenta corriente en el
      * BCRA. Lo usa CALCULAR-EFECTIVO-MINIMO y lo mantiene
      * tesorería con MANTENER-EFECTIVO-MINIMO cuando cambia la
      * normativa.
           05    TE-CLAVE.
                 10    TE-MONEDA           PIC X(03).
      *          'C' cuenta corriente, 'S' caja de ahorro, 'F'
      *          plazo fijo.
                 10    TE-TIPO             PIC X(01).
                       88    ENCAJE-CUENTA-CORRIENTE VALUE 'C'.
                       88    ENCAJE-CAJA-AHORRO      VALUE 'S'.
                       88    ENCAJE-PLAZO-FIJO       VALUE 'F'.
      *          Plazo fijo por plazo residual: 1 hasta 29 días, 2 de
      *          30 a 59, 3 de 60 a 89, 4 de 90 a 179, 5 desde 180.
      *          Cero para los depósitos a la vista.
                 10    TE-TRAMO            PIC 9(01).
           05    TE-PORCENTAJE       PIC 9(03)V99.
           05    TE-FECHA-ALTA       PIC 9(08).
           05    TE-OPERADOR         PIC X(08).
