      * tipo de operación.
           05    RG-CONCEPTO         PIC 9(03).
           05    RG-CUENTA-CONTRA    PIC 9(04).
      *    Segunda cuenta de los asientos directos entre cuentas
      *    del plan (operaciones 'G' y 'V' de
      *    CONTABILIZAR-MOVIMIENTO); cero en las reglas comunes.
           05    RG-CUENTA-ALTERNA   PIC 9(04).
