           05    CLA-SITUACION       PIC 9(01).
           05    CLA-DIAS-ATRASO     PIC 9(05).
      *    Deuda total computada: cuotas impagas de préstamos más
      *    el descubierto no autorizado en cuentas, la deuda de
      *    tarjetas de crédito y el saldo a recuperar de los
      *    préstamos castigados.
           05    CLA-DEUDA-TOTAL     PIC S9(14)V99.
      *    'S' cuando la situación quedó sostenida por un préstamo
      *    refinanciado que aún no cumple las cuotas pagas para
      *    recategorizar.
           05    CLA-REFINANCIADO    PIC X(01) VALUE 'N'.
                 88    CLASIFICADO-REFINANCIADO VALUE 'S'.
      *    Riesgo contingente como garante o codeudor de préstamos
      *    vigentes de terceros: lo garantizado, hasta el saldo
      *    pendiente de cada préstamo. No entra en la deuda total
      *    ni en la situación.
           05    CLA-DEUDA-CONTINGENTE PIC S9(14)V99.
