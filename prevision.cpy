      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE PREVISIONES POR
      * RIESGO DE INCOBRABILIDAD (ARCHIVO-PREVISIONES,
      * previsiones.dat, indexado por DNI + período). Lo escribe el
      * batch mensual PREVISIONAR-CARTERA: un registro por deudor
      * clasificado y por mes, y uno de totales del mes con DNI en
      * cero, cuya sola existencia indica que el período ya se
      * previsionó y contabilizó.
           05    PV-CLAVE.
                 10  PV-DNI          PIC 9(08).
      *          Período previsionado, AAAAMM.
                 10  PV-PERIODO      PIC 9(06).
           05    PV-SUCURSAL         PIC 9(03).
           05    PV-SITUACION        PIC 9(01).
      *    Deuda clasificada (sin los castigados, que ya están
      *    fuera del activo) y garantías computables: plazos fijos
      *    del deudor prendados a sus préstamos.
           05    PV-DEUDA            PIC S9(14)V99.
           05    PV-GARANTIA         PIC S9(14)V99.
      *    Porcentaje aplicado sobre la deuda neta de garantías,
      *    en puntos (025,00 = 25%).
           05    PV-PORCENTAJE       PIC 9(03)V99.
           05    PV-PREVISION        PIC S9(14)V99.
