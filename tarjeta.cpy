      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE TARJETAS DE
      * DEBITO Y DE CREDITO (ARCHIVO-TARJETAS, tarjetas.dat,
      * indexado por número de tarjeta). Es el maestro que le
      * faltaba al canal de cajeros: hasta ahora cualquier
      * plástico operaba porque no había dónde registrarlo ni
      * bloquearlo. El plástico de crédito apunta además a su
      * cuenta tarjeta (cuentas_tarjeta.dat), que lleva el
      * límite, los consumos y los resúmenes.
           05    TJ-NUMERO           PIC 9(16).
      *    Cuenta a la que debita la tarjeta (CC-NUMERO-CUENTA);
      *    en las de crédito, la cuenta del débito automático del
      *    resumen.
           05    TJ-CUENTA           PIC 9(08).
           05    TJ-FECHA-EMISION    PIC 9(08).
      *    Fecha de vencimiento del plástico, AAAAMMDD: vencida,
                 88    BLOQUEO-EXTRAVIO    VALUE 'E'.
                 88    BLOQUEO-ROBO        VALUE 'R'.
                 88    BLOQUEO-PREVENTIVO  VALUE 'P'.
      *    Débito o crédito; los plásticos emitidos antes de
      *    existir las tarjetas de crédito quedan en blanco y son
      *    de débito.
           05    TJ-TIPO             PIC X(01) VALUE 'D'.
                 88    TARJETA-DEBITO      VALUE 'D' ' '.
                 88    TARJETA-CREDITO     VALUE 'C'.
      *    Cuenta tarjeta (TC-NUMERO) del plástico de crédito;
      *    cero en las de débito.
           05    TJ-CUENTA-TARJETA   PIC 9(06).
