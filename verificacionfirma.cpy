      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE VERIFICACIONES DE
      * FIRMA (ARCHIVO-VERIFICACIONES, verificaciones_firma.dat, un
      * renglón por verificación). Lo escribe VERIFICAR-FIRMA cada
      * vez que un cajero compara la firma de un cheque o de un
      * retiro contra el registro de firmas, y lo lee
      * MANTENER-FIRMAS. Es la prueba de quién verificó qué firma y
      * con qué resultado cuando se discute un cheque falsificado.
      *    Fecha y hora de la verificación, AAAAMMDDHHMMSS.
           05    VF-FECHA-HORA       PIC X(14).
           05    VF-CUENTA           PIC 9(08).
      *    DNI del firmante contra cuyo registro se comparó (cero si
      *    el cajero no reconoció ninguna firma de la cuenta).
           05    VF-DNI              PIC 9(08).
      *    Circuito que pidió la verificación (COBRO-CHEQUE,
      *    RETIRO-CAJA) y su referencia (número de cheque, cero en
      *    un retiro).
           05    VF-ORIGEN           PIC X(12).
           05    VF-REFERENCIA       PIC 9(08).
           05    VF-RESULTADO        PIC X(01).
                 88    VERIF-CONFORME       VALUE 'C'.
                 88    VERIF-NO-CONFORME    VALUE 'N'.
                 88    VERIF-SIN-REGISTRO   VALUE 'S'.
                 88    VERIF-VENCIDA        VALUE 'V'.
      *    Cajero que verificó y, si se pagó sin registro vigente,
      *    el supervisor que lo autorizó.
           05    VF-OPERADOR         PIC X(08).
           05    VF-AUTORIZANTE      PIC X(08).
