      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE MARGENES
      * CREDITICIOS (ARCHIVO-MARGENES, margen_crediticio.dat,
      * indexado por DNI). Línea de crédito aprobada para cada
      * cliente del maestro (DNI de la persona física o código
      * interno de la jurídica), en pesos y con vencimiento:
      * descubiertos, préstamos, cheques descontados, tarjetas de
      * crédito y garantías otorgadas consumen de ella. La
      * aprueba MANTENER-MARGEN-CREDITICIO con la firma de un
      * supervisor y la controla CONTROLAR-MARGEN-CREDITICIO en
      * cada producto nuevo.
           05    MC-DNI              PIC 9(08).
           05    MC-MONTO-APROBADO   PIC 9(12)V99.
           05    MC-FECHA-APROBACION PIC 9(08).
      *    Pasada esta fecha la línea no da margen: todo producto
      *    nuevo necesita supervisor hasta que se la renueve.
           05    MC-FECHA-VENCIMIENTO PIC 9(08).
           05    MC-OPERADOR         PIC X(08).
           05    MC-AUTORIZANTE      PIC X(08).
           05    MC-ESTADO           PIC X(01) VALUE 'V'.
                 88    MARGEN-VIGENTE      VALUE 'V'.
                 88    MARGEN-DE-BAJA      VALUE 'B'.
