      *    poder rastrear cada renglón del diario hasta el negocio
      *    que lo generó.
           05    AS-CONCEPTO         PIC 9(03).
      *    Sucursal con la que se abre la posición cuando el
      *    renglón es una pata de la cuenta de enlace; cero en todo
      *    otro renglón.
           05    AS-SUCURSAL-ENLACE  PIC 9(03).
      *    Referencia del negocio que originó el asiento de enlace
      *    (transferencia, traslado o remesa), la misma en las dos
      *    sucursales para poder empatar ambas patas.
           05    AS-REFERENCIA       PIC X(20).
