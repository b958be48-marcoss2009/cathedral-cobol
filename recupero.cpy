      * ARCHIVO CON LA DEFINICION DEL RENGLON DE RECUPERO DE
      * CREDITO CASTIGADO (recuperos.dat, secuencial, un renglón
      * por cobro). Lo agrega GESTIONAR-CASTIGOS al registrar un
      * recupero contra castigos.dat.
           05    RE-PRESTAMO         PIC 9(06).
           05    RE-FECHA            PIC 9(08).
           05    RE-MONTO            PIC S9(12)V99.
           05    RE-ORIGEN           PIC X(01).
                 88    RECUPERO-AGENCIA    VALUE 'A'.
                 88    RECUPERO-JUDICIAL   VALUE 'J'.
      *    Agencia de cobranza o expediente del juicio.
           05    RE-REFERENCIA       PIC X(20).
           05    RE-OPERADOR         PIC X(08).
