      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE CASOS DE COBRANZA
      * (ARCHIVO-CASOS-COBRANZA, casos_cobranza.dat, indexado por
      * DNI + fecha de apertura). El batch diario
      * SEGUIMIENTO-COBRANZA abre un caso por cliente moroso
      * (cuotas de préstamos vencidas impagas, descubierto o saldo
      * castigado a recuperar), lo hace avanzar de etapa por días
      * de atraso o por promesa de pago incumplida y lo cierra solo
      * cuando el cliente queda al día. Los gestores registran los
      * contactos y las promesas desde GESTIONAR-COBRANZA; cada
      * gestión queda en gestiones_cobranza.dat.
           05    COB-CLAVE.
                 10  COB-DNI         PIC 9(08).
                 10  COB-FECHA-APERTURA PIC 9(08).
      *    Cuenta de la deuda más atrasada del cliente, a la que se
      *    dirigen las cartas.
           05    COB-CUENTA          PIC 9(08).
           05    COB-ETAPA           PIC 9(01).
                 88    ETAPA-RECORDATORIO    VALUE 1.
                 88    ETAPA-LLAMADO         VALUE 2.
                 88    ETAPA-CARTA-DOCUMENTO VALUE 3.
                 88    ETAPA-AGENCIA         VALUE 4.
                 88    ETAPA-LEGALES         VALUE 5.
           05    COB-FECHA-ETAPA     PIC 9(08).
      *    Atraso y deuda vencida del cliente al último seguimiento.
           05    COB-DIAS-ATRASO     PIC 9(05).
           05    COB-DEUDA-VENCIDA   PIC S9(12)V99.
      *    Promesa de pago en curso (una por vez). Se da por
      *    cumplida si al vencer la deuda vencida bajó por lo menos
      *    el monto prometido respecto de la que había al
      *    registrarla; si no, el caso pasa a la etapa siguiente.
           05    COB-PROMESA-FECHA   PIC 9(08) VALUE ZERO.
           05    COB-PROMESA-MONTO   PIC S9(12)V99 VALUE ZERO.
           05    COB-PROMESA-DEUDA   PIC S9(12)V99 VALUE ZERO.
           05    COB-PROMESA-ESTADO  PIC X(01) VALUE SPACE.
                 88    PROMESA-PENDIENTE     VALUE 'P'.
                 88    PROMESA-CUMPLIDA      VALUE 'C'.
                 88    PROMESA-INCUMPLIDA    VALUE 'I'.
      *    Última secuencia usada en gestiones_cobranza.dat.
           05    COB-CANT-GESTIONES  PIC 9(04) VALUE ZERO.
           05    COB-ESTADO          PIC X(01) VALUE 'A'.
                 88    COBRANZA-ABIERTA      VALUE 'A'.
                 88    COBRANZA-CERRADA      VALUE 'C'.
           05    COB-FECHA-CIERRE    PIC 9(08) VALUE ZERO.
