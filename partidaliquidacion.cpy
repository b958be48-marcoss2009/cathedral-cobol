      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE PARTIDAS DE LAS
      * CUENTAS DE LIQUIDACION (ARCHIVO-PARTIDAS-LIQ,
      * partidas_liquidacion.dat, indexado por número de partida).
      * Los pesos se liquidan por la cuenta corriente en el BCRA y
      * los dólares por la cuenta en el corresponsal, así que la
      * moneda dice de qué cuenta es la partida. Nuestro lado lo
      * graba REGISTRAR-PARTIDA-LIQUIDACION desde cada proceso que
      * liquida con otros bancos (salidas y entradas por CBU,
      * cámara, echeqs, red de cajeros); el lado del extracto lo
      * carga CONCILIAR-LIQUIDACIONES desde los archivos que
      * mandan el BCRA y el corresponsal.
           05    PL-NUMERO           PIC 9(08).
           05    PL-LADO             PIC X(01).
                 88    PARTIDA-PROPIA      VALUE 'P'.
                 88    PARTIDA-EXTRACTO    VALUE 'E'.
           05    PL-MONEDA           PIC X(03).
                 88    PARTIDA-BCRA        VALUE 'ARS'.
                 88    PARTIDA-CORRESPONSAL VALUE 'USD'.
           05    PL-FECHA            PIC 9(08).
      *    Proceso que originó la partida propia (CBU-SAL, CBU-ENT,
      *    CAMARA, ECHEQ, RED-ATM) o EXTRACTO.
           05    PL-ORIGEN           PIC X(10).
           05    PL-REFERENCIA       PIC X(20).
      *    Importe con signo desde el punto de vista de nuestra
      *    cuenta: positivo lo que entra (crédito del extracto),
      *    negativo lo que sale (débito).
           05    PL-IMPORTE          PIC S9(12)V99.
      *    Abierta, conciliada por el empate automático contra la
      *    partida del otro lado, o explicada a mano.
           05    PL-ESTADO           PIC X(01) VALUE 'A'.
                 88    PARTIDA-ABIERTA     VALUE 'A'.
                 88    PARTIDA-CONCILIADA  VALUE 'C'.
                 88    PARTIDA-EXPLICADA   VALUE 'X'.
           05    PL-NUMERO-CONTRA    PIC 9(08) VALUE ZERO.
           05    PL-FECHA-CIERRE     PIC 9(08) VALUE ZERO.
           05    PL-RESUELTO-POR     PIC X(08) VALUE SPACES.
           05    PL-EXPLICACION      PIC X(60) VALUE SPACES.
           05    PL-FECHA-CARGA      PIC 9(08).
