      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE CONSUMOS DE
      * TARJETA DE CREDITO (ARCHIVO-CONSUMOS, consumos_tarjeta.dat,
      * indexado por cuenta tarjeta y número de consumo). Cada
      * compra informada por la procesadora queda como un plan de
      * cuotas (una sola cuota si fue en un pago) que el cierre de
      * resúmenes va facturando mes a mes.
           05    CT-CLAVE.
                 10    CT-CUENTA-TARJETA   PIC 9(06).
                 10    CT-NUMERO           PIC 9(06).
           05    CT-TARJETA          PIC 9(16).
           05    CT-FECHA-CONSUMO    PIC 9(08).
           05    CT-COMERCIO         PIC X(20).
           05    CT-MONTO-TOTAL      PIC S9(12)V99.
           05    CT-CANT-CUOTAS      PIC 9(02).
           05    CT-CUOTAS-FACTURADAS PIC 9(02).
      *    Importe de cada cuota; la última absorbe el redondeo.
           05    CT-MONTO-CUOTA      PIC S9(12)V99.
           05    CT-ESTADO           PIC X(01) VALUE 'V'.
                 88    CONSUMO-CON-CUOTAS  VALUE 'V'.
                 88    CONSUMO-FACTURADO   VALUE 'F'.
