      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE SINIESTROS DEL
      * SEGURO DE VIDA SALDO DEUDOR (ARCHIVO-SINIESTROS,
      * siniestros_vida.dat, indexado por número de préstamo).
      * PROCESO-FALLECIMIENTO abre un siniestro por cada préstamo
      * vigente del titular fallecido, por el saldo de capital
      * pendiente, y deja el préstamo fuera del cobro de cuotas.
      * Cuando la aseguradora paga, el mismo proceso registra el
      * pago y cancela el préstamo en lugar de reclamarle a la
      * sucesión; si la aseguradora rechaza, el préstamo vuelve
      * al cobro normal.
           05    SI-PRESTAMO         PIC 9(06).
           05    SI-CUENTA           PIC 9(08).
           05    SI-DNI              PIC 9(08).
           05    SI-FECHA-FALLECIMIENTO PIC 9(08).
           05    SI-FECHA-DENUNCIA   PIC 9(08).
           05    SI-SALDO-RECLAMADO  PIC S9(12)V99.
           05    SI-ESTADO           PIC X(01) VALUE 'A'.
                 88    SINIESTRO-ABIERTO   VALUE 'A'.
                 88    SINIESTRO-PAGADO    VALUE 'P'.
                 88    SINIESTRO-RECHAZADO VALUE 'R'.
           05    SI-FECHA-RESOLUCION PIC 9(08) VALUE ZERO.
           05    SI-MONTO-PAGADO     PIC S9(12)V99 VALUE ZERO.
           05    SI-OPERADOR         PIC X(08).
