      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE PRIMAS DE
      * SEGUROS COBRADAS (ARCHIVO-PRIMAS, primas_seguros.dat,
      * indexado por período + préstamo + ramo). Cada prima que se
      * debita con una cuota (seguro de vida saldo deudor de todo
      * préstamo, seguro de incendio del hipotecario) se acumula
      * vía REGISTRAR-PRIMA-SEGURO en el renglón del mes del
      * préstamo. El batch mensual RENDIR-PRIMAS-SEGUROS rinde a
      * la aseguradora lo cobrado en los meses cerrados y marca
      * los renglones rendidos.
           05    SV-CLAVE.
                 10  SV-PERIODO      PIC 9(06).
                 10  SV-PRESTAMO     PIC 9(06).
      *          'V' vida saldo deudor, 'I' incendio.
                 10  SV-RAMO         PIC X(01).
                     88  RAMO-VIDA         VALUE 'V'.
                     88  RAMO-INCENDIO     VALUE 'I'.
           05    SV-CUENTA           PIC 9(08).
      *    Capital asegurado en la última prima del mes (saldo de
      *    capital del préstamo en vida, tasación en incendio).
           05    SV-CAPITAL-ASEGURADO PIC S9(12)V99.
           05    SV-PRIMA            PIC S9(12)V99.
           05    SV-CANT-PRIMAS      PIC 9(03).
           05    SV-ESTADO           PIC X(01) VALUE 'P'.
                 88    PRIMA-A-RENDIR      VALUE 'P'.
                 88    PRIMA-RENDIDA       VALUE 'R'.
           05    SV-FECHA-RENDICION  PIC 9(08) VALUE ZERO.
