      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE RESCATES DEL
      * FONDO COMÚN DE INVERSIÓN (ARCHIVO-RESCATES-FCI,
      * fci_rescates.dat, indexado por número). Las cuotapartes
      * salen de la tenencia al pedir el rescate, valuadas a la
      * cuotaparte del día; los pesos se acreditan en la cuenta
      * el día hábil siguiente (T+1) por LIQUIDAR-RESCATES-FCI.
           05    RF-NUMERO           PIC 9(06).
           05    RF-DNI              PIC 9(08).
           05    RF-CUENTA           PIC 9(08).
           05    RF-CUOTAPARTES      PIC 9(10)V9(06).
           05    RF-VALOR-CUOTAPARTE PIC 9(06)V9(06).
           05    RF-MONTO            PIC S9(12)V99.
           05    RF-FECHA-SOLICITUD  PIC 9(08).
           05    RF-FECHA-LIQUIDACION PIC 9(08).
           05    RF-OPERADOR         PIC X(08).
           05    RF-ESTADO           PIC X(01) VALUE 'P'.
                 88    RESCATE-PENDIENTE   VALUE 'P'.
                 88    RESCATE-LIQUIDADO   VALUE 'L'.
