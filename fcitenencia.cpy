      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE TENENCIAS DEL
      * FONDO COMÚN DE INVERSIÓN (ARCHIVO-TENENCIAS-FCI,
      * fci_tenencias.dat, indexado por DNI). Una tenencia por
      * cliente en el fondo money market del banco, expresada en
      * cuotapartes; se valúa con la cuotaparte del día
      * (cuotapartes.dat) a través de OBTENER-VALOR-CUOTAPARTE.
           05    FT-DNI              PIC 9(08).
      *    Cuenta en pesos de la que sale la suscripción y a la que
      *    vuelve el rescate.
           05    FT-CUENTA           PIC 9(08).
           05    FT-CUOTAPARTES      PIC 9(10)V9(06).
      *    Pesos aportados netos de rescates, para mostrar el
      *    resultado de la tenencia.
           05    FT-APORTADO         PIC S9(12)V99.
           05    FT-FECHA-ALTA       PIC 9(08).
           05    FT-FECHA-ULT-MOV    PIC 9(08).
