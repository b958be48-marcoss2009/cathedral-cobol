      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE GESTIONES DE
      * COBRANZA (ARCHIVO-GESTIONES, gestiones_cobranza.dat,
      * indexado por caso + secuencia). Es la bitácora del caso:
      * los contactos y promesas de pago que carga el gestor desde
      * GESTIONAR-COBRANZA y los cambios que hace el batch
      * SEGUIMIENTO-COBRANZA (apertura, cambio de etapa, promesa
      * incumplida, cierre).
           05    GES-CLAVE.
                 10  GES-DNI         PIC 9(08).
                 10  GES-FECHA-APERTURA PIC 9(08).
                 10  GES-SECUENCIA   PIC 9(04).
           05    GES-FECHA           PIC 9(08).
           05    GES-TIPO            PIC X(01).
                 88    GESTION-LLAMADO       VALUE 'L'.
                 88    GESTION-ENTREVISTA    VALUE 'E'.
                 88    GESTION-PROMESA       VALUE 'P'.
                 88    GESTION-AUTOMATICA    VALUE 'S'.
           05    GES-DETALLE         PIC X(40).
           05    GES-OPERADOR        PIC X(08).
