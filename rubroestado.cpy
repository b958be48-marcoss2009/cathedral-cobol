      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE RUBROS DE LOS
      * ESTADOS CONTABLES (ARCHIVO-RUBROS, rubros_estados.dat,
      * indexado por cuenta del plan). Dice en qué rubro del Estado
      * de Situación Patrimonial o del Estado de Resultados se
      * presenta cada cuenta de plan_cuentas.dat. El primer dígito
      * del rubro es la sección del estado: 1 activo, 2 pasivo,
      * 3 patrimonio neto, 4 ingresos, 5 egresos. Una cuenta del
      * plan sin rubro asignado se presenta en "otros" de la
      * sección que corresponde a su PC-RUBRO.
           05    RE-CUENTA           PIC 9(04).
           05    RE-RUBRO            PIC 9(03).
           05    RE-DESCRIPCION      PIC X(30).
