      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE POSICION GLOBAL
      * NETA EN MONEDA EXTRANJERA (ARCHIVO-POSICION-CAMBIO,
      * posicion_cambio.dat, indexado por fecha y moneda). Lo graba
      * POSICION-GLOBAL-CAMBIO una vez por día y moneda extranjera
      * (una nueva corrida del mismo día lo reemplaza); con él se
      * arma el archivo mensual de presentación al BCRA.
           05    PG-CLAVE.
                 10    PG-FECHA            PIC 9(08).
                 10    PG-MONEDA           PIC X(03).
      *    Activos en la moneda: efectivo en las bóvedas de las
      *    sucursales y capital adeudado de los préstamos vigentes.
           05    PG-ACTIVO-EFECTIVO  PIC S9(14)V99.
           05    PG-ACTIVO-PRESTAMOS PIC S9(14)V99.
      *    Pasivos en la moneda: saldos acreedores de cuentas,
      *    plazos fijos vigentes y cheques de gerencia emitidos.
           05    PG-PASIVO-DEPOSITOS PIC S9(14)V99.
           05    PG-PASIVO-PLAZOS    PIC S9(14)V99.
           05    PG-PASIVO-GERENCIA  PIC S9(14)V99.
      *    Activos menos pasivos en la moneda (positiva comprada,
      *    negativa vendida), tipo de cambio de cierre (promedio
      *    de las puntas compradora y vendedora) y su valor en
      *    pesos.
           05    PG-POSICION-ME      PIC S9(14)V99.
           05    PG-TIPO-CAMBIO      PIC 9(06)V9999.
           05    PG-POSICION-ARS     PIC S9(14)V99.
