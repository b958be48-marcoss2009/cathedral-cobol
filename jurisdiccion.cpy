      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE JURISDICCION DE
      * SUCURSALES (ARCHIVO-JURISDICCIONES,
      * jurisdicciones_sucursales.dat, indexado por sucursal).
      * Provincia en la que está radicada cada sucursal, para los
      * tributos provinciales (impuesto de sellos). La consulta
      * OBTENER-PROVINCIA-SUCURSAL.
           05    JU-SUCURSAL         PIC 9(03).
      *    Letra del código de provincia, la misma de SE-PROVINCIA.
           05    JU-PROVINCIA        PIC X(01).
