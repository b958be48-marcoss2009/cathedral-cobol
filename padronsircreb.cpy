      * ARCHIVO CON LA DEFINICION DEL REGISTRO DEL PADRON SIRCREB
      * (ARCHIVO-PADRON-SIRCREB, padron_sircreb.dat, indexado por
      * período y CUIT). Un renglón por contribuyente incluido en
      * el padrón mensual de retenciones de ingresos brutos sobre
      * acreditaciones bancarias, con la alícuota que le toca en
      * ese mes. Lo alimenta CARGAR-PADRON-SIRCREB y lo consulta
      * OBTENER-ALICUOTA-SIRCREB; los padrones de meses anteriores
      * se conservan para poder rearmar la presentación de un mes
      * ya cerrado.
           05    PS-CLAVE.
      *          Mes de vigencia del padrón (AAAAMM).
                 10  PS-PERIODO          PIC 9(06).
      *          CUIT con el DNI adelante, para llegar con un START
      *          a las entradas de un DNI sin conocer el prefijo ni
      *          el verificador (el titular persona física no
      *          siempre tiene su CUIT cargado en el maestro).
                 10  PS-DNI              PIC 9(08).
                 10  PS-PREFIJO          PIC 9(02).
                     88  PS-PERSONA-FISICA   VALUE 20 23 24 27.
                 10  PS-VERIFICADOR      PIC 9(01).
      *    CUIT tal como lo publica el padrón.
           05    PS-CUIT             PIC 9(11).
           05    PS-CUIT-PARTES REDEFINES PS-CUIT.
                 10  PS-CUIT-PREFIJO     PIC 9(02).
                 10  PS-CUIT-DNI         PIC 9(08).
                 10  PS-CUIT-VERIFICADOR PIC 9(01).
      *    Alícuota a retener sobre cada acreditación (ej. 0.0150).
           05    PS-ALICUOTA         PIC V9(04).
      *    Fecha de proceso de la carga que trajo la entrada.
           05    PS-FECHA-CARGA      PIC 9(08).
