      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE TASAS DE
      * REFERENCIA (ARCHIVO-TASAS-REFERENCIA, tasas_referencia.dat,
      * indexado por índice + fecha). Tabla fechada de tasas de
      * referencia (BADLAR u otras) que se carga como la de
      * cotizaciones. Un préstamo a tasa variable paga la tasa
      * del índice vigente a la fecha de cada ajuste más su
      * margen; OBTENER-TASA-REFERENCIA devuelve la última tasa
      * cargada a una fecha.
           05    TR-CLAVE.
                 10  TR-INDICE       PIC X(06).
                 10  TR-FECHA        PIC 9(08).
      *    Tasa nominal anual publicada para el índice.
           05    TR-TASA             PIC V9(04).
