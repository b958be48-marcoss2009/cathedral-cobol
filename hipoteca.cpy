      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE GARANTIAS
      * HIPOTECARIAS (ARCHIVO-HIPOTECAS, hipotecas.dat, indexado
      * por número de préstamo). ALTA-PRESTAMO carga el inmueble de
      * cada préstamo hipotecario, con su tasación, los datos de
      * la inscripción en el registro de la propiedad y el grado
      * de la hipoteca, y controla contra la tasación la relación
      * préstamo/valor. El seguro de incendio obligatorio se
      * cobra todos los meses junto con la cuota. Cancelado el
      * préstamo, LIBERAR-HIPOTECA deja la hipoteca liberada e
      * imprime la carta de liberación; la refinanciación la
      * pasa al préstamo nuevo.
           05    HI-PRESTAMO         PIC 9(06).
      *    Inmueble gravado: domicilio, matrícula (folio real) y
      *    circunscripción del registro donde se inscribió.
           05    HI-DOMICILIO        PIC X(40).
           05    HI-MATRICULA        PIC X(20).
           05    HI-REGISTRO         PIC X(30).
      *    Grado de la hipoteca (1 = primer grado).
           05    HI-GRADO            PIC 9(01) VALUE 1.
           05    HI-VALOR-TASACION   PIC S9(12)V99.
           05    HI-FECHA-TASACION   PIC 9(08).
           05    HI-FECHA-INSCRIPCION PIC 9(08).
           05    HI-FECHA-LIBERACION PIC 9(08) VALUE ZERO.
      *    Prima mensual del seguro de incendio, fijada al alta
      *    sobre el valor de tasación.
           05    HI-SEGURO-MENSUAL   PIC S9(12)V99.
           05    HI-ESTADO           PIC X(01) VALUE 'V'.
                 88    HIPOTECA-VIGENTE    VALUE 'V'.
                 88    HIPOTECA-LIBERADA   VALUE 'L'.
