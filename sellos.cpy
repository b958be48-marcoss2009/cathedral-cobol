      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE ALICUOTAS DEL
      * IMPUESTO DE SELLOS (ARCHIVO-SELLOS, alicuotas_sellos.dat,
      * indexado por provincia + instrumento). Cada provincia grava
      * con su propia alícuota los contratos de préstamo y los
      * certificados de plazo fijo instrumentados en sus
      * sucursales; la provincia de cada sucursal sale de
      * OBTENER-PROVINCIA-SUCURSAL. Sin alícuota cargada el
      * instrumento no tributa en esa provincia.
           05    SE-CLAVE.
      *          Provincia (letra del código de provincia: B
      *          Buenos Aires, C Ciudad de Buenos Aires, X Córdoba,
      *          S Santa Fe, M Mendoza, etc.).
                 10  SE-PROVINCIA    PIC X(01).
      *          Instrumento gravado: 'P' contrato de préstamo,
      *          'F' certificado de plazo fijo.
                 10  SE-INSTRUMENTO  PIC X(01).
                     88  SE-PRESTAMO     VALUE 'P'.
                     88  SE-PLAZO-FIJO   VALUE 'F'.
           05    SE-NOMBRE-PROVINCIA PIC X(30).
      *    Alícuota sobre el monto del instrumento (ej. 0.0120).
           05    SE-ALICUOTA         PIC V9(04).
