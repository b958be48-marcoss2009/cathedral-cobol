      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE PRESTAMOS
      * CASTIGADOS (ARCHIVO-CASTIGOS, castigos.dat, indexado por
      * número de préstamo). Lo graba el batch CASTIGAR-PRESTAMOS
      * al dar de baja de la cartera un préstamo irrecuperable; los
      * recuperos posteriores de agencias de cobranza o juicios los
      * registra GESTIONAR-CASTIGOS contra este registro, con el
      * detalle de cada cobro en recuperos.dat.
           05    CA-PRESTAMO         PIC 9(06).
           05    CA-CUENTA           PIC 9(08).
           05    CA-DNI              PIC 9(08).
           05    CA-SUCURSAL         PIC 9(03).
           05    CA-FECHA-CASTIGO    PIC 9(08).
      *    Vencimiento de la cuota impaga más antigua: desde ahí
      *    sigue corriendo el atraso que informa la clasificación.
           05    CA-FECHA-MORA       PIC 9(08).
      *    Capital dado de baja del activo, y el interés vencido
      *    impago que queda reclamable pero nunca se registró.
           05    CA-CAPITAL-CASTIGADO PIC S9(12)V99.
           05    CA-INTERES-VENCIDO  PIC S9(12)V99.
           05    CA-TOTAL-RECUPERADO PIC S9(12)V99 VALUE ZERO.
           05    CA-FECHA-ULT-RECUPERO PIC 9(08) VALUE ZERO.
           05    CA-ESTADO           PIC X(01) VALUE 'C'.
                 88    CASTIGO-PENDIENTE   VALUE 'C'.
                 88    CASTIGO-RECUPERADO  VALUE 'R'.
