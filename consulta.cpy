      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE CONSULTAS
      * (ARCHIVO-CONSULTAS, consultas.dat, un renglón por cada vez
      * que un operador ve datos de un cliente). Lo escriben
      * BUSCAR-CUENTA, CONSULTAR-CUENTA, CONSULTAR-MOVIMIENTOS,
      * POSICION-CLIENTE, EXTRACTO-CUENTA y RESPONDER-OFICIO a
      * través de REGISTRAR-CONSULTA, y lo lee INFORME-CONSULTAS.
      * Es la respuesta a "quién miró esta cuenta" que el diario de
      * auditoría, que sólo asienta cambios, no puede dar.
      *    Fecha y hora de la consulta, AAAAMMDDHHMMSS (mismo
      *    formato que AU-FECHA-HORA en auditoria.cpy).
           05    CO-FECHA-HORA       PIC X(14).
      *    Operador de la sesión que consultó.
           05    CO-OPERADOR         PIC X(08).
      *    Programa desde el que se consultó.
           05    CO-PROGRAMA         PIC X(24).
      *    Cuenta consultada (cero si la consulta fue por DNI sin
      *    llegar a una cuenta) y DNI del cliente (cero si no se
      *    conoce).
           05    CO-CUENTA           PIC 9(08).
           05    CO-DNI              PIC 9(08).
