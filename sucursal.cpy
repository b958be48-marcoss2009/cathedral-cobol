      * ARCHIVO CON LA DEFINICION DEL REGISTRO DEL MAESTRO DE
      * SUCURSALES (ARCHIVO-SUCURSALES, sucursales.dat, indexado por
      * sucursal). Datos de cada sucursal del banco: nombre,
      * domicilio, provincia, región y gerente, más la hora de corte
      * propia que reemplaza a PA-HORA-CORTE para sus cuentas. La
      * consulta OBTENER-SUCURSAL; la mantiene MANTENER-SUCURSALES.
           05    SU-SUCURSAL         PIC 9(03).
           05    SU-NOMBRE           PIC X(30).
           05    SU-DOMICILIO        PIC X(40).
      *    Letra del código de provincia, la misma de SE-PROVINCIA.
           05    SU-PROVINCIA        PIC X(01).
      *    Región comercial a la que reporta la sucursal; los
      *    listados por sucursal subtotalizan por este campo.
           05    SU-REGION           PIC X(15).
           05    SU-GERENTE          PIC X(30).
      *    Hora de corte HHMM de la sucursal; cero = rige la
      *    general de PA-HORA-CORTE.
           05    SU-HORA-CORTE       PIC 9(04).
           05    SU-ESTADO           PIC X(01).
                 88    SUCURSAL-ACTIVA     VALUE 'A'.
                 88    SUCURSAL-CERRADA    VALUE 'C'.
