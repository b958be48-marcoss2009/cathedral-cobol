      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE CONVENIOS DE
      * HABERES (ARCHIVO-CONVENIOS, convenios_haberes.dat, indexado
      * por el código de la empresa en empresas.dat). Un convenio
      * por empleador: en qué sucursal se radican las cuentas
      * sueldo de sus empleados y cuántas se abrieron. Lo mantiene
      * MANTENER-CONVENIOS y lo usa ABRIR-CUENTAS-SUELDO para la
      * apertura masiva.
           05    CV-EMPRESA          PIC X(06).
      *    CUIT del empleador, para el archivo de respuesta.
           05    CV-CUIT             PIC 9(11).
           05    CV-SUCURSAL         PIC 9(03).
           05    CV-FECHA-ALTA       PIC 9(08).
           05    CV-ESTADO           PIC X(01) VALUE 'A'.
                 88    CONVENIO-ACTIVO      VALUE 'A'.
                 88    CONVENIO-DE-BAJA     VALUE 'B'.
           05    CV-CANT-CUENTAS     PIC 9(06) VALUE ZERO.
           05    CV-OPERADOR         PIC X(08).
