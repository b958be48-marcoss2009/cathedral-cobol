      * ARCHIVO CON LA DEFINICION DEL REGISTRO DEL DIARIO DE
      * CONTINGENCIA DE CAJA (ARCHIVO-CONTINGENCIA,
      * contingencia_caja.dat, indexado por número). Cada depósito
      * o retiro que CAJA-CONTINGENCIA atiende mientras cuentas.dat
      * o el historial de cuentas/ no están disponibles queda acá,
      * con el saldo de cierre contra el que se controló, hasta que
      * REPROCESAR-CONTINGENCIA lo postea por MOVIMIENTO-CUENTA o
      * lo rechaza para su seguimiento.
           05    CG-NUMERO           PIC 9(06).
           05    CG-FECHA-HORA       PIC X(14).
           05    CG-SUCURSAL         PIC 9(03).
      *    Cajero que atendió y supervisor que habilitó la caja en
      *    contingencia.
           05    CG-OPERADOR         PIC X(08).
           05    CG-AUTORIZANTE      PIC X(08).
           05    CG-CUENTA           PIC 9(08).
      *    DNI de quien se presentó en la ventanilla (documento a la
      *    vista): en un retiro se controla en el reproceso contra
      *    titular y cotitulares.
           05    CG-DNI              PIC 9(08).
           05    CG-TIPO             PIC X(01).
                 88    CONTINGENCIA-DEPOSITO    VALUE 'D'.
                 88    CONTINGENCIA-RETIRO      VALUE 'R'.
           05    CG-MONTO            PIC S9(12)V99.
      *    Último saldo de cierre (saldos_diarios.dat) y su fecha.
           05    CG-SALDO-CIERRE     PIC S9(12)V99.
           05    CG-FECHA-CIERRE     PIC 9(08).
           05    CG-ESTADO           PIC X(01) VALUE 'P'.
                 88    CONTINGENCIA-PENDIENTE   VALUE 'P'.
                 88    CONTINGENCIA-POSTEADA    VALUE 'A'.
                 88    CONTINGENCIA-RECHAZADA   VALUE 'X'.
      *    Reproceso: fecha, supervisor y, si no se pudo postear,
      *    el motivo para el seguimiento.
           05    CG-FECHA-REPROCESO  PIC 9(08).
           05    CG-SUPERVISOR       PIC X(08).
           05    CG-MOTIVO           PIC X(40).
