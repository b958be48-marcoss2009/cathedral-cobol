      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE DIFERENCIAS ENTRE
      * AUXILIARES Y MAYOR (ARCHIVO-DIF-MAYOR, diferencias_mayor.dat,
      * indexado por período, producto, sucursal y moneda). Lo graba
      * CONCILIAR-AUXILIARES-MAYOR cuando el total de un archivo
      * operativo (saldos de cuentas, capital de préstamos, capital
      * de plazos fijos) no coincide con su cuenta del libro
      * diario. Mientras quede una pendiente en el mes,
      * GESTIONAR-PERIODOS no deja cerrarlo: hay que explicarla con
      * EXPLICAR-DIFERENCIAS-MAYOR.
           05    DM-CLAVE.
                 10    DM-PERIODO          PIC 9(06).
      *          'D' depósitos a la vista (cuentas.dat), 'P'
      *          préstamos (capital de cuotas pendientes), 'F'
      *          plazos fijos vigentes.
                 10    DM-PRODUCTO         PIC X(01).
                       88    PRODUCTO-DEPOSITOS   VALUE 'D'.
                       88    PRODUCTO-PRESTAMOS   VALUE 'P'.
                       88    PRODUCTO-PLAZOS-FIJOS VALUE 'F'.
                 10    DM-SUCURSAL         PIC 9(03).
                 10    DM-MONEDA           PIC X(03).
      *    Cuenta del plan contra la que se concilió y fecha de la
      *    última corrida que la vio.
           05    DM-CUENTA-MAYOR     PIC 9(04).
           05    DM-FECHA-DETECCION  PIC 9(08).
           05    DM-SALDO-AUXILIAR   PIC S9(14)V99.
           05    DM-SALDO-MAYOR      PIC S9(14)V99.
      *    Auxiliar menos mayor.
           05    DM-DIFERENCIA       PIC S9(14)V99.
      *    Pendiente, explicada (con su motivo) o conciliada sola
      *    porque una corrida posterior ya no la encontró.
           05    DM-ESTADO           PIC X(01) VALUE 'P'.
                 88    DIF-MAYOR-PENDIENTE   VALUE 'P'.
                 88    DIF-MAYOR-EXPLICADA   VALUE 'E'.
                 88    DIF-MAYOR-CONCILIADA  VALUE 'C'.
           05    DM-MOTIVO           PIC X(40).
           05    DM-OPERADOR         PIC X(08).
