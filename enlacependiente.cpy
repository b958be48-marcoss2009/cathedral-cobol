      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE DIFERENCIAS DE
      * ENLACE (ARCHIVO-ENLACES, enlaces_pendientes.dat, indexado
      * por referencia y moneda). Cada operación entre sucursales
      * cuyas dos patas en la cuenta de enlace no netean a cero.
      * La graba CONCILIAR-ENLACES y queda abierta, envejeciendo,
      * hasta que la otra pata aparece o alguien la resuelve con
      * RESOLVER-ENLACES.
           05    EN-CLAVE.
                 10    EN-REFERENCIA       PIC X(20).
                 10    EN-MONEDA           PIC X(03).
      *    Fecha de la primera pata en el diario (desde cuándo está
      *    abierta) y fecha en que la conciliación la detectó.
           05    EN-FECHA-ORIGEN     PIC 9(08).
           05    EN-FECHA-DETECCION  PIC 9(08).
      *    Sucursal de la primera pata y sucursal contra la que
      *    abrió la posición.
           05    EN-SUCURSAL         PIC 9(03).
           05    EN-SUCURSAL-CONTRA  PIC 9(03).
           05    EN-CONCEPTO         PIC 9(03).
      *    Lo que falta para que las patas neteen a cero (debe
      *    menos haber de la cuenta de enlace).
           05    EN-DIFERENCIA       PIC S9(12)V99.
           05    EN-TIPO-DIFERENCIA  PIC X(01).
                 88    DIF-SIN-CONTRAPARTIDA VALUE 'S'.
                 88    DIF-IMPORTE           VALUE 'I'.
                 88    DIF-SUCURSALES        VALUE 'C'.
                 88    DIF-PATAS-DE-MAS      VALUE 'M'.
      *    Abierta, conciliada sola (llegó la pata que faltaba) o
      *    resuelta a mano con su explicación.
           05    EN-ESTADO           PIC X(01) VALUE 'A'.
                 88    ENLACE-ABIERTO        VALUE 'A'.
                 88    ENLACE-CONCILIADO     VALUE 'C'.
                 88    ENLACE-RESUELTO       VALUE 'R'.
           05    EN-FECHA-CIERRE     PIC 9(08).
           05    EN-RESUELTO-POR     PIC X(08).
           05    EN-COMENTARIO       PIC X(40).
