      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE CARTAS DE
      * CIRCULARIZACION (ARCHIVO-CIRCULARIZACIONES,
      * circularizaciones.dat, indexado por número de carta). Cada
      * carta de confirmación de saldos que piden los auditores
      * externos al cierre del ejercicio queda con el cliente, el
      * criterio por el que salió en la muestra, los saldos
      * circularizados y la respuesta del cliente.
           05    CI-NUMERO           PIC 9(06).
      *    Ejercicio circularizado: los saldos son al 31/12.
           05    CI-ANIO             PIC 9(04).
           05    CI-DNI              PIC 9(08).
           05    CI-NOMBRE           PIC X(30).
           05    CI-DOMICILIO        PIC X(40).
      *    Criterio de selección y cuenta que hizo entrar al
      *    cliente en la muestra.
           05    CI-CRITERIO         PIC X(01).
                 88    CRITERIO-MUESTRA    VALUE 'M'.
                 88    CRITERIO-UMBRAL     VALUE 'U'.
                 88    CRITERIO-DORMIDAS   VALUE 'D'.
                 88    CRITERIO-PRESTAMOS  VALUE 'P'.
           05    CI-CUENTA-SELECCION PIC 9(08).
           05    CI-CANT-CUENTAS     PIC 9(03).
           05    CI-CANT-PLAZOS      PIC 9(03).
           05    CI-CANT-PRESTAMOS   PIC 9(03).
      *    Saldos circularizados por moneda (1 pesos, 2 dólares);
      *    las partidas en UVA figuran en la carta pero no suman.
           05    CI-TOTALES          OCCURS 2 TIMES.
                 10  CI-SALDO-CUENTAS    PIC S9(14)V99.
                 10  CI-CAPITAL-PLAZOS   PIC S9(14)V99.
                 10  CI-SALDO-PRESTAMOS  PIC S9(14)V99.
           05    CI-FECHA-EMISION    PIC 9(08).
           05    CI-OPERADOR-EMISION PIC X(08).
           05    CI-ESTADO           PIC X(01) VALUE 'E'.
      *          Enviada, a la espera de la respuesta.
                 88    CARTA-ENVIADA       VALUE 'E'.
                 88    CARTA-CONFIRMADA    VALUE 'C'.
      *          El cliente no está conforme: la diferencia que
      *          señala queda en CI-OBSERVACION.
                 88    CARTA-DISCONFORME   VALUE 'D'.
                 88    CARTA-NO-DEVUELTA   VALUE 'N'.
           05    CI-FECHA-RESPUESTA  PIC 9(08) VALUE ZERO.
           05    CI-OPERADOR-RESPUESTA PIC X(08) VALUE SPACES.
           05    CI-OBSERVACION      PIC X(60) VALUE SPACES.
