      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE TRANSFERENCIAS
      * CON EL EXTERIOR (ARCHIVO-TRANSF-EXTERIOR,
      * transferencias_exterior.dat, indexado por número). Una
      * orden saliente la carga ORDENAR-TRANSFERENCIA-EXTERIOR y la
      * despacha TRANSF-EXTERIOR-SALIENTES; un pago entrante lo
      * carga y lo aplica TRANSF-EXTERIOR-ENTRANTES desde el
      * archivo del corresponsal. Las dos direcciones pasan por el
      * control de listas antes de liberarse, y lo liberado o
      * aplicado es lo que informa REGIMEN-OPERACIONES-CAMBIO.
           05    TE-NUMERO           PIC 9(08).
           05    TE-SENTIDO          PIC X(01).
                 88    TE-SALIENTE         VALUE 'S'.
                 88    TE-ENTRANTE         VALUE 'E'.
      *    Cuenta del cliente en Cathedral (la que se debita en una
      *    salida, la que se acredita en una entrada; cero si el
      *    beneficiario de una entrada no se identificó) y DNI de
      *    su titular.
           05    TE-CUENTA           PIC 9(08).
           05    TE-DNI              PIC 9(08).
      *    Banco del exterior (BIC), cuenta o IBAN, nombre y país
      *    (código ISO de 2 letras) de la contraparte: el
      *    beneficiario de una salida, el ordenante de una entrada.
           05    TE-BIC              PIC X(11).
           05    TE-CUENTA-EXTERIOR  PIC X(34).
           05    TE-NOMBRE-EXTERIOR  PIC X(30).
           05    TE-PAIS             PIC X(02).
      *    Código de concepto de la normativa cambiaria (p. ej.
      *    B05 importación de bienes, I07 ayuda familiar).
           05    TE-CONCEPTO-CAMBIO  PIC X(04).
           05    TE-MONEDA           PIC X(03).
           05    TE-IMPORTE-ME       PIC 9(12)V99.
      *    Quién paga los gastos: OUR el ordenante, SHA cada uno
      *    los de su banco, BEN el beneficiario.
           05    TE-GASTOS           PIC X(03).
                 88    GASTOS-ORDENANTE    VALUE 'OUR'.
                 88    GASTOS-COMPARTIDOS  VALUE 'SHA'.
                 88    GASTOS-BENEFICIARIO VALUE 'BEN'.
                 88    GASTOS-VALIDOS
                       VALUE 'OUR' 'SHA' 'BEN'.
      *    Importe que viaja en el mensaje: el ordenado, menos los
      *    gastos del corresponsal cuando los paga el beneficiario.
           05    TE-IMPORTE-ENVIADO  PIC 9(12)V99.
      *    Tipo de cambio aplicado (cero si la cuenta es en la
      *    moneda de la orden), importe debitado o acreditado en la
      *    moneda de la cuenta y contravalor en pesos.
           05    TE-TASA             PIC 9(06)V9999.
           05    TE-IMPORTE-CUENTA   PIC S9(12)V99.
           05    TE-IMPORTE-ARS      PIC S9(14)V99.
      *    Referencia del mensaje con el corresponsal.
           05    TE-REFERENCIA       PIC X(16).
           05    TE-ESTADO           PIC X(01) VALUE 'P'.
      *          Pendiente de despacho o de aplicación.
                 88    TE-PENDIENTE        VALUE 'P'.
      *          Retenida por el control de listas: la resuelve
      *          cumplimiento con RESOLVER-TRANSF-EXTERIOR.
                 88    TE-RETENIDA         VALUE 'R'.
      *          Salida despachada al corresponsal.
                 88    TE-LIBERADA         VALUE 'L'.
      *          Entrada acreditada en la cuenta del beneficiario.
                 88    TE-APLICADA         VALUE 'A'.
      *          Entrada sin beneficiario identificado: acreditada
      *          en la cuenta puente, en pendientes.dat.
                 88    TE-EN-PENDIENTES    VALUE 'H'.
      *          Rechazada (sin fondos, o por cumplimiento; la
      *          entrada rechazada se devuelve al ordenante).
                 88    TE-RECHAZADA        VALUE 'X'.
      *    Control de listas: 'N' todavía no controlada, 'S'
      *    controlada sin coincidencias, 'L' liberada por
      *    cumplimiento después de una retención (no se vuelve a
      *    retener por la misma coincidencia).
           05    TE-CONTROL-LISTAS   PIC X(01) VALUE 'N'.
                 88    LISTAS-LIBERADA     VALUE 'L'.
           05    TE-FECHA-ORDEN      PIC 9(08).
      *    Fecha en que se despachó o se aplicó: la del régimen
      *    informativo de operaciones de cambio.
           05    TE-FECHA-LIBERACION PIC 9(08) VALUE ZERO.
           05    TE-OPERADOR         PIC X(08).
           05    TE-AUTORIZANTE      PIC X(08) VALUE SPACES.
      *    Partida de pendientes.dat de una entrada sin
      *    beneficiario identificado.
           05    TE-NUMERO-PENDIENTE PIC 9(06) VALUE ZERO.
