      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE DEBIN (ARCHIVO-
      * DEBIN, debines.dat, indexado por número interno). Cada
      * renglón es una solicitud de débito que otro banco mandó por
      * la red contra una cuenta nuestra: queda pendiente hasta que
      * el cliente la acepte o la rechace por sucursal o por el
      * canal web, o hasta que venza. La toma PROCESAR-DEBIN y la
      * resuelve RESPONDER-DEBIN.
           05    DB-NUMERO           PIC 9(06).
      *    Identificador que le asignó la red, para la respuesta.
           05    DB-ID-RED           PIC X(20).
      *    Banco del cobrador y CBU donde se acredita si se acepta.
           05    DB-BANCO-COBRADOR   PIC X(03).
           05    DB-CBU-COBRADOR     PIC X(13).
           05    DB-CUIT-COBRADOR    PIC 9(11).
           05    DB-NOMBRE-COBRADOR  PIC X(30).
      *    Cuenta nuestra a debitar (la del CBU pagador recibido).
           05    DB-CUENTA           PIC 9(08).
           05    DB-MONTO            PIC S9(12)V99.
           05    DB-REFERENCIA       PIC X(20).
           05    DB-FECHA-RECEPCION  PIC 9(08).
      *    Último día en que el cliente puede aceptarla, AAAAMMDD.
           05    DB-FECHA-VENCIMIENTO PIC 9(08).
           05    DB-ESTADO           PIC X(01) VALUE 'P'.
                 88    DEBIN-PENDIENTE      VALUE 'P'.
                 88    DEBIN-ACEPTADO       VALUE 'A'.
                 88    DEBIN-RECHAZADO      VALUE 'R'.
                 88    DEBIN-VENCIDO        VALUE 'V'.
      *    Quién y por qué canal respondió (SUCURSAL, WEB, BATCH
      *    para los vencidos o rechazados al recibirlos).
           05    DB-FECHA-RESPUESTA  PIC 9(08).
           05    DB-OPERADOR         PIC X(08).
           05    DB-CANAL            PIC X(10).
      *    Solicitud de solicitudes_cbu.dat con la que se liquida
      *    el DEBIN aceptado (cero si no se aceptó).
           05    DB-NUMERO-SOLICITUD PIC 9(06).
