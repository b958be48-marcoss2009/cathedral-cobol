      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE BILLETES FALSOS
      * RETENIDOS (ARCHIVO-BILLETES-FALSOS, billetes_falsos.dat,
      * indexado por acta y orden). El cajero que detecta un
      * billete falso en un depósito lo retiene, le da al cliente
      * el acta de retención y el billete queda acá, uno por
      * registro, hasta que se remite al BCRA para su peritaje.
           05    BF-CLAVE.
      *          Número de acta de retención (uno por depósito) y
      *          orden del billete dentro del acta.
                 10    BF-ACTA             PIC 9(06).
                 10    BF-ORDEN            PIC 9(02).
      *    Fecha de la retención, AAAAMMDD.
           05    BF-FECHA            PIC 9(08).
           05    BF-SUCURSAL         PIC 9(03).
           05    BF-MONEDA           PIC X(03).
      *    Valor nominal que dice el billete.
           05    BF-DENOMINACION     PIC 9(05).
           05    BF-SERIE            PIC X(12).
      *    Cuenta del depósito y DNI de quien entregó el billete
      *    (el titular o el tercero que depositó).
           05    BF-CUENTA           PIC 9(08).
           05    BF-DNI-PORTADOR     PIC 9(08).
           05    BF-OPERADOR         PIC X(08).
      *    Retenido en la sucursal o ya remitido al BCRA; la
      *    remisión deja la fecha en que salió.
           05    BF-ESTADO           PIC X(01) VALUE 'R'.
                 88    BILLETE-RETENIDO    VALUE 'R'.
                 88    BILLETE-REMITIDO    VALUE 'E'.
           05    BF-FECHA-REMISION   PIC 9(08).
