      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE LISTAS DE CONTROL
      * (ARCHIVO-LISTAS, listas_control.dat, indexado por lista,
      * nombre y documento). Reúne las listas de sanciones de la
      * ONU y de la OFAC y el padrón de personas expuestas
      * políticamente que publica el regulador; lo alimenta
      * CARGAR-LISTAS-CONTROL y lo consulta CONTROLAR-LISTAS en
      * cada alta de cliente y en cada destinatario de una
      * transferencia a otro banco.
           05    LC-CLAVE.
      *          Lista de origen: 'ONU ', 'OFAC' o 'PEP '.
                 10  LC-LISTA            PIC X(04).
                     88  LISTA-ONU           VALUE 'ONU '.
                     88  LISTA-OFAC          VALUE 'OFAC'.
                     88  LISTA-PEP           VALUE 'PEP '.
      *          Nombre tal como lo publica la lista, en mayúsculas.
                 10  LC-NOMBRE           PIC X(30).
      *          DNI o CUIT de la persona; cero si la lista no lo
      *          informa y sólo se la puede identificar por nombre.
                 10  LC-DOCUMENTO        PIC 9(11).
                 10  LC-DOCUMENTO-CUIT REDEFINES LC-DOCUMENTO.
                     15  LC-DOC-PREFIJO      PIC 9(02).
                     15  LC-DOC-DNI          PIC 9(08).
                     15  LC-DOC-VERIFICADOR  PIC 9(01).
      *    Fecha en que la entrada apareció por primera vez en una
      *    carga (la recorrida de clientes sólo mira las de la
      *    carga del día) y fecha de la última carga que la trajo.
           05    LC-FECHA-ALTA       PIC 9(08).
           05    LC-FECHA-VISTA      PIC 9(08).
