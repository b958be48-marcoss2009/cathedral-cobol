      * ARCHIVO CON LA DEFINICION DEL REGISTRO DEL HISTORIAL DE
      * OFICIALES DE CUENTA (ARCHIVO-HISTORIAL-OFICIALES,
      * historial_oficiales.dat, indexado por DNI + fecha + hora).
      * Un renglón por cada asignación, reasignación o retiro del
      * oficial de un cliente, con quién lo cambió.
           05    HO-CLAVE.
                 10  HO-DNI          PIC 9(08).
                 10  HO-FECHA        PIC 9(08).
                 10  HO-HORA         PIC 9(06).
      *    Oficial que tenía y oficial nuevo (espacios = ninguno).
           05    HO-OFICIAL-ANTERIOR PIC X(08).
           05    HO-OFICIAL-NUEVO    PIC X(08).
           05    HO-OPERADOR         PIC X(08).
