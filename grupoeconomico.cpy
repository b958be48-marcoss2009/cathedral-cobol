      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE GRUPOS
      * ECONOMICOS (ARCHIVO-GRUPOS, grupos_economicos.dat, indexado
      * por código). Conjunto de clientes con control común o
      * dependencia económica entre sí, que para los topes de
      * asistencia del Banco Central cuentan como un solo deudor.
      * Los integrantes se marcan en el maestro de clientes
      * (CLI-GRUPO-ECONOMICO).
           05    GE-CODIGO           PIC 9(06).
           05    GE-NOMBRE           PIC X(30).
           05    GE-FECHA-ALTA       PIC 9(08).
           05    GE-OPERADOR         PIC X(08).
