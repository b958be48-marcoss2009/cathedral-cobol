      * ARCHIVO CON LA DEFINICION DEL REGISTRO DEL CATALOGO DE
      * REPORTES (ARCHIVO-REPORTES, reportes.dat, indexado por
      * número). Cada corrida de un batch que emite un listado lo
      * registra con REGISTRAR-REPORTE: la copia queda guardada en
      * reportes/ con la fecha de proceso en el nombre, así la
      * corrida siguiente ya no la pisa y cada sucursal encuentra
      * (y reimprime) la suya desde CONSULTAR-REPORTES. Pasada la
      * retención, DEPURAR-REPORTES borra la copia y deja el
      * renglón del catálogo como depurado.
           05    RP-NUMERO           PIC 9(08).
      *    Programa que emitió el reporte y fecha de proceso de la
      *    corrida; fecha y hora reales de la registración.
           05    RP-PROGRAMA         PIC X(32).
           05    RP-FECHA-PROCESO    PIC 9(08).
           05    RP-FECHA-HORA       PIC X(14).
      *    Sucursal que cubre el reporte (cero = todo el banco).
           05    RP-SUCURSAL         PIC 9(03).
           05    RP-PAGINAS          PIC 9(05).
           05    RP-RENGLONES        PIC 9(07).
      *    Nombre con que lo escribió el batch y nombre de la copia
      *    guardada en reportes/.
           05    RP-ARCHIVO-ORIGEN   PIC X(60).
           05    RP-ARCHIVO          PIC X(100).
      *    Fecha a partir de la cual la copia se puede depurar.
           05    RP-FECHA-VENCIMIENTO PIC 9(08).
           05    RP-ESTADO           PIC X(01) VALUE 'V'.
                 88    REPORTE-VIGENTE     VALUE 'V'.
                 88    REPORTE-DEPURADO    VALUE 'D'.
           05    RP-FECHA-DEPURACION PIC 9(08) VALUE ZERO.
