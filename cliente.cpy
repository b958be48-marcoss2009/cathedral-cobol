           05    CLI-CANT-FIRMANTES  PIC 9(01) VALUE ZERO.
           05    CLI-FIRMANTES       OCCURS 3 TIMES.
                 10  CLI-DNI-FIRMANTE PIC 9(08).
      *    Residencia fiscal declarada por el cliente (régimen de
      *    intercambio de información CRS / FATCA): países donde
      *    tributa, con el número de identificación fiscal (TIN)
      *    de cada uno, y fecha de la autocertificación firmada.
      *    Sin países cargados se lo toma como residente sólo en
      *    Argentina. Es informable quien declara un país
      *    distinto de AR; sin autocertificación queda pendiente
      *    de regularizar.
           05    CLI-CANT-RESIDENCIAS PIC 9(01) VALUE ZERO.
           05    CLI-RESIDENCIAS     OCCURS 3 TIMES.
      *          Código de país ISO de dos letras (AR, US, ES...).
                 10  CLI-PAIS-RESIDENCIA PIC X(02).
                 10  CLI-TIN          PIC X(20).
           05    CLI-FECHA-AUTOCERT  PIC 9(08) VALUE ZERO.
      *    Legajo de documentación del cliente (conozca a su
      *    cliente): documento de identidad, estatuto, poderes,
      *    constancias de ingresos, con su vencimiento (cero =
      *    no vence). El control diario avisa al cliente antes
      *    del vencimiento (CLI-DOC-AVISADO evita repetir el
      *    aviso) y, pasado el plazo de gracia, lo deja
      *    restringido: sin productos nuevos ni operaciones de
      *    CAJA por encima del monto de autorización hasta que
      *    renueve el documento.
           05    CLI-CANT-DOCUMENTOS PIC 9(01) VALUE ZERO.
           05    CLI-DOCUMENTOS      OCCURS 5 TIMES.
                 10  CLI-DOC-TIPO     PIC X(01).
                     88  DOC-IDENTIDAD      VALUE 'D'.
                     88  DOC-ESTATUTO       VALUE 'E'.
                     88  DOC-PODER          VALUE 'P'.
                     88  DOC-INGRESOS       VALUE 'I'.
                     88  DOC-OTRO           VALUE 'O'.
                 10  CLI-DOC-NUMERO   PIC X(20).
                 10  CLI-DOC-EMISION  PIC 9(08).
                 10  CLI-DOC-VENCIMIENTO PIC 9(08).
                 10  CLI-DOC-AVISADO  PIC X(01).
           05    CLI-RESTRICCION-KYC PIC X(01) VALUE 'N'.
                 88    CLIENTE-RESTRINGIDO-KYC VALUE 'S'.
      *    Grupo económico al que pertenece el cliente
      *    (grupos_economicos.dat; cero = no integra ningún grupo)
      *    y su vinculación con el banco: directores, personal y
      *    accionistas tienen topes de asistencia propios. Los
      *    mantiene MANTENER-GRUPOS-ECONOMICOS.
           05    CLI-GRUPO-ECONOMICO PIC 9(06) VALUE ZERO.
           05    CLI-VINCULACION     PIC X(01) VALUE 'N'.
                 88    CLIENTE-NO-VINCULADO VALUE 'N'.
                 88    VINCULADO-DIRECTOR   VALUE 'D'.
                 88    VINCULADO-PERSONAL   VALUE 'P'.
                 88    VINCULADO-ACCIONISTA VALUE 'A'.
                 88    CLIENTE-VINCULADO    VALUE 'D' 'P' 'A'.
      *    Oficial de cuenta que atiende al cliente: un operador de
      *    operadores.dat (espacios = sin oficial asignado). Lo
      *    asigna MANTENER-OFICIALES-CUENTA, que guarda cada
      *    reasignación en historial_oficiales.dat.
           05    CLI-OFICIAL         PIC X(08) VALUE SPACES.
      *    Fecha de nacimiento del cliente, AAAAMMDD (cero = sin
      *    informar, como en los clientes migrados). Con ella el
      *    alta reconoce a un titular menor de edad y el batch
      *    CONVERTIR-MAYORIA-EDAD sabe cuándo cumple los 18.
           05    CLI-FECHA-NACIMIENTO PIC 9(08) VALUE ZERO.
      *    Correspondencia devuelta por el correo: la registra
      *    REGISTRAR-CORRESPONDENCIA-DEVUELTA y, al llegar a la
      *    cantidad de devoluciones del parámetro, el domicilio
      *    queda observado desde esa fecha y ya no se le despachan
      *    extractos ni avisos en papel. Cada pieza que no sale
      *    suma al ahorro de franqueo del cliente. Actualizar el
      *    domicilio en caja o en el mantenimiento de clientes lo
      *    vuelve a dejar válido y pone en cero las devoluciones.
           05    CLI-DOMICILIO-ESTADO PIC X(01) VALUE 'V'.
                 88    DOMICILIO-OBSERVADO  VALUE 'I'.
           05    CLI-CANT-DEVOLUCIONES PIC 9(02) VALUE ZERO.
           05    CLI-FECHA-DOMIC-OBSERVADO PIC 9(08) VALUE ZERO.
           05    CLI-PIEZAS-SUPRIMIDAS PIC 9(05) VALUE ZERO.
           05    CLI-AHORRO-CORREO   PIC 9(07)V99 VALUE ZERO.
