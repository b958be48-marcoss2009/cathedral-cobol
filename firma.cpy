      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE FIRMAS
      * (ARCHIVO-FIRMAS, registro_firmas.dat, indexado por cuenta +
      * DNI). Es la tarjeta de firmas de cada cuenta: quién puede
      * firmar, en qué carácter, desde y hasta cuándo, y dónde está
      * el espécimen escaneado contra el que el cajero compara la
      * firma de un cheque o de un retiro. Lo mantiene
      * MANTENER-FIRMAS y lo consulta VERIFICAR-FIRMA.
           05    FR-CLAVE.
                 10  FR-CUENTA       PIC 9(08).
      *          DNI del firmante, validado contra clientes.dat.
                 10  FR-DNI          PIC 9(08).
           05    FR-NOMBRE           PIC X(30).
      *    Carácter en el que firma sobre la cuenta.
           05    FR-CARACTER         PIC X(01) VALUE 'T'.
                 88    FIRMA-TITULAR        VALUE 'T'.
                 88    FIRMA-COTITULAR      VALUE 'C'.
                 88    FIRMA-APODERADO      VALUE 'A'.
                 88    FIRMA-FIRMANTE       VALUE 'F'.
                 88    FIRMA-REPRESENTANTE  VALUE 'R'.
      *    Referencia al espécimen escaneado (nombre del archivo de
      *    imagen en el repositorio de firmas de la sucursal).
           05    FR-IMAGEN           PIC X(40).
      *    Vigencia de la firma, AAAAMMDD; hasta cero = sin
      *    vencimiento.
           05    FR-VIGENCIA-DESDE   PIC 9(08).
           05    FR-VIGENCIA-HASTA   PIC 9(08).
           05    FR-ESTADO           PIC X(01) VALUE 'A'.
                 88    FIRMA-ACTIVA         VALUE 'A'.
                 88    FIRMA-DE-BAJA        VALUE 'B'.
           05    FR-FECHA-ALTA       PIC 9(08).
           05    FR-OPERADOR         PIC X(08).
