           05    CC-MESES-FE-VIDA    PIC 9(02) VALUE ZERO.
      *    Última fe de vida registrada, AAAAMMDD; cero = nunca.
           05    CC-FECHA-FE-VIDA    PIC 9(08) VALUE ZERO.
      *    Cuenta de menor de edad: el menor es el titular
      *    (CC-DNI-TITULAR) y un padre, madre o tutor queda como
      *    representante legal, cliente del banco con su PIN
      *    propio. CAJA exige ese PIN para toda operación que saque
      *    fondos de la cuenta. Al cumplir el titular los 18 años,
      *    CONVERTIR-MAYORIA-EDAD la pasa a cuenta común y le avisa.
           05    CC-CUENTA-MENOR     PIC X(01) VALUE 'N'.
                 88    CUENTA-DE-MENOR     VALUE 'S'.
           05    CC-DNI-REPRESENTANTE PIC 9(08) VALUE ZERO.
           05    CC-PIN-REPRESENTANTE PIC 9(04) VALUE ZERO.
      *    Cuenta sueldo abierta por convenio de haberes: caja de
      *    ahorro sin cargo (COBRAR-COMISION no le cobra las
      *    tarifas de la cuenta) y el código de la empresa del
      *    convenio (EP-CODIGO / CV-EMPRESA).
           05    CC-CUENTA-SUELDO    PIC X(01) VALUE 'N'.
                 88    CUENTA-SUELDO       VALUE 'S'.
           05    CC-CONVENIO         PIC X(06) VALUE SPACES.
      *    Fecha de cierre de la cuenta, AAAAMMDD; cero = abierta o
      *    cerrada antes de que se registrara (en ese caso la
      *    depuración toma la fecha del último movimiento). Cuenta
      *    la retención para pasarla al maestro histórico.
           05    CC-FECHA-CIERRE     PIC 9(08) VALUE ZERO.
