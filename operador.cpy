      * aceptaba un WS-OPERADOR tipeado libremente, sin validar.
           05    OP-CODIGO           PIC X(08).
           05    OP-NOMBRE           PIC X(30).
      *    Contraseña en claro de los registros anteriores a la
      *    clave cifrada: INICIAR-SESION la valida una última vez,
      *    la pasa a OP-CLAVE-HASH y la deja en blanco. Ningún
      *    registro nuevo la usa.
           05    OP-PASSWORD         PIC X(08).
      *    Rol del operador, que decide qué opciones del menú puede
      *    usar: un cajero no llega a anular movimientos ni a
           05    OP-ESTADO           PIC X(01) VALUE 'A'.
                 88    OPERADOR-ACTIVO     VALUE 'A'.
                 88    OPERADOR-DE-BAJA    VALUE 'B'.
      *          Bloqueado por intentos fallidos: sólo un
      *          administrador lo desbloquea (MANTENER-OPERADORES).
                 88    OPERADOR-BLOQUEADO  VALUE 'L'.
      *    Sucursal a la que está asignado el operador: las patas
      *    de efectivo de sus operaciones pegan en la bóveda de
      *    esta sucursal (no en la de la cuenta del cliente) y el
      *    (un cajero moviendo su propia cuenta es una alerta).
      *    Cero = sin informar.
           05    OP-DNI              PIC 9(08) VALUE ZERO.
      *    Contraseña del operador, exigida en el inicio de sesión y
      *    en las autorizaciones de supervisor: se guarda sólo su
      *    cifrado (CIFRAR-CLAVE, con el código como semilla). Cero
      *    = registro todavía sin migrar (ver OP-PASSWORD).
           05    OP-CLAVE-HASH       PIC 9(18) VALUE ZERO.
      *    Fecha del último cambio de contraseña (AAAAMMDD); vence a
      *    los PA-DIAS-VIGENCIA-CLAVE días. 'S' obliga a cambiarla en
      *    el próximo inicio de sesión (alta, blanqueo o migración).
           05    OP-FECHA-CLAVE      PIC 9(08) VALUE ZERO.
           05    OP-CAMBIAR-CLAVE    PIC X(01) VALUE 'S'.
                 88    DEBE-CAMBIAR-CLAVE  VALUE 'S'.
      *    Cifrados de las últimas contraseñas, que no se pueden
      *    volver a usar (la más reciente primero).
           05    OP-CLAVES-ANTERIORES.
                 10    OP-CLAVE-ANTERIOR   PIC 9(18) OCCURS 3 TIMES.
      *    Inicios de sesión fallidos seguidos; al llegar a
      *    PA-MAX-INTENTOS-CLAVE el operador queda bloqueado.
           05    OP-INTENTOS-FALLIDOS PIC 9(02) VALUE ZERO.
