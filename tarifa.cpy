      *          Tipo de operación tarifada:
      *          'TR' transferencia, 'RE' retiro por ventanilla,
      *          'MA' mantenimiento mensual de cuenta, 'CS' canon
      *          de caja de seguridad, 'OP' otorgamiento de
      *          préstamo (entra en el CFT que se informa al
      *          cliente), 'TX' transferencia al exterior, 'TE'
      *          transferencia recibida del exterior.
                 10  TA-OPERACION    PIC X(02).
      *          Tipo de cuenta (CC-TIPO-CUENTA): 'C' corriente,
      *          'S' caja de ahorro. Para el canon de cofres
