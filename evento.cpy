      * marca notificados, con su renglón en el log probatorio.
           05    EV-NUMERO           PIC 9(06).
           05    EV-FECHA-HORA       PIC X(14).
      *    Hecho notificable: DORMIDA, CHEQUE-RECH, DESCUBIERTO,
      *    MORA-PREST (también se avisa a los garantes), COBRANZA
      *    (recordatorio de pago), RESUMEN-TC (resumen de tarjeta
      *    cerrado, con su vencimiento), CARTA-DOC (intimación),
      *    REPRECIO-PR (cuota nueva de un préstamo a tasa variable),
      *    MAYORIA-EDAD (la cuenta de menor pasó a cuenta común),
      *    DEBIN (solicitud de débito recibida, a aceptar),
      *    AUMENTO-COND (aumento de comisión o tasa, con su fecha
      *    de vigencia).
           05    EV-TIPO             PIC X(12).
           05    EV-CUENTA           PIC 9(08).
           05    EV-DNI              PIC 9(08).
