       01  WS-CANT-BOVEDAS        PIC 9(03) VALUE ZERO.
       01  WS-CANT-DIF-BOVEDAS    PIC 9(03) VALUE ZERO.
      *    Primera sucursal reservada para cuentas de control que
      *    no son bóvedas físicas (992 SIRCREB, 993 devengado
      *    préstamos, 994 devengado PF, 995 fondo de garantía, 996
      *    efectivo en tránsito, 997 inmovilizados, 998 cheques de
      *    gerencia, 999 impuestos): acumulan saldos contables sin
      *    efectivo detrás y no llevan renglones en el libro de
      *    control, así que la conciliación contra el libro las
      *    saltea.
       01  WS-PRIMERA-RESERVADA   PIC 9(03) VALUE 992.

      *    Control de corridas por período: el batch no repite un
      *    período ya completado salvo que un supervisor lo fuerce,
