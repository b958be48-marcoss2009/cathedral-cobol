      * como su propio débito a través de MOVIMIENTO-CUENTA, para
      * que el extracto muestre exactamente qué se cobró. Devuelve
      * el monto cobrado (cero si la operación no tarifa o entró en
      * el cupo libre). Las cuentas sueldo de un convenio de
      * haberes no pagan las tarifas propias de la cuenta
      * (mantenimiento, transferencias y retiros).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-RESULTADO-MOVIMIENTO PIC X(01).
           88 MOVIMIENTO-OK        VALUE 'S'.

      *    La cuenta sueldo es sin cargo para las operaciones de
      *    la propia cuenta; las de otros productos (cofres,
      *    préstamos) se cobran igual que a cualquier cliente.
       01  WS-EXENTA-SUELDO      PIC X(01) VALUE 'N'.
           88 EXENTA-SUELDO      VALUE 'S'.

       LINKAGE SECTION.
      *    Operación tarifada ('TR'/'RE'/'MA'), cuenta a la que se
      *    le cobra, su tipo y el monto operado como base del
           LK-COMISION-COBRADA.
       000-MAIN-LOGIC SECTION.
           MOVE ZERO TO LK-COMISION-COBRADA.
           PERFORM 050-CONTROLAR-CUENTA-SUELDO.
           IF EXENTA-SUELDO
               PERFORM 900-FINALIZAR-PROGRAMA
           END-IF.
           PERFORM 100-BUSCAR-TARIFA.
           IF TARIFA-ENCONTRADA
               PERFORM 110-CONSUMIR-CUPO-LIBRE
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           050-CONTROLAR-CUENTA-SUELDO SECTION.
               MOVE 'N' TO WS-EXENTA-SUELDO.
               IF LK-OPERACION = 'TR' OR LK-OPERACION = 'RE'
                  OR LK-OPERACION = 'MA'
                   OPEN INPUT ARCHIVO-CUENTAS
                   IF WS-FILE-STATUS-CTA = '00'
                       MOVE LK-CUENTA TO CC-NUMERO-CUENTA OF RCC
                       READ ARCHIVO-CUENTAS
                           KEY IS CC-NUMERO-CUENTA OF RCC
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF CUENTA-SUELDO OF RCC
                                   MOVE 'S' TO WS-EXENTA-SUELDO
                               END-IF
                       END-READ
                       CLOSE ARCHIVO-CUENTAS
                   END-IF
               END-IF.

      *    La comisión más su IVA no pueden exceder el disponible
      *    (saldo más descubierto, neto de retenciones): una
      *    tarifa nunca empuja la cuenta más allá del límite.
