       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULAR-CFT.
       AUTHOR. MARCOS MUÑOZ.

      * Costo Financiero Total de un préstamo, para informarlo al
      * cliente antes de la firma como lo exige el régimen de
      * transparencia. Arma el plan alemán del préstamo (capital
      * constante, interés mensual sobre saldo, igual que el alta)
      * con lo que el cliente paga además en cada cuota (seguro
      * de vida saldo deudor sobre el capital pendiente y seguro
      * fijo mensual, el de incendio del hipotecario) y busca por
      * bisección la tasa mensual que iguala el valor actual de
      * esas cuotas con lo que el cliente efectivamente recibe:
      * el monto menos los gastos que se le descuentan al
      * otorgar (comisión con su IVA, impuestos). Devuelve la TEA
      * de la tasa pactada y el CFT expresado como tasa efectiva
      * anual, ambos capitalizando mensualmente.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    Cuotas totales del plan (capital, interés y seguros).
       01  WS-TABLA-FLUJOS.
           05 WS-FLUJO           OCCURS 120 TIMES
                                 PIC S9(12)V99.
       01  WS-IDX-CUOTA          PIC 9(03).
       01  WS-CAPITAL-CUOTA      PIC S9(12)V99.
       01  WS-CAPITAL-ESTA       PIC S9(12)V99.
       01  WS-SALDO-RESTANTE     PIC S9(12)V99.
       01  WS-INTERES-CUOTA      PIC S9(12)V99.
       01  WS-SEGURO-VIDA        PIC S9(12)V99.

      *    Lo que el cliente recibe neto de gastos.
       01  WS-MONTO-NETO         PIC S9(12)V99.

      *    Bisección sobre la tasa mensual: el valor actual de las
      *    cuotas baja cuando la tasa sube.
       01  WS-TASA-BAJA          PIC 9V9(12) COMP-3.
       01  WS-TASA-ALTA          PIC 9V9(12) COMP-3.
       01  WS-TASA-MEDIA         PIC 9V9(12) COMP-3.
       01  WS-FACTOR             PIC 9V9(15) COMP-3.
       01  WS-VALOR-ACTUAL       PIC S9(14)V9(06) COMP-3.
       01  WS-ITERACION          PIC 9(03).

      *    Capitalización anual de una tasa mensual.
       01  WS-TASA-MENSUAL       PIC 9V9(12) COMP-3.
       01  WS-ACUMULADO          PIC 9(04)V9(12) COMP-3.
       01  WS-MES                PIC 9(02).

       LINKAGE SECTION.
      *    Monto y cuotas del préstamo, tasa nominal anual pactada,
      *    gastos descontados al otorgar, alícuota mensual del
      *    seguro de vida sobre el saldo y seguro fijo mensual.
       01  LK-MONTO              PIC S9(12)V99.
       01  LK-CANT-CUOTAS        PIC 9(03).
       01  LK-TNA                PIC V9(04).
       01  LK-GASTOS-INICIALES   PIC S9(12)V99.
       01  LK-TASA-SEGURO-VIDA   PIC V9(06).
       01  LK-SEGURO-FIJO        PIC S9(12)V99.
      *    Resultado: TEA de la tasa pactada y CFT efectivo anual.
       01  LK-TEA                PIC 9(02)V9(04).
       01  LK-CFT                PIC 9(02)V9(04).

       PROCEDURE DIVISION USING LK-MONTO LK-CANT-CUOTAS LK-TNA
           LK-GASTOS-INICIALES LK-TASA-SEGURO-VIDA LK-SEGURO-FIJO
           LK-TEA LK-CFT.
       000-MAIN-LOGIC SECTION.
           MOVE ZERO TO LK-TEA.
           MOVE ZERO TO LK-CFT.
           IF LK-CANT-CUOTAS >= 1 AND LK-CANT-CUOTAS <= 120
              AND LK-MONTO > ZERO
               COMPUTE WS-TASA-MENSUAL ROUNDED = LK-TNA / 12
               PERFORM 300-ANUALIZAR
               MOVE WS-ACUMULADO TO LK-TEA
               PERFORM 100-ARMAR-FLUJOS
               COMPUTE WS-MONTO-NETO =
                   LK-MONTO - LK-GASTOS-INICIALES
               IF WS-MONTO-NETO > ZERO
                   PERFORM 200-BUSCAR-TASA
                   MOVE WS-TASA-MEDIA TO WS-TASA-MENSUAL
                   PERFORM 300-ANUALIZAR
                   IF WS-ACUMULADO > 99.9999
                       MOVE 99.9999 TO LK-CFT
                   ELSE
                       MOVE WS-ACUMULADO TO LK-CFT
                   END-IF
               END-IF
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

      *    Mismo plan que genera ALTA-PRESTAMO, con el seguro de
      *    vida sobre el capital pendiente antes de cada cuota como
      *    lo cobra COBRAR-CUOTAS-PRESTAMO.
           100-ARMAR-FLUJOS SECTION.
               COMPUTE WS-CAPITAL-CUOTA ROUNDED =
                   LK-MONTO / LK-CANT-CUOTAS.
               MOVE LK-MONTO TO WS-SALDO-RESTANTE.
               PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
                   UNTIL WS-IDX-CUOTA > LK-CANT-CUOTAS
                   COMPUTE WS-INTERES-CUOTA ROUNDED =
                       WS-SALDO-RESTANTE * LK-TNA / 12
                   COMPUTE WS-SEGURO-VIDA ROUNDED =
                       WS-SALDO-RESTANTE * LK-TASA-SEGURO-VIDA
                   IF WS-IDX-CUOTA = LK-CANT-CUOTAS
                       MOVE WS-SALDO-RESTANTE TO WS-CAPITAL-ESTA
                   ELSE
                       MOVE WS-CAPITAL-CUOTA TO WS-CAPITAL-ESTA
                   END-IF
                   COMPUTE WS-FLUJO (WS-IDX-CUOTA) =
                       WS-CAPITAL-ESTA + WS-INTERES-CUOTA
                       + WS-SEGURO-VIDA + LK-SEGURO-FIJO
                   SUBTRACT WS-CAPITAL-ESTA FROM WS-SALDO-RESTANTE
               END-PERFORM.

      *    Entre 0 y 50% mensual; 60 mitades dejan la tasa muy
      *    por debajo de la precisión con que se informa.
           200-BUSCAR-TASA SECTION.
               MOVE ZERO TO WS-TASA-BAJA.
               MOVE 0.5 TO WS-TASA-ALTA.
               PERFORM VARYING WS-ITERACION FROM 1 BY 1
                   UNTIL WS-ITERACION > 60
                   COMPUTE WS-TASA-MEDIA ROUNDED =
                       (WS-TASA-BAJA + WS-TASA-ALTA) / 2
                   PERFORM 210-VALOR-ACTUAL
                   IF WS-VALOR-ACTUAL > WS-MONTO-NETO
                       MOVE WS-TASA-MEDIA TO WS-TASA-BAJA
                   ELSE
                       MOVE WS-TASA-MEDIA TO WS-TASA-ALTA
                   END-IF
               END-PERFORM.

           210-VALOR-ACTUAL SECTION.
               MOVE ZERO TO WS-VALOR-ACTUAL.
               MOVE 1 TO WS-FACTOR.
               PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
                   UNTIL WS-IDX-CUOTA > LK-CANT-CUOTAS
                   COMPUTE WS-FACTOR ROUNDED =
                       WS-FACTOR / (1 + WS-TASA-MEDIA)
                   COMPUTE WS-VALOR-ACTUAL ROUNDED =
                       WS-VALOR-ACTUAL
                       + WS-FLUJO (WS-IDX-CUOTA) * WS-FACTOR
               END-PERFORM.

      *    (1 + tasa mensual) elevado a 12, menos uno.
           300-ANUALIZAR SECTION.
               MOVE 1 TO WS-ACUMULADO.
               PERFORM VARYING WS-MES FROM 1 BY 1
                   UNTIL WS-MES > 12
                   COMPUTE WS-ACUMULADO ROUNDED =
                       WS-ACUMULADO * (1 + WS-TASA-MENSUAL)
               END-PERFORM.
               SUBTRACT 1 FROM WS-ACUMULADO.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
