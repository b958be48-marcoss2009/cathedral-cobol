      * (1-30, 31-60, 61-90, más de 90), acumulando por sucursal de
      * la cuenta vinculada. Los días de atraso se aproximan con
      * meses de 30 días, igual que otros cálculos de antigüedad
      * del sistema. Cada cuota muestra además el interés
      * punitorio que adeuda a hoy (CALCULAR-PUNITORIO-CUOTA), que
      * también se acumula por sucursal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-DIAS-ATRASO        PIC S9(05).
       01  WS-IDX-TRAMO          PIC 9(01).
       01  WS-MONTO-CUOTA        PIC S9(12)V99.
       01  WS-DIAS-PUNITORIO     PIC 9(05).
       01  WS-PUNITORIO          PIC S9(12)V99.
       01  WS-PUNITORIO-DISPLAY  PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-PUNITORIOS   PIC S9(12)V99 VALUE ZERO.

      *    Sucursal de la cuenta vinculada del préstamo en curso.
       01  WS-SUCURSAL-PRESTAMO  PIC 9(03) VALUE ZERO.
       01  WS-MORA-POR-SUCURSAL.
           05 WS-MORA-SUCURSAL   OCCURS 999 TIMES.
               10 WS-MORA-TRAMO  OCCURS 4 TIMES PIC S9(12)V99.
               10 WS-MORA-PUNITORIO PIC S9(12)V99.
       01  WS-IDX-SUCURSAL       PIC 9(03).
       01  WS-HAY-MORA-SUCURSAL  PIC X(01).

                       CUO-CAPITAL OF REGISTRO-CUOTA
                       + CUO-INTERES OF REGISTRO-CUOTA
                   ADD 1 TO WS-CANT-CUOTAS-MORA
                   CALL 'CALCULAR-PUNITORIO-CUOTA' USING
                       CUO-FECHA-VENC OF REGISTRO-CUOTA
                       WS-FECHA-HOY WS-MONTO-CUOTA
                       WS-DIAS-PUNITORIO WS-PUNITORIO
                   ADD WS-PUNITORIO TO WS-TOTAL-PUNITORIOS

                   IF WS-SUCURSAL-PRESTAMO > ZERO
                       ADD WS-MONTO-CUOTA TO WS-MORA-TRAMO
                           (WS-SUCURSAL-PRESTAMO WS-IDX-TRAMO)
                       ADD WS-PUNITORIO TO WS-MORA-PUNITORIO
                           (WS-SUCURSAL-PRESTAMO)
                   END-IF

                   MOVE WS-MONTO-CUOTA TO WS-MONTO-DISPLAY
                   MOVE WS-PUNITORIO TO WS-PUNITORIO-DISPLAY
                   DISPLAY 'PRESTAMO '
                       PR-NUMERO OF REGISTRO-PRESTAMO
                       ' CUOTA ' CUO-NUMERO OF REGISTRO-CUOTA
                       ' SUC:' WS-SUCURSAL-PRESTAMO
                       ' ATRASO:' WS-DIAS-ATRASO
                       ' ' WS-MONTO-DISPLAY
                       ' PUNIT:' WS-PUNITORIO-DISPLAY
               END-IF.

           200-MOSTRAR-RESUMEN SECTION.
               DISPLAY '-------------------------------'.
               DISPLAY 'Cuotas en mora: ' WS-CANT-CUOTAS-MORA.
               MOVE WS-TOTAL-PUNITORIOS TO WS-MONTO-DISPLAY.
               DISPLAY 'Punitorios adeudados: ' WS-MONTO-DISPLAY.
               PERFORM VARYING WS-IDX-SUCURSAL FROM 1 BY 1
                   UNTIL WS-IDX-SUCURSAL > 999
                   MOVE 'N' TO WS-HAY-MORA-SUCURSAL
               MOVE WS-MORA-TRAMO (WS-IDX-SUCURSAL 4)
                   TO WS-MONTO-DISPLAY.
               DISPLAY '  MÁS DE 90:   ' WS-MONTO-DISPLAY.
               MOVE WS-MORA-PUNITORIO (WS-IDX-SUCURSAL)
                   TO WS-MONTO-DISPLAY.
               DISPLAY '  PUNITORIOS:  ' WS-MONTO-DISPLAY.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
