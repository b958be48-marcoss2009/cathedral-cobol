      *    corrección postea siempre sobre el día en curso.
       01  WS-HORA-CORTE         PIC 9(04) VALUE ZERO.
       01  WS-FECHA-VALOR        PIC 9(08).
      *    Hora de corte propia de la sucursal de la cuenta, si el
      *    maestro de sucursales le carga una; si no, la general.
       01  WS-HORA-CORTE-CUENTA  PIC 9(04) VALUE ZERO.
       01  WS-SUCURSAL-DATOS.
           COPY "sucursal.cpy".
       01  WS-SUCURSAL-ENCONTRADA PIC X(01).
       01  WS-HORA-MOV           PIC 9(04).
       01  WS-UN-DIA             PIC 9(03) VALUE 1.

           152-CALCULAR-FECHA-VALOR SECTION.
               MOVE WS-FM-FECHA TO WS-FECHA-VALOR.
               DIVIDE WS-FM-HORA BY 100 GIVING WS-HORA-MOV.
               MOVE WS-HORA-CORTE TO WS-HORA-CORTE-CUENTA.
               CALL 'OBTENER-SUCURSAL' USING CC-SUCURSAL OF RCC
                   WS-SUCURSAL-DATOS WS-SUCURSAL-ENCONTRADA.
               IF WS-SUCURSAL-ENCONTRADA = 'S'
                  AND SU-HORA-CORTE OF WS-SUCURSAL-DATOS NUMERIC
                  AND SU-HORA-CORTE OF WS-SUCURSAL-DATOS > ZERO
                   MOVE SU-HORA-CORTE OF WS-SUCURSAL-DATOS
                       TO WS-HORA-CORTE-CUENTA
               END-IF.
               IF WS-HORA-CORTE-CUENTA > ZERO
                  AND WS-HORA-MOV >= WS-HORA-CORTE-CUENTA
                   CALL 'SUMAR-DIAS-FECHA' USING
                       WS-FECHA-VALOR WS-UN-DIA
               END-IF.
