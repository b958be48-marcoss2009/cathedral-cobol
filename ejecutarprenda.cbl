                       'GARANTÍA NO EJECUTADA'
               ELSE
                   MOVE 'L' TO PF-ESTADO OF REGISTRO-PLAZO
                   MOVE WS-INTERES
                       TO PF-INTERES-PAGADO OF REGISTRO-PLAZO
                   MOVE WS-FECHA-HOY
                       TO PF-FECHA-LIQUIDACION OF REGISTRO-PLAZO
                   MOVE ZERO
                       TO PF-PRESTAMO-PRENDA OF REGISTRO-PLAZO
                   REWRITE REGISTRO-PLAZO
