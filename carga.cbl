      *        anterior en cada renglón de una carga masiva.
               MOVE ZERO TO CC-DNI-TITULAR.
               MOVE ZERO TO CC-CANT-COTITULARES.
               MOVE 'N' TO CC-CUENTA-MENOR.
               MOVE 'N' TO CC-CUENTA-SUELDO.
               MOVE SPACES TO CC-CONVENIO.
               MOVE ZERO TO CC-DNI-REPRESENTANTE.
               MOVE ZERO TO CC-PIN-REPRESENTANTE.

               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               ACCEPT WS-HORA-AHORA FROM TIME.
