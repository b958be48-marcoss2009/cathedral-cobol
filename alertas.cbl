      * pendientes que dejó MONITOREO-FRAUDE con su evidencia y
      * permite disponerlas: descartarlas (falso positivo) o
      * escalarlas a cumplimiento, dejando registrado qué operador
      * las dispuso. Escalar una alerta abre su caso de reporte de
      * operación sospechosa (ABRIR-CASO-ROS), que cumplimiento
      * sigue en GESTIONAR-CASOS-ROS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-ALERTA-ENCONTRADA  PIC X(01) VALUE 'N'.
           88 ALERTA-ENCONTRADA  VALUE 'S'.
       01  WS-OPCION-DISPOSICION PIC 9.
       01  WS-NUMERO-CASO        PIC 9(06).

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión.
                               REWRITE REGISTRO-ALERTA
                               DISPLAY '---> ALERTA ESCALADA A '
                                   'CUMPLIMIENTO'
                               CALL 'ABRIR-CASO-ROS' USING
                                   REGISTRO-ALERTA LK-OPERADOR
                                   WS-NUMERO-CASO
                               IF WS-NUMERO-CASO NOT = ZERO
                                   DISPLAY '---> CASO ROS ABIERTO: '
                                       WS-NUMERO-CASO
                               END-IF
                           WHEN OTHER
                               DISPLAY '--> SIGUE PENDIENTE'
                       END-EVALUATE
