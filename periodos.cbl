      * referencia al movimiento original, como ya hacen las
      * anulaciones). Sólo se cierran meses ya terminados. La
      * reapertura es excepcional, pide el motivo y queda en
      * auditoría igual que el cierre. Un mes con diferencias
      * pendientes entre los archivos operativos y el mayor
      * (diferencias_mayor.dat) no se cierra hasta que estén
      * explicadas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PD-PERIODO OF REGISTRO-PERIODO
               FILE STATUS IS WS-FILE-STATUS-PER.

           SELECT ARCHIVO-DIF-MAYOR ASSIGN TO 'diferencias_mayor.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-CLAVE OF REGISTRO-DIF-MAYOR
               FILE STATUS IS WS-FILE-STATUS-DIF.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PERIODOS.
           01 REGISTRO-PERIODO.
               COPY "periodo.cpy".

       FD  ARCHIVO-DIF-MAYOR.
           01 REGISTRO-DIF-MAYOR.
               COPY "difmayor.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-PER    PIC XX VALUE '00'.
       01  WS-EOF-PER            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-PER    VALUE 'Y'.
       01  WS-FILE-STATUS-DIF    PIC XX VALUE '00'.
       01  WS-EOF-DIF            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-DIF    VALUE 'Y'.
       01  WS-DIF-PENDIENTES     PIC 9(04) VALUE ZERO.

       01  WS-OPCION             PIC 9(01).
       01  WS-FECHA-HOY          PIC 9(08).
                       'TERMINADOS'
               ELSE
                   PERFORM 150-LEER-O-INICIAR
                   PERFORM 180-CONTAR-DIF-MAYOR
                   EVALUATE TRUE
                       WHEN PERIODO-CONTABLE-CERRADO
                            OF REGISTRO-PERIODO
                           DISPLAY '--> EL PERÍODO YA ESTÁ CERRADO'
                       WHEN WS-DIF-PENDIENTES > ZERO
                           DISPLAY '--> EL PERÍODO TIENE '
                               WS-DIF-PENDIENTES ' DIFERENCIAS '
                               'AUXILIAR/MAYOR SIN EXPLICAR'
                       WHEN OTHER
                           MOVE 'C' TO PD-ESTADO OF REGISTRO-PERIODO
                           MOVE WS-FECHA-HOY
                               TO PD-FECHA-CIERRE OF REGISTRO-PERIODO
                           MOVE LK-OPERADOR
                               TO PD-OPERADOR-CIERRE
                                  OF REGISTRO-PERIODO
                           PERFORM 160-GRABAR-PERIODO
                           MOVE 'CIERRE-PER' TO WS-ACCION-AUDITORIA
                           MOVE 'CIERRE DE PERIODO CONTABLE'
                               TO WS-MOTIVO-AUDITORIA
                           PERFORM 170-ASENTAR-AUDITORIA
                           DISPLAY '---> PERÍODO ' WS-PERIODO-PEDIDO
                               ' CERRADO: NO ACEPTA MÁS POSTEOS'
                   END-EVALUATE
               END-IF.

           200-REABRIR-PERIODO SECTION.
                   DISPLAY 'ERROR AL GRABAR EL PERÍODO'
               END-IF.

      *    Diferencias entre auxiliares y mayor del mes que
      *    todavía nadie explicó (sin archivo, ninguna).
           180-CONTAR-DIF-MAYOR SECTION.
               MOVE ZERO TO WS-DIF-PENDIENTES.
               MOVE 'N' TO WS-EOF-DIF.
               OPEN INPUT ARCHIVO-DIF-MAYOR.
               IF WS-FILE-STATUS-DIF = '00'
                   MOVE LOW-VALUES TO DM-CLAVE OF REGISTRO-DIF-MAYOR
                   MOVE WS-PERIODO-PEDIDO
                       TO DM-PERIODO OF REGISTRO-DIF-MAYOR
                   START ARCHIVO-DIF-MAYOR
                       KEY IS >= DM-CLAVE OF REGISTRO-DIF-MAYOR
                       INVALID KEY
                           SET FIN-ARCHIVO-DIF TO TRUE
                   END-START
                   PERFORM UNTIL FIN-ARCHIVO-DIF
                       READ ARCHIVO-DIF-MAYOR NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-DIF TO TRUE
                           NOT AT END
                               IF DM-PERIODO OF REGISTRO-DIF-MAYOR
                                  NOT = WS-PERIODO-PEDIDO
                                   SET FIN-ARCHIVO-DIF TO TRUE
                               ELSE
                                   IF DIF-MAYOR-PENDIENTE
                                      OF REGISTRO-DIF-MAYOR
                                       ADD 1 TO WS-DIF-PENDIENTES
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-DIF-MAYOR
               END-IF.

      *    El número de período viaja en el campo de cuenta del
      *    asiento de auditoría: el cierre no refiere a una cuenta.
           170-ASENTAR-AUDITORIA SECTION.
