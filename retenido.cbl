               RECORD KEY IS PRE-NUMERO OF REGISTRO-PREAUT
               FILE STATUS IS WS-FILE-STATUS-PRE.

      *    Reservas de efectivo vigentes: el cliente avisó un
      *    retiro grande y los fondos quedan reservados hasta el
      *    día pactado.
           SELECT ARCHIVO-RESERVAS-EFE
               ASSIGN TO 'reservas_efectivo.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RE-NUMERO OF REGISTRO-RESERVA
               FILE STATUS IS WS-FILE-STATUS-RES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-EMBARGOS.
           01 REGISTRO-PREAUT.
               COPY "preautorizacion.cpy".

       FD  ARCHIVO-RESERVAS-EFE.
           01 REGISTRO-RESERVA.
               COPY "reservaefectivo.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.

       01  WS-EOF-PRE            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-PRE    VALUE 'Y'.

       01  WS-FILE-STATUS-RES    PIC XX VALUE '00'.
       01  WS-EOF-RES            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-RES    VALUE 'Y'.

       LINKAGE SECTION.
       01  LK-CUENTA             PIC 9(08).
      *    Total retenido sobre la cuenta; cero si no tiene
           PERFORM 200-SUMAR-CERTIFICACIONES.
           PERFORM 300-SUMAR-CLEARING-PENDIENTE.
           PERFORM 400-SUMAR-PREAUTORIZACIONES.
           PERFORM 500-SUMAR-RESERVAS-EFECTIVO.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-SUMAR-EMBARGOS SECTION.
                   CLOSE ARCHIVO-PREAUTS
               END-IF.

      *    Una reserva de efectivo vigente retiene su monto hasta
      *    que CAJA la paga o el batch la libera.
           500-SUMAR-RESERVAS-EFECTIVO SECTION.
               MOVE 'N' TO WS-EOF-RES.
               OPEN INPUT ARCHIVO-RESERVAS-EFE.
               IF WS-FILE-STATUS-RES = '00'
                   PERFORM UNTIL FIN-ARCHIVO-RES
                       READ ARCHIVO-RESERVAS-EFE NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-RES TO TRUE
                           NOT AT END
                               IF RE-CUENTA OF REGISTRO-RESERVA
                                  = LK-CUENTA
                                  AND RESERVA-VIGENTE
                                      OF REGISTRO-RESERVA
                                   ADD RE-MONTO
                                       OF REGISTRO-RESERVA
                                       TO LK-RETENIDO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-RESERVAS-EFE
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
