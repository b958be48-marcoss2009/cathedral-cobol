      * histórico de depósitos y retiros en efectivo por día de
      * semana (promedio de las últimas cuatro semanas de los
      * historiales), las órdenes permanentes que vencen en la
      * ventana, los cheques diferidos que maduran y los retiros
      * grandes avisados con reserva de efectivo. Proyecta el
      * saldo de la bóveda ARS día a día desde su saldo actual de
      * control.dat y recomienda reponer (si el proyectado se va
      * a negativo) o remesar el sobrante. Tesorería hacía esto en
      * papel y de memoria.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS RM-NUMERO OF REGISTRO-REMESA
               FILE STATUS IS WS-FILE-STATUS-REM.

      *    Reservas de efectivo: un retiro avisado es una salida
      *    cierta de la sucursal de entrega el día pactado.
           SELECT ARCHIVO-RESERVAS-EFE
               ASSIGN TO 'reservas_efectivo.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RE-NUMERO OF REGISTRO-RESERVA
               FILE STATUS IS WS-FILE-STATUS-RES.

           SELECT ARCHIVO-REPORTE
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
           01 REGISTRO-REMESA.
               COPY "remesa.cpy".

       FD  ARCHIVO-RESERVAS-EFE.
           01 REGISTRO-RESERVA.
               COPY "reservaefectivo.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-MOV    PIC XX VALUE '00'.
       01  WS-EOF-REM            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-REM    VALUE 'Y'.

       01  WS-FILE-STATUS-RES    PIC XX VALUE '00'.

       01  WS-SALDO-BOVEDA       PIC S9(14)V99.
       01  WS-SALDO-PROYECTADO   PIC S9(14)V99.
       01  WS-MINIMO-PROYECTADO  PIC S9(14)V99.

       01  WS-MONTO-DISPLAY      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'PRONOSTICO-EFECTIVO'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- PRONÓSTICO DE EFECTIVO POR SUCURSAL ----'.
           PERFORM 100-ARMAR-PATRON-HISTORICO.
           PERFORM 200-SUMAR-ORDENES-FUTURAS.
           PERFORM 250-SUMAR-DIFERIDOS-FUTUROS.
           PERFORM 270-SUMAR-RESERVAS-EFECTIVO.
           PERFORM 300-PROYECTAR-Y-RECOMENDAR.
           PERFORM 900-FINALIZAR-PROGRAMA.

                   END-IF
               END-IF.

      *    Reservas de efectivo en pesos vigentes para un día de
      *    la ventana: salida de la sucursal donde se entregan, que
      *    no siempre es la de la cuenta.
           270-SUMAR-RESERVAS-EFECTIVO SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-RESERVAS-EFE.
               IF WS-FILE-STATUS-RES = '00'
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-RESERVAS-EFE NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF RESERVA-VIGENTE
                                  OF REGISTRO-RESERVA
                                  AND RE-MONEDA OF REGISTRO-RESERVA
                                      = 'ARS'
                                   PERFORM 280-UBICAR-RESERVA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-RESERVAS-EFE
               END-IF.

           280-UBICAR-RESERVA SECTION.
               MOVE ZERO TO WS-DIAS-OFFSET.
               MOVE WS-FECHA-HOY TO WS-FECHA-DIA.
               PERFORM 14 TIMES
                   CALL 'SUMAR-DIAS-FECHA' USING
                       WS-FECHA-DIA WS-UN-DIA
                   ADD 1 TO WS-DIAS-OFFSET
                   IF WS-FECHA-DIA
                      = RE-FECHA-RETIRO OF REGISTRO-RESERVA
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF WS-FECHA-DIA = RE-FECHA-RETIRO OF REGISTRO-RESERVA
                   MOVE RE-SUCURSAL OF REGISTRO-RESERVA
                       TO WS-SUC-BUSCADA
                   PERFORM 150-UBICAR-SUCURSAL
                   IF WS-POS-SUC NOT = ZERO
                       ADD RE-MONTO OF REGISTRO-RESERVA
                           TO WS-PS-ORDENES
                           (WS-POS-SUC WS-DIAS-OFFSET)
                   END-IF
               END-IF.

      *    Proyección día a día por sucursal desde el saldo actual
      *    de su bóveda ARS: entra el promedio histórico del día
      *    de semana, sale el promedio más lo programado. Si el
                       PERFORM 310-PROYECTAR-UNA-SUCURSAL
                   END-PERFORM
                   CLOSE ARCHIVO-REPORTE
                   MOVE NOMBRE-ARCHIVO-REPORTE TO WS-ARCHIVO-CATALOGO
                   CALL 'REGISTRAR-REPORTE' USING
                       WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                       WS-SUCURSAL-CATALOGO
                   DISPLAY '--> PRONÓSTICO GENERADO: '
                       NOMBRE-ARCHIVO-REPORTE
               END-IF.
