       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICAR-CAMBIOS-CONDICIONES.
       AUTHOR. MARCOS MUÑOZ.

      * Batch diario de los cambios de condiciones programados en
      * cambios_condiciones.dat (MANTENER-TARIFAS,
      * MANTENER-TASAS). Un aumento que todavía no fue avisado
      * deja un evento AUMENTO-COND, con la fecha desde la que
      * rige, a cada cliente alcanzado: los titulares de las
      * cuentas no cerradas del tipo tarifado, los de los cofres
      * alquilados del tamaño tarifado, los de cuentas corrientes
      * para la punitoria y los de tarjetas que financian a la
      * tasa general. El cambio cuya vigencia es mañana o antes
      * pasa al tarifario (alta, modificación o baja de la
      * tarifa) o al campo de parametros.dat, y queda aplicado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CAMBIOS ASSIGN TO 'cambios_condiciones.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-NUMERO OF REGISTRO-CAMBIO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-TARIFAS ASSIGN TO 'tarifas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-CLAVE OF REGISTRO-TARIFA
               FILE STATUS IS WS-FILE-STATUS-TAR.

           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PAR.

           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS-CTA.

           SELECT ARCHIVO-COFRES ASSIGN TO 'cofres.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CLAVE OF REGISTRO-COFRE
               FILE STATUS IS WS-FILE-STATUS-COF.

           SELECT ARCHIVO-CUENTAS-TARJETA
               ASSIGN TO 'cuentas_tarjeta.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-NUMERO OF REGISTRO-CUENTA-TARJETA
               FILE STATUS IS WS-FILE-STATUS-TC.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CAMBIOS.
           01 REGISTRO-CAMBIO.
               COPY "cambiocondicion.cpy".

       FD  ARCHIVO-TARIFAS.
           01 REGISTRO-TARIFA.
               COPY "tarifa.cpy".

       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-COFRES.
           01 REGISTRO-COFRE.
               COPY "cofre.cpy".

       FD  ARCHIVO-CUENTAS-TARJETA.
           01 REGISTRO-CUENTA-TARJETA.
               COPY "tarjetacredito.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-TAR    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PAR    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-COF    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-TC     PIC XX VALUE '00'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-EOF-CLIENTES       PIC X(01) VALUE 'N'.
           88 FIN-CLIENTES       VALUE 'Y'.

      *    El batch corre al cierre del día: lo que rige desde
      *    mañana se aplica esta noche.
       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-FECHA-MANANA       PIC 9(08).
       01  WS-UN-DIA             PIC 9(03) VALUE 1.

      *    Aviso del aumento a cada cliente alcanzado.
       01  WS-TIPO-EVENTO        PIC X(12) VALUE 'AUMENTO-COND'.
       01  WS-DETALLE-EVENTO     PIC X(40).
       01  WS-CANT-AVISOS        PIC 9(06) VALUE ZERO.

       01  WS-CANT-PROGRAMADOS   PIC 9(06) VALUE ZERO.
       01  WS-CANT-APLICADOS     PIC 9(06) VALUE ZERO.
       01  WS-CANT-AVISADOS      PIC 9(06) VALUE ZERO.

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna (área común entre
      *    programas).
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- CAMBIOS DE CONDICIONES PROGRAMADOS ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           MOVE WS-FECHA-HOY TO WS-FECHA-MANANA.
           CALL 'SUMAR-DIAS-FECHA' USING WS-FECHA-MANANA WS-UN-DIA.
           PERFORM 100-PROCESAR-CAMBIOS.
           DISPLAY '---- CAMBIOS PROGRAMADOS: ' WS-CANT-PROGRAMADOS.
           DISPLAY '---- AUMENTOS AVISADOS:   ' WS-CANT-AVISADOS.
           DISPLAY '---- CAMBIOS APLICADOS:   ' WS-CANT-APLICADOS.
           MOVE WS-CANT-PROGRAMADOS TO CB-PROCESADOS.
           MOVE WS-CANT-APLICADOS TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-PROCESAR-CAMBIOS SECTION.
               OPEN I-O ARCHIVO-CAMBIOS.
      *        Sin registro de cambios no hay nada programado.
               IF WS-FILE-STATUS = '35'
                   DISPLAY '--> SIN CAMBIOS DE CONDICIONES '
                       'REGISTRADOS'
               ELSE
                   IF WS-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR AL ABRIR EL REGISTRO DE '
                           'CAMBIOS DE CONDICIONES'
      *                El error fatal se publica para que la cadena
      *                nocturna se detenga.
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM UNTIL FIN-ARCHIVO
                           READ ARCHIVO-CAMBIOS NEXT RECORD
                               AT END
                                   SET FIN-ARCHIVO TO TRUE
                               NOT AT END
                                   IF CAMBIO-PROGRAMADO
                                      OF REGISTRO-CAMBIO
                                       PERFORM 110-PROCESAR-CAMBIO
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE ARCHIVO-CAMBIOS
                   END-IF
               END-IF.

      *    El aviso sale antes que la aplicación: un aumento nunca
      *    rige sin haber avisado a sus clientes.
           110-PROCESAR-CAMBIO SECTION.
               ADD 1 TO WS-CANT-PROGRAMADOS.
               IF AVISO-PENDIENTE OF REGISTRO-CAMBIO
                   PERFORM 200-AVISAR-AUMENTO
               END-IF.
               IF CN-FECHA-VIGENCIA OF REGISTRO-CAMBIO
                  <= WS-FECHA-MANANA
                   IF CAMBIO-TARIFA OF REGISTRO-CAMBIO
                       PERFORM 300-APLICAR-TARIFA
                   ELSE
                       PERFORM 310-APLICAR-TASA
                   END-IF
               END-IF.
               REWRITE REGISTRO-CAMBIO.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL ACTUALIZAR EL CAMBIO '
                       CN-NUMERO OF REGISTRO-CAMBIO
               END-IF.

           200-AVISAR-AUMENTO SECTION.
               MOVE ZERO TO WS-CANT-AVISOS.
               MOVE SPACES TO WS-DETALLE-EVENTO.
               IF CAMBIO-TARIFA OF REGISTRO-CAMBIO
                   STRING
                       'AUMENTO TARIFA ' DELIMITED BY SIZE
                       CN-OPERACION OF REGISTRO-CAMBIO
                           DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       CN-TIPO-CUENTA OF REGISTRO-CAMBIO
                           DELIMITED BY SIZE
                       ' DESDE ' DELIMITED BY SIZE
                       CN-FECHA-VIGENCIA OF REGISTRO-CAMBIO
                           DELIMITED BY SIZE
                       INTO WS-DETALLE-EVENTO
                   END-STRING
                   IF CN-OPERACION OF REGISTRO-CAMBIO = 'CS'
                       PERFORM 220-AVISAR-COFRES
                   ELSE
                       PERFORM 210-AVISAR-CUENTAS
                   END-IF
               ELSE
                   STRING
                       'AUMENTO TASA ' DELIMITED BY SIZE
                       CN-CLAVE OF REGISTRO-CAMBIO
                           DELIMITED BY SPACE
                       ' DESDE ' DELIMITED BY SIZE
                       CN-FECHA-VIGENCIA OF REGISTRO-CAMBIO
                           DELIMITED BY SIZE
                       INTO WS-DETALLE-EVENTO
                   END-STRING
                   IF CN-CLAVE OF REGISTRO-CAMBIO = 'FINANC-TC'
                       PERFORM 230-AVISAR-TARJETAS
                   ELSE
                       PERFORM 210-AVISAR-CUENTAS
                   END-IF
               END-IF.
               MOVE 'S' TO CN-AVISO OF REGISTRO-CAMBIO.
               MOVE WS-CANT-AVISOS TO CN-CANT-AVISOS OF REGISTRO-CAMBIO.
               ADD 1 TO WS-CANT-AVISADOS.
               DISPLAY '--> ' WS-DETALLE-EVENTO ': ' WS-CANT-AVISOS
                   ' AVISOS'.

      *    Tarifas por tipo de cuenta: los titulares de las cuentas
      *    no cerradas de ese tipo. Punitoria: los de cuentas
      *    corrientes, las que pueden girar en descubierto.
           210-AVISAR-CUENTAS SECTION.
               MOVE 'N' TO WS-EOF-CLIENTES.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS-CTA NOT = '00'
                   DISPLAY '--> SIN ARCHIVO DE CUENTAS: AUMENTO SIN '
                       'AVISOS'
               ELSE
                   PERFORM UNTIL FIN-CLIENTES
                       READ ARCHIVO-CUENTAS NEXT RECORD
                           AT END
                               SET FIN-CLIENTES TO TRUE
                           NOT AT END
                               PERFORM 215-AVISAR-CUENTA
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

           215-AVISAR-CUENTA SECTION.
               IF NOT CUENTA-CERRADA OF RCC
                   IF (CAMBIO-TARIFA OF REGISTRO-CAMBIO
                      AND CC-TIPO-CUENTA OF RCC
                          = CN-TIPO-CUENTA OF REGISTRO-CAMBIO)
                   OR (CAMBIO-TASA OF REGISTRO-CAMBIO
                      AND CUENTA-CORRIENTE-TIPO OF RCC)
                       CALL 'REGISTRAR-EVENTO' USING
                           WS-TIPO-EVENTO
                           CC-NUMERO-CUENTA OF RCC
                           CC-DNI-TITULAR OF RCC
                           WS-DETALLE-EVENTO
                       ADD 1 TO WS-CANT-AVISOS
                   END-IF
               END-IF.

      *    Canon de cofres: los titulares de los cofres alquilados
      *    del tamaño tarifado.
           220-AVISAR-COFRES SECTION.
               MOVE 'N' TO WS-EOF-CLIENTES.
               OPEN INPUT ARCHIVO-COFRES.
               IF WS-FILE-STATUS-COF NOT = '00'
                   DISPLAY '--> SIN ARCHIVO DE COFRES: AUMENTO SIN '
                       'AVISOS'
               ELSE
                   PERFORM UNTIL FIN-CLIENTES
                       READ ARCHIVO-COFRES NEXT RECORD
                           AT END
                               SET FIN-CLIENTES TO TRUE
                           NOT AT END
                               IF COFRE-ALQUILADO OF REGISTRO-COFRE
                                  AND CF-TAMANIO OF REGISTRO-COFRE
                                   = CN-TIPO-CUENTA OF REGISTRO-CAMBIO
                                   CALL 'REGISTRAR-EVENTO' USING
                                       WS-TIPO-EVENTO
                                       CF-CUENTA-DEBITO
                                           OF REGISTRO-COFRE
                                       CF-DNI-TITULAR
                                           OF REGISTRO-COFRE
                                       WS-DETALLE-EVENTO
                                   ADD 1 TO WS-CANT-AVISOS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-COFRES
               END-IF.

      *    Tasa general de financiación: las tarjetas activas que
      *    no tienen una tasa propia.
           230-AVISAR-TARJETAS SECTION.
               MOVE 'N' TO WS-EOF-CLIENTES.
               OPEN INPUT ARCHIVO-CUENTAS-TARJETA.
               IF WS-FILE-STATUS-TC NOT = '00'
                   DISPLAY '--> SIN ARCHIVO DE TARJETAS: AUMENTO SIN '
                       'AVISOS'
               ELSE
                   PERFORM UNTIL FIN-CLIENTES
                       READ ARCHIVO-CUENTAS-TARJETA NEXT RECORD
                           AT END
                               SET FIN-CLIENTES TO TRUE
                           NOT AT END
                               IF CUENTA-TARJETA-ACTIVA
                                  OF REGISTRO-CUENTA-TARJETA
                                  AND TC-TASA-FINANCIACION
                                   OF REGISTRO-CUENTA-TARJETA = ZERO
                                   CALL 'REGISTRAR-EVENTO' USING
                                       WS-TIPO-EVENTO
                                       TC-CUENTA-DEBITO
                                           OF REGISTRO-CUENTA-TARJETA
                                       TC-DNI-TITULAR
                                           OF REGISTRO-CUENTA-TARJETA
                                       WS-DETALLE-EVENTO
                                   ADD 1 TO WS-CANT-AVISOS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CUENTAS-TARJETA
               END-IF.

           300-APLICAR-TARIFA SECTION.
               OPEN I-O ARCHIVO-TARIFAS.
               IF WS-FILE-STATUS-TAR = '35'
                   OPEN OUTPUT ARCHIVO-TARIFAS
                   CLOSE ARCHIVO-TARIFAS
                   OPEN I-O ARCHIVO-TARIFAS
               END-IF.
               IF WS-FILE-STATUS-TAR NOT = '00'
                   DISPLAY 'ERROR AL ABRIR ARCHIVO DE TARIFAS'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE CN-OPERACION OF REGISTRO-CAMBIO
                       TO TA-OPERACION OF REGISTRO-TARIFA
                   MOVE CN-TIPO-CUENTA OF REGISTRO-CAMBIO
                       TO TA-TIPO-CUENTA OF REGISTRO-TARIFA
                   IF CAMBIO-BAJA OF REGISTRO-CAMBIO
                       DELETE ARCHIVO-TARIFAS
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   ELSE
                       READ ARCHIVO-TARIFAS
                           KEY IS TA-CLAVE OF REGISTRO-TARIFA
                           INVALID KEY
                               PERFORM 305-ASIGNAR-TARIFA
                               WRITE REGISTRO-TARIFA
                           NOT INVALID KEY
                               PERFORM 305-ASIGNAR-TARIFA
                               REWRITE REGISTRO-TARIFA
                       END-READ
                   END-IF
                   CLOSE ARCHIVO-TARIFAS
                   MOVE 'A' TO CN-ESTADO OF REGISTRO-CAMBIO
                   ADD 1 TO WS-CANT-APLICADOS
                   DISPLAY '--> TARIFA ' CN-OPERACION OF REGISTRO-CAMBIO
                       ' ' CN-TIPO-CUENTA OF REGISTRO-CAMBIO
                       ' APLICADA'
               END-IF.

           305-ASIGNAR-TARIFA SECTION.
               MOVE CN-FIJO-NUEVO OF REGISTRO-CAMBIO
                   TO TA-MONTO-FIJO OF REGISTRO-TARIFA.
               MOVE CN-TASA-NUEVA OF REGISTRO-CAMBIO
                   TO TA-PORCENTAJE OF REGISTRO-TARIFA.
               MOVE CN-LIBRES-NUEVO OF REGISTRO-CAMBIO
                   TO TA-CANT-LIBRES OF REGISTRO-TARIFA.

           310-APLICAR-TASA SECTION.
               OPEN I-O ARCHIVO-PARAMETROS.
               IF WS-FILE-STATUS-PAR NOT = '00'
                   DISPLAY 'ERROR AL ABRIR ARCHIVO DE PARÁMETROS'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   READ ARCHIVO-PARAMETROS
                   END-READ
                   EVALUATE CN-CLAVE OF REGISTRO-CAMBIO
                       WHEN 'INTERES'
                           MOVE CN-TASA-NUEVA OF REGISTRO-CAMBIO
                               TO PA-TASA-INTERES
                       WHEN 'PLAZOFIJO'
                           MOVE CN-TASA-NUEVA OF REGISTRO-CAMBIO
                               TO PA-TASA-PLAZO-FIJO
                       WHEN 'PRESTAMO'
                           MOVE CN-TASA-NUEVA OF REGISTRO-CAMBIO
                               TO PA-TASA-PRESTAMO
                       WHEN 'PUNITORIA'
                           MOVE CN-TASA-NUEVA OF REGISTRO-CAMBIO
                               TO PA-TASA-PUNITORIA
                       WHEN 'DESCUENTO'
                           MOVE CN-TASA-NUEVA OF REGISTRO-CAMBIO
                               TO PA-TASA-DESCUENTO
                       WHEN 'FINANC-TC'
                           MOVE CN-TASA-NUEVA OF REGISTRO-CAMBIO
                               TO PA-TASA-FINANCIACION-TC
                       WHEN 'PRECANCEL'
                           MOVE CN-TASA-NUEVA OF REGISTRO-CAMBIO
                               TO PA-TASA-PRECANCELACION
                   END-EVALUATE
                   REWRITE REGISTRO-PARAMETROS
                   IF WS-FILE-STATUS-PAR NOT = '00'
                       DISPLAY 'ERROR AL ACTUALIZAR LOS PARÁMETROS'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE 'A' TO CN-ESTADO OF REGISTRO-CAMBIO
                       ADD 1 TO WS-CANT-APLICADOS
                       DISPLAY '--> TASA ' CN-CLAVE OF REGISTRO-CAMBIO
                           ' APLICADA'
                   END-IF
                   CLOSE ARCHIVO-PARAMETROS
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
