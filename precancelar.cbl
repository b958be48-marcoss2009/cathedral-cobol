               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PARAM.

      *    Maestro de cuentas, sólo para tomar el titular de la
      *    cuenta de origen: la acreditación es dinero propio del
      *    titular y no sufre la retención de ingresos brutos.
           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS-CTA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PLAZOS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM  PIC XX VALUE '00'.
      *    Titular de la cuenta de origen, publicado como origen
      *    del crédito para MOVIMIENTO-CUENTA.
       01  WS-FILE-STATUS-CTA    PIC XX VALUE '00'.
       01  ORIGEN-CREDITO EXTERNAL.
           05 OC-DNI-ORIGEN      PIC 9(08).

       01  WS-NUMERO-PLAZO       PIC 9(06).
       01  WS-PLAZO-ENCONTRADO   PIC X(01) VALUE 'N'.
               END-IF
               END-IF.

      *    Titular de la cuenta de origen del certificado (cero si
      *    la cuenta no se encuentra: el crédito se trata como de
      *    un tercero).
           115-BUSCAR-TITULAR SECTION.
               MOVE ZERO TO OC-DNI-ORIGEN.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS-CTA = '00'
                   MOVE PF-CUENTA-ORIGEN OF REGISTRO-PLAZO
                       TO CC-NUMERO-CUENTA OF RCC
                   READ ARCHIVO-CUENTAS
                       KEY IS CC-NUMERO-CUENTA OF RCC
                       NOT INVALID KEY
                           MOVE CC-DNI-TITULAR OF RCC
                               TO OC-DNI-ORIGEN
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

      *    La acreditación va primero: si el crédito no se puede
      *    postear, el certificado queda vigente como estaba.
           120-ACREDITAR-Y-MARCAR SECTION.
               PERFORM 115-BUSCAR-TITULAR.
               CALL 'MOVIMIENTO-CUENTA' USING
                   PF-CUENTA-ORIGEN OF REGISTRO-PLAZO
                   WS-MONTO-ACREDITAR 'A' LK-OPERADOR WS-CANAL
                   WS-AUTORIZANTE WS-CONCEPTO WS-CONVERSION
                   WS-RESULTADO-MOVIMIENTO.
               MOVE ZERO TO OC-DNI-ORIGEN.
               IF NOT MOVIMIENTO-OK
                   DISPLAY '--> NO SE PUDO ACREDITAR LA CUENTA: '
                       'PRECANCELACIÓN NO REALIZADA'
               ELSE
                   MOVE 'P' TO PF-ESTADO OF REGISTRO-PLAZO
                   MOVE WS-INTERES
                       TO PF-INTERES-PAGADO OF REGISTRO-PLAZO
                   MOVE WS-FECHA-HOY
                       TO PF-FECHA-LIQUIDACION OF REGISTRO-PLAZO
                   REWRITE REGISTRO-PLAZO
                   IF WS-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR AL MARCAR EL CERTIFICADO'
