      * (CC-DNI-TITULAR) o como cotitular (tabla CC-COTITULARES), con
      * su saldo, tipo, moneda y estado, más la posición total
      * convertida a ARS con el tipo de cambio vigente de
      * ARCHIVO-PARAMETROS, más la tenencia en el fondo común de
      * inversión valuada a la cuotaparte del día. Es la respuesta
      * a "¿qué tengo con ustedes?" sin tener que correr
      * BUSCAR-CUENTA por nombre cuenta por cuenta. También se
      * listan los préstamos vigentes de terceros que el cliente
      * garantiza (garantes.dat), con el monto garantizado, como
      * riesgo contingente fuera de la posición total. La consulta
      * del DNI y cada cuenta listada quedan en el registro de
      * consultas a nombre del operador de la sesión. Las cuentas
      * cerradas que DEPURAR-CUENTAS-CERRADAS pasó al maestro
      * histórico (cuentas_historicas.dat) se listan al final,
      * marcadas como depuradas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS.

      *    Cuentas cerradas depuradas del maestro.
           SELECT ARCHIVO-HISTORICAS ASSIGN TO 'cuentas_historicas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCH
               FILE STATUS IS WS-FILE-STATUS-HIS.

      *    Índice de cuentas por DNI, para llegar directo a las
      *    cuentas de la persona sin barrer el maestro.
           SELECT ARCHIVO-INDICE-DNI ASSIGN TO 'indice_dni.dat'
               RECORD KEY IS CLI-DNI OF REGISTRO-CLIENTE
               FILE STATUS IS WS-FILE-STATUS-CLIENTE.

      *    Garantías otorgadas por el cliente y los préstamos
      *    garantizados.
           SELECT ARCHIVO-GARANTES ASSIGN TO 'garantes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-CLAVE OF REGISTRO-GARANTE
               FILE STATUS IS WS-FILE-STATUS-GAR.

           SELECT ARCHIVO-PRESTAMOS ASSIGN TO 'prestamos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-NUMERO OF REGISTRO-PRESTAMO
               FILE STATUS IS WS-FILE-STATUS-PRE.

      *    Parámetros de negocio, de donde sale el tipo de cambio
      *    para expresar la posición total en ARS.
           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.dat'
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-HISTORICAS.
           01  RCH.
           COPY "cuenta.cpy".

       FD  ARCHIVO-INDICE-DNI.
           01 REGISTRO-INDICE.
               COPY "indicedni.cpy".
           01 REGISTRO-CLIENTE.
               COPY "cliente.cpy".

       FD  ARCHIVO-GARANTES.
           01 REGISTRO-GARANTE.
               COPY "garante.cpy".

       FD  ARCHIVO-PRESTAMOS.
           01 REGISTRO-PRESTAMO.
               COPY "prestamo.cpy".

       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CLIENTE PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM  PIC XX VALUE '00'.
       01  WS-FILE-STATUS-HIS    PIC XX VALUE '00'.
       01  WS-CUENTA-HISTORICA   PIC X(01) VALUE 'N'.
           88 CUENTA-HISTORICA   VALUE 'S'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

       01  WS-FILE-STATUS-OFE    PIC XX VALUE '00'.

      *    Préstamos de terceros garantizados por el cliente.
       01  WS-FILE-STATUS-GAR    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PRE    PIC XX VALUE '00'.
       01  WS-EOF-GAR            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-GAR    VALUE 'Y'.
       01  WS-CANT-GARANTIAS     PIC 9(03) VALUE ZERO.
       01  WS-TOTAL-GARANTIZADO  PIC S9(14)V99 VALUE ZERO.

       01  WS-CLIENTE-ENCONTRADO PIC X(01) VALUE 'N'.
           88 CLIENTE-ENCONTRADO VALUE 'S'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-VALOR-UVA          PIC 9(06)V9999 VALUE ZERO.

      *    Tenencia en el fondo común de inversión, valuada por
      *    VALUAR-TENENCIA-FCI a la cuotaparte del día.
       01  WS-FCI-CUOTAPARTES    PIC 9(10)V9(06).
       01  WS-FCI-VALOR-CUOTAPARTE PIC 9(06)V9(06).
       01  WS-FCI-VALUACION      PIC S9(12)V99.
       01  WS-CUOTAPARTES-DISPLAY PIC Z,ZZZ,ZZZ,ZZ9.999999.

      *    Bandera de coincidencia de la cuenta leída: el DNI buscado
      *    puede aparecer como titular o en cualquier renglón de la
      *    tabla de cotitulares.
           88 CUENTA-DEL-CLIENTE VALUE 'S'.
       01  WS-IDX-COTITULAR      PIC 9(01).

      *    Programa que se asienta en el registro de consultas.
       01  WS-PROGRAMA-CONSULTA  PIC X(24) VALUE 'POSICION-CLIENTE'.
       01  WS-SIN-CUENTA         PIC 9(08) VALUE ZERO.

      *    Rol con el que el cliente figura en la cuenta mostrada.
       01  WS-ROL-EN-CUENTA      PIC X(09).

           IF WS-DNI-BUSCADO = ZERO
               DISPLAY '--> OPERACIÓN CANCELADA'
           ELSE
               CALL 'REGISTRAR-CONSULTA' USING WS-PROGRAMA-CONSULTA
                   WS-SIN-CUENTA WS-DNI-BUSCADO
               PERFORM 100-MOSTRAR-CLIENTE
               PERFORM 110-RECORRER-CUENTAS
               PERFORM 150-MOSTRAR-FCI
               PERFORM 160-MOSTRAR-GARANTIAS
               PERFORM 200-MOSTRAR-TOTAL
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.
                       CLOSE ARCHIVO-CUENTAS
                   END-IF
               END-IF.
               PERFORM 118-RECORRER-HISTORICAS.

           115-INTENTAR-POR-INDICE SECTION.
               MOVE 'N' TO WS-INDICE-USADO.
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

      *    El índice por DNI no cubre el histórico (la entrada de
      *    una cuenta depurada queda sin cuenta en el maestro y 116
      *    la saltea): el histórico, que es chico, se barre entero.
           118-RECORRER-HISTORICAS SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-HISTORICAS.
               IF WS-FILE-STATUS-HIS = '00'
                   SET CUENTA-HISTORICA TO TRUE
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-HISTORICAS NEXT RECORD INTO RCC
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               PERFORM 120-EVALUAR-CUENTA
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-CUENTA-HISTORICA
                   CLOSE ARCHIVO-HISTORICAS
               END-IF.

      *    Decide si la cuenta leída en RCC pertenece al DNI buscado,
      *    como titular principal o en la tabla de cotitulares.
           120-EVALUAR-CUENTA SECTION.

               IF CUENTA-DEL-CLIENTE
                   ADD 1 TO WS-CANT-CUENTAS
                   CALL 'REGISTRAR-CONSULTA' USING
                       WS-PROGRAMA-CONSULTA CC-NUMERO-CUENTA OF RCC
                       WS-DNI-BUSCADO
                   PERFORM 130-MOSTRAR-CUENTA
                   PERFORM 140-ACUMULAR-EN-ARS
               END-IF.
               END-IF.
               DISPLAY 'Moneda:  ' CC-MONEDA OF RCC.
               DISPLAY 'Estado:  ' WS-ESTADO-DESCRIPCION.
               IF CUENTA-HISTORICA
                   DISPLAY '--> CUENTA DEPURADA (HISTÓRICO)'
               END-IF.
               DISPLAY 'Saldo:   ' WS-SALDO-DISPLAY.

      *    Suma el saldo de la cuenta a la posición total, pasando a
               END-EVALUATE.
               ADD WS-SALDO-EN-ARS TO WS-TOTAL-ARS.

      *    La tenencia en el fondo entra al total en pesos; sin
      *    cuotaparte del día se muestran sólo las cuotapartes.
           150-MOSTRAR-FCI SECTION.
               CALL 'VALUAR-TENENCIA-FCI' USING
                   WS-DNI-BUSCADO WS-FECHA-HOY WS-FCI-CUOTAPARTES
                   WS-FCI-VALOR-CUOTAPARTE WS-FCI-VALUACION.
               IF WS-FCI-CUOTAPARTES NOT = ZERO
                   MOVE WS-FCI-CUOTAPARTES TO WS-CUOTAPARTES-DISPLAY
                   DISPLAY '-------------------------------'
                   DISPLAY 'Fondo común de inversión'
                   DISPLAY 'Cuotapartes: ' WS-CUOTAPARTES-DISPLAY
                   IF WS-FCI-VALOR-CUOTAPARTE = ZERO
                       DISPLAY '--> SIN CUOTAPARTE DEL DÍA: LA '
                           'TENENCIA NO ENTRA AL TOTAL'
                   ELSE
                       MOVE WS-FCI-VALUACION TO WS-SALDO-DISPLAY
                       DISPLAY 'Valuación:   ' WS-SALDO-DISPLAY
                       ADD WS-FCI-VALUACION TO WS-TOTAL-ARS
                   END-IF
               END-IF.

      *    garantes.dat está ordenado por préstamo: para un DNI
      *    se barre completo. Sólo cuentan los préstamos vigentes.
           160-MOSTRAR-GARANTIAS SECTION.
               MOVE 'N' TO WS-EOF-GAR.
               MOVE ZERO TO WS-CANT-GARANTIAS.
               MOVE ZERO TO WS-TOTAL-GARANTIZADO.
               OPEN INPUT ARCHIVO-GARANTES.
               IF WS-FILE-STATUS-GAR NOT = '00'
                   SET FIN-ARCHIVO-GAR TO TRUE
               ELSE
                   OPEN INPUT ARCHIVO-PRESTAMOS
                   IF WS-FILE-STATUS-PRE NOT = '00'
                       SET FIN-ARCHIVO-GAR TO TRUE
                   END-IF
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-GAR
                   READ ARCHIVO-GARANTES NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-GAR TO TRUE
                       NOT AT END
                           IF GA-DNI OF REGISTRO-GARANTE
                              = WS-DNI-BUSCADO
                               PERFORM 170-MOSTRAR-UNA-GARANTIA
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-GAR = '00'
                  OR WS-FILE-STATUS-GAR = '10'
                   CLOSE ARCHIVO-GARANTES
                   IF WS-FILE-STATUS-PRE = '00'
                      OR WS-FILE-STATUS-PRE = '23'
                       CLOSE ARCHIVO-PRESTAMOS
                   END-IF
               END-IF.
               IF WS-CANT-GARANTIAS > ZERO
                   MOVE WS-TOTAL-GARANTIZADO TO WS-TOTAL-DISPLAY
                   DISPLAY 'Total garantizado:    ' WS-TOTAL-DISPLAY
                   DISPLAY '--> RIESGO CONTINGENTE, NO ENTRA A LA '
                       'POSICIÓN TOTAL'
               END-IF.

           170-MOSTRAR-UNA-GARANTIA SECTION.
               MOVE GA-PRESTAMO OF REGISTRO-GARANTE
                   TO PR-NUMERO OF REGISTRO-PRESTAMO.
               READ ARCHIVO-PRESTAMOS
                   KEY IS PR-NUMERO OF REGISTRO-PRESTAMO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRESTAMO-VIGENTE OF REGISTRO-PRESTAMO
                           ADD 1 TO WS-CANT-GARANTIAS
                           ADD GA-MONTO-GARANTIZADO
                               OF REGISTRO-GARANTE
                               TO WS-TOTAL-GARANTIZADO
                           MOVE GA-MONTO-GARANTIZADO
                               OF REGISTRO-GARANTE
                               TO WS-SALDO-DISPLAY
                           DISPLAY '-------------------------------'
                           IF GA-CODEUDOR OF REGISTRO-GARANTE
                               DISPLAY 'Codeudor del préstamo '
                                   PR-NUMERO OF REGISTRO-PRESTAMO
                           ELSE
                               DISPLAY 'Garante del préstamo  '
                                   PR-NUMERO OF REGISTRO-PRESTAMO
                           END-IF
                           DISPLAY 'Cuenta:  '
                               PR-CUENTA OF REGISTRO-PRESTAMO
                           DISPLAY 'Garantiza: ' WS-SALDO-DISPLAY
                           IF PRESTAMO-EN-MORA OF REGISTRO-PRESTAMO
                               DISPLAY '--> EL PRÉSTAMO ESTÁ EN MORA'
                           END-IF
                       END-IF
               END-READ.

           200-MOSTRAR-TOTAL SECTION.
               DISPLAY '-------------------------------'.
               IF WS-CANT-CUENTAS = ZERO
