       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONAR-CASTIGOS.
       AUTHOR. MARCOS MUÑOZ.

      * Registro de préstamos castigados: lista los castigos con
      * saldo a recuperar, muestra el detalle de uno con sus
      * recuperos, y registra los cobros posteriores que rinden
      * las agencias de cobranza o los juicios. Cada recupero se
      * agrega a recuperos.dat, suma al total recuperado del
      * castigo (que queda recuperado cuando cubre el capital más
      * el interés vencido castigados) y se asienta como ingreso
      * por créditos recuperados contra la cuenta de bancos donde
      * se recibe el pago.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CASTIGOS ASSIGN TO 'castigos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-PRESTAMO OF REGISTRO-CASTIGO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-RECUPEROS ASSIGN TO 'recuperos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-REC.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CASTIGOS.
           01 REGISTRO-CASTIGO.
               COPY "castigo.cpy".

       FD  ARCHIVO-RECUPEROS.
           01 REGISTRO-RECUPERO.
               COPY "recupero.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REC    PIC XX VALUE '00'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-EOF-REC            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-REC    VALUE 'Y'.

       01  OPCION-CASTIGOS       PIC 9.
       01  WS-CONTINUAR          PIC X(01) VALUE 'S'.
           88 CONTINUAR          VALUE 'S'.

       01  WS-NUMERO-ELEGIDO     PIC 9(06).
       01  WS-CASTIGO-ENCONTRADO PIC X(01) VALUE 'N'.
           88 CASTIGO-ENCONTRADO VALUE 'S'.
       01  WS-CONFIRMA           PIC X(01).

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-CANT-PENDIENTES    PIC 9(06) VALUE ZERO.

      *    Saldo a recuperar: capital más interés vencido
      *    castigados, menos lo ya recuperado.
       01  WS-SALDO-RECUPERAR    PIC S9(12)V99.
       01  WS-MONTO-RECUPERO     PIC S9(12)V99.
       01  WS-ORIGEN             PIC X(01).
       01  WS-REFERENCIA         PIC X(20).

       01  WS-MONEDA-PESOS       PIC X(03) VALUE 'ARS'.
       01  WS-CONCEPTO-RECUPERO  PIC 9(03) VALUE 057.
       01  WS-OPERACION-DIRECTA  PIC X(01) VALUE 'G'.

       01  WS-ACCION-AUDITORIA   PIC X(12) VALUE 'RECUPERO'.
       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.
       01  WS-MOTIVO-AUDITORIA   PIC X(40).

       01  WS-MONTO-DISPLAY      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SALDO-DISPLAY      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión.
       01  LK-OPERADOR           PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- PRÉSTAMOS CASTIGADOS Y RECUPEROS ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           OPEN I-O ARCHIVO-CASTIGOS.
           IF WS-FILE-STATUS = '35'
               DISPLAY '--> NO HAY PRÉSTAMOS CASTIGADOS'
           ELSE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR AL ABRIR EL REGISTRO DE CASTIGOS'
           ELSE
               PERFORM UNTIL NOT CONTINUAR
                   PERFORM 100-MENU-CASTIGOS
               END-PERFORM
               CLOSE ARCHIVO-CASTIGOS
           END-IF
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-MENU-CASTIGOS SECTION.
               DISPLAY '----> Seleccione la acción a realizar:'.
               DISPLAY '1. Listar castigos con saldo a recuperar'.
               DISPLAY '2. Consultar un castigo'.
               DISPLAY '3. Registrar un recupero'.
               DISPLAY '0. Salir'.
               DISPLAY 'Elija una opción: ' WITH NO ADVANCING.
               ACCEPT OPCION-CASTIGOS.

               EVALUATE OPCION-CASTIGOS
                   WHEN 1
                       PERFORM 200-LISTAR-PENDIENTES
                   WHEN 2
                       PERFORM 110-LOCALIZAR-CASTIGO
                       IF CASTIGO-ENCONTRADO
                           PERFORM 300-MOSTRAR-CASTIGO
                       END-IF
                   WHEN 3
                       PERFORM 110-LOCALIZAR-CASTIGO
                       IF CASTIGO-ENCONTRADO
                           PERFORM 400-REGISTRAR-RECUPERO
                       END-IF
                   WHEN 0
                       MOVE 'N' TO WS-CONTINUAR
                   WHEN OTHER
                       DISPLAY '--> OPCIÓN INVÁLIDA'
               END-EVALUATE.

           110-LOCALIZAR-CASTIGO SECTION.
               DISPLAY 'Número de préstamo castigado: '
                   WITH NO ADVANCING.
               ACCEPT WS-NUMERO-ELEGIDO.
               MOVE WS-NUMERO-ELEGIDO
                   TO CA-PRESTAMO OF REGISTRO-CASTIGO.
               READ ARCHIVO-CASTIGOS
                   KEY IS CA-PRESTAMO OF REGISTRO-CASTIGO
                   INVALID KEY
                       MOVE 'N' TO WS-CASTIGO-ENCONTRADO
                       DISPLAY '--> PRÉSTAMO NO CASTIGADO'
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CASTIGO-ENCONTRADO
                       PERFORM 120-CALCULAR-SALDO
               END-READ.

           120-CALCULAR-SALDO SECTION.
               COMPUTE WS-SALDO-RECUPERAR =
                   CA-CAPITAL-CASTIGADO OF REGISTRO-CASTIGO
                   + CA-INTERES-VENCIDO OF REGISTRO-CASTIGO
                   - CA-TOTAL-RECUPERADO OF REGISTRO-CASTIGO.
               IF WS-SALDO-RECUPERAR < ZERO
                   MOVE ZERO TO WS-SALDO-RECUPERAR
               END-IF.

           200-LISTAR-PENDIENTES SECTION.
               MOVE ZERO TO WS-CANT-PENDIENTES.
               MOVE 'N' TO WS-EOF-FLAG.
               MOVE ZERO TO CA-PRESTAMO OF REGISTRO-CASTIGO.
               START ARCHIVO-CASTIGOS
                   KEY IS >= CA-PRESTAMO OF REGISTRO-CASTIGO
                   INVALID KEY
                       SET FIN-ARCHIVO TO TRUE
               END-START.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CASTIGOS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF CASTIGO-PENDIENTE OF REGISTRO-CASTIGO
                               ADD 1 TO WS-CANT-PENDIENTES
                               PERFORM 120-CALCULAR-SALDO
                               MOVE WS-SALDO-RECUPERAR
                                   TO WS-SALDO-DISPLAY
                               DISPLAY 'PRÉSTAMO '
                                   CA-PRESTAMO OF REGISTRO-CASTIGO
                                   ' DNI:' CA-DNI OF REGISTRO-CASTIGO
                                   ' CASTIGO:'
                                   CA-FECHA-CASTIGO
                                   OF REGISTRO-CASTIGO
                                   ' SALDO:' WS-SALDO-DISPLAY
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-CANT-PENDIENTES = ZERO
                   DISPLAY '--> NO HAY CASTIGOS CON SALDO A '
                       'RECUPERAR'
               END-IF.

           300-MOSTRAR-CASTIGO SECTION.
               DISPLAY '-------------------------------'.
               DISPLAY 'Préstamo:        '
                   CA-PRESTAMO OF REGISTRO-CASTIGO.
               DISPLAY 'Cuenta:          '
                   CA-CUENTA OF REGISTRO-CASTIGO
                   '  DNI: ' CA-DNI OF REGISTRO-CASTIGO.
               DISPLAY 'Fecha castigo:   '
                   CA-FECHA-CASTIGO OF REGISTRO-CASTIGO
                   '  En mora desde: '
                   CA-FECHA-MORA OF REGISTRO-CASTIGO.
               MOVE CA-CAPITAL-CASTIGADO OF REGISTRO-CASTIGO
                   TO WS-MONTO-DISPLAY.
               DISPLAY 'Capital:         ' WS-MONTO-DISPLAY.
               MOVE CA-INTERES-VENCIDO OF REGISTRO-CASTIGO
                   TO WS-MONTO-DISPLAY.
               DISPLAY 'Interés vencido: ' WS-MONTO-DISPLAY.
               MOVE CA-TOTAL-RECUPERADO OF REGISTRO-CASTIGO
                   TO WS-MONTO-DISPLAY.
               DISPLAY 'Recuperado:      ' WS-MONTO-DISPLAY.
               MOVE WS-SALDO-RECUPERAR TO WS-SALDO-DISPLAY.
               DISPLAY 'Saldo:           ' WS-SALDO-DISPLAY.
               PERFORM 310-LISTAR-RECUPEROS.
               DISPLAY '-------------------------------'.

           310-LISTAR-RECUPEROS SECTION.
               MOVE 'N' TO WS-EOF-REC.
               OPEN INPUT ARCHIVO-RECUPEROS.
               IF WS-FILE-STATUS-REC NOT = '00'
                   SET FIN-ARCHIVO-REC TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-REC
                   READ ARCHIVO-RECUPEROS
                       AT END
                           SET FIN-ARCHIVO-REC TO TRUE
                       NOT AT END
                           IF RE-PRESTAMO OF REGISTRO-RECUPERO
                              = CA-PRESTAMO OF REGISTRO-CASTIGO
                               MOVE RE-MONTO OF REGISTRO-RECUPERO
                                   TO WS-MONTO-DISPLAY
                               DISPLAY '  ' RE-FECHA
                                   OF REGISTRO-RECUPERO
                                   ' ' RE-ORIGEN OF REGISTRO-RECUPERO
                                   ' ' RE-REFERENCIA
                                   OF REGISTRO-RECUPERO
                                   ' ' WS-MONTO-DISPLAY
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-REC = '00'
                  OR WS-FILE-STATUS-REC = '10'
                   CLOSE ARCHIVO-RECUPEROS
               END-IF.

      *    El recupero no puede superar el saldo a recuperar: lo
      *    que sobre no es de este castigo.
           400-REGISTRAR-RECUPERO SECTION.
               IF CASTIGO-RECUPERADO OF REGISTRO-CASTIGO
                   DISPLAY '--> EL CASTIGO YA ESTÁ TOTALMENTE '
                       'RECUPERADO'
               ELSE
                   MOVE WS-SALDO-RECUPERAR TO WS-SALDO-DISPLAY
                   DISPLAY '--> SALDO A RECUPERAR: '
                       WS-SALDO-DISPLAY
                   DISPLAY 'Monto recuperado: $' WITH NO ADVANCING
                   ACCEPT WS-MONTO-RECUPERO
                   PERFORM UNTIL WS-MONTO-RECUPERO > ZERO
                       AND WS-MONTO-RECUPERO <= WS-SALDO-RECUPERAR
                       DISPLAY '--> MONTO INVÁLIDO: DEBE SER '
                           'POSITIVO Y NO SUPERAR EL SALDO'
                       DISPLAY 'Monto recuperado: $'
                           WITH NO ADVANCING
                       ACCEPT WS-MONTO-RECUPERO
                   END-PERFORM
                   DISPLAY 'Origen (A=agencia de cobranza, '
                       'J=judicial): ' WITH NO ADVANCING
                   ACCEPT WS-ORIGEN
                   PERFORM UNTIL WS-ORIGEN = 'A' OR WS-ORIGEN = 'J'
                       DISPLAY '--> INGRESE A O J'
                       DISPLAY 'Origen (A/J): ' WITH NO ADVANCING
                       ACCEPT WS-ORIGEN
                   END-PERFORM
                   DISPLAY 'Agencia o expediente: '
                       WITH NO ADVANCING
                   ACCEPT WS-REFERENCIA
                   DISPLAY '¿Confirma el recupero? (S/N): '
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       PERFORM 410-APLICAR-RECUPERO
                   ELSE
                       DISPLAY '--> OPERACIÓN CANCELADA'
                   END-IF
               END-IF.

           410-APLICAR-RECUPERO SECTION.
               ADD WS-MONTO-RECUPERO
                   TO CA-TOTAL-RECUPERADO OF REGISTRO-CASTIGO.
               MOVE WS-FECHA-HOY
                   TO CA-FECHA-ULT-RECUPERO OF REGISTRO-CASTIGO.
               IF WS-MONTO-RECUPERO >= WS-SALDO-RECUPERAR
                   MOVE 'R' TO CA-ESTADO OF REGISTRO-CASTIGO
               END-IF.
               REWRITE REGISTRO-CASTIGO.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL ACTUALIZAR EL CASTIGO'
               ELSE
                   PERFORM 420-GRABAR-RENGLON
                   CALL 'CONTABILIZAR-MOVIMIENTO' USING
                       WS-FECHA-HOY
                       CA-SUCURSAL OF REGISTRO-CASTIGO
                       WS-MONEDA-PESOS WS-CONCEPTO-RECUPERO
                       WS-OPERACION-DIRECTA WS-MONTO-RECUPERO
                   MOVE SPACES TO WS-MOTIVO-AUDITORIA
                   STRING
                       'RECUPERO CASTIGO PRESTAMO ' DELIMITED BY SIZE
                       CA-PRESTAMO OF REGISTRO-CASTIGO
                           DELIMITED BY SIZE
                       INTO WS-MOTIVO-AUDITORIA
                   END-STRING
                   CALL 'REGISTRAR-AUDITORIA' USING
                       WS-ACCION-AUDITORIA
                       CA-CUENTA OF REGISTRO-CASTIGO
                       LK-OPERADOR WS-SIN-AUTORIZANTE
                       WS-MOTIVO-AUDITORIA
                   DISPLAY '---> RECUPERO REGISTRADO'
                   IF CASTIGO-RECUPERADO OF REGISTRO-CASTIGO
                       DISPLAY '---> CASTIGO TOTALMENTE RECUPERADO'
                   END-IF
               END-IF.

           420-GRABAR-RENGLON SECTION.
               OPEN EXTEND ARCHIVO-RECUPEROS.
               IF WS-FILE-STATUS-REC = '35'
                   OPEN OUTPUT ARCHIVO-RECUPEROS
               END-IF.
               IF WS-FILE-STATUS-REC NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE RECUPEROS'
               ELSE
                   MOVE CA-PRESTAMO OF REGISTRO-CASTIGO
                       TO RE-PRESTAMO OF REGISTRO-RECUPERO
                   MOVE WS-FECHA-HOY TO RE-FECHA OF REGISTRO-RECUPERO
                   MOVE WS-MONTO-RECUPERO
                       TO RE-MONTO OF REGISTRO-RECUPERO
                   MOVE WS-ORIGEN TO RE-ORIGEN OF REGISTRO-RECUPERO
                   MOVE WS-REFERENCIA
                       TO RE-REFERENCIA OF REGISTRO-RECUPERO
                   MOVE LK-OPERADOR
                       TO RE-OPERADOR OF REGISTRO-RECUPERO
                   WRITE REGISTRO-RECUPERO
                   CLOSE ARCHIVO-RECUPEROS
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
