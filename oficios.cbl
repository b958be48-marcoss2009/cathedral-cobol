      * plazos fijos y préstamos. Reemplaza la mañana de un
      * operador cosiendo posición, saldos históricos y extractos
      * viejos a mano. Cada respuesta queda asentada en el diario
      * de auditoría con su número, y el DNI y cada cuenta
      * informada quedan en el registro de consultas. Las cuentas
      * depuradas al maestro histórico (cuentas_historicas.dat)
      * también se informan: su historia quedó en los anuales.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-HISTORICAS ASSIGN TO 'cuentas_historicas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCH
               FILE STATUS IS WS-FILE-STATUS-HIS.

           SELECT ARCHIVO-SALDOS-DIARIOS
               ASSIGN TO 'saldos_diarios.dat'
               ORGANIZATION IS INDEXED
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-HISTORICAS.
           01  RCH.
           COPY "cuenta.cpy".

       FD  ARCHIVO-SALDOS-DIARIOS.
           01 REGISTRO-SALDO-DIARIO.
               COPY "saldodiario.cpy".

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-FILE-STATUS-HIS    PIC XX VALUE '00'.
       01  WS-EOF-SDI            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-SDI    VALUE 'Y'.
       01  WS-EOF-MOV            PIC X(01) VALUE 'N'.
       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.
       01  WS-CUENTA-AUDITORIA   PIC 9(08) VALUE ZERO.

      *    Programa que se asienta en el registro de consultas.
       01  WS-PROGRAMA-CONSULTA  PIC X(24) VALUE 'RESPONDER-OFICIO'.
       01  WS-SIN-CUENTA         PIC 9(08) VALUE ZERO.

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión.
       01  LK-OPERADOR           PIC X(08).
               COMPUTE WS-FECHA-DESDE =
                   (WS-FT-ANIO - 10) * 10000 + 0101
           END-IF.
           CALL 'REGISTRAR-CONSULTA' USING WS-PROGRAMA-CONSULTA
               WS-SIN-CUENTA WS-DNI-BUSCADO.
           PERFORM 050-ASIGNAR-NUMERO.
           PERFORM 100-EMITIR-RESPUESTA.
           PERFORM 900-FINALIZAR-PROGRAMA.
               IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10'
                   CLOSE ARCHIVO-CUENTAS
               END-IF.
               PERFORM 125-RELEVAR-HISTORICAS.

      *    Las cuentas cerradas depuradas del maestro también son
      *    del cliente a los fines del oficio.
           125-RELEVAR-HISTORICAS SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-HISTORICAS.
               IF WS-FILE-STATUS-HIS NOT = '00'
                   SET FIN-ARCHIVO TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-HISTORICAS NEXT RECORD INTO RCC
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           PERFORM 130-EVALUAR-PERTENENCIA
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-HIS = '00'
                  OR WS-FILE-STATUS-HIS = '10'
                   CLOSE ARCHIVO-HISTORICAS
               END-IF.

           130-EVALUAR-PERTENENCIA SECTION.
               MOVE 'N' TO WS-ES-DEL-CLIENTE.
                   ADD 1 TO WS-CANT-CUENTAS
                   MOVE CC-NUMERO-CUENTA OF RCC
                       TO WS-CTA-CLIENTE (WS-CANT-CUENTAS)
                   CALL 'REGISTRAR-CONSULTA' USING
                       WS-PROGRAMA-CONSULTA CC-NUMERO-CUENTA OF RCC
                       WS-DNI-BUSCADO
               END-IF.

           200-INFORMAR-CUENTAS SECTION.
