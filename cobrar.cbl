      * cobrado o rechazado antes, comprueba fondos (saldo más
      * descubierto autorizado) y, si alcanza, postea el débito en la
      * cuenta librada; si no alcanza, rechaza el cheque sin tocar
      * CC-SALDO. Antes de pagarlo, el cajero verifica la firma del
      * cheque contra el registro de firmas de la cuenta
      * (VERIFICAR-FIRMA); si no es conforme, el cheque no se paga.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-TIPO-EVENTO        PIC X(12) VALUE 'CHEQUE-RECH'.
       01  WS-DETALLE-EVENTO     PIC X(40).

      *    Verificación de la firma del cheque contra el registro
      *    de firmas de la cuenta librada.
       01  WS-DNI-FIRMA          PIC 9(08).
       01  WS-ORIGEN-FIRMA       PIC X(12) VALUE 'COBRO-CHEQUE'.
       01  WS-FIRMA-VERIFICADA   PIC X(01) VALUE 'N'.
           88 FIRMA-VERIFICADA   VALUE 'S'.

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión.
       01  LK-OPERADOR           PIC X(08).
                          <= CC-SALDO OF RCC
                             + CC-LIMITE-DESCUBIERTO OF RCC
                             - WS-FONDOS-RETENIDOS
                           PERFORM 205-VERIFICAR-FIRMA
                           IF FIRMA-VERIFICADA
                               PERFORM 210-ACREDITAR-COBRO
                           ELSE
                               DISPLAY '--> CHEQUE NO PAGADO: FIRMA '
                                   'NO VERIFICADA'
                           END-IF
                       WHEN OTHER
                           MOVE 'R' TO CH-ESTADO OF REGISTRO-CHEQUE
                           REWRITE REGISTRO-CHEQUE

               CLOSE ARCHIVO-CHEQUES.

      *    El cajero compara la firma del cheque con las firmas
      *    registradas de la cuenta librada. Un cheque con la firma
      *    no conforme no se rechaza: sigue emitido y el cajero lo
      *    retiene para la denuncia.
           205-VERIFICAR-FIRMA SECTION.
               MOVE ZERO TO WS-DNI-FIRMA.
               CALL 'VERIFICAR-FIRMA' USING
                   CH-NUMERO-CUENTA OF REGISTRO-CHEQUE WS-DNI-FIRMA
                   WS-ORIGEN-FIRMA CH-NUMERO-CHEQUE OF REGISTRO-CHEQUE
                   WS-OPERADOR WS-FIRMA-VERIFICADA.

      *    Primero se confirma el débito en la cuenta librada; sólo si
      *    MOVIMIENTO-CUENTA lo posteó se marca el cheque como
      *    cobrado. Si se marcara antes y el débito fallara (dígito
