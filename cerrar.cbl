
      * Cierra una cuenta corriente, siempre que su saldo sea cero.
      * Reutilizamos BUSCAR-CUENTA para ubicarla, igual que CAJA.
      * La fecha de cierre queda en la cuenta: desde ella corre la
      * retención de DEPURAR-CUENTAS-CERRADAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-MOTIVO             PIC X(40) VALUE SPACES.
       01  WS-ACCION-AUDITORIA   PIC X(12) VALUE SPACES.
       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.
       01  WS-FECHA-HOY          PIC 9(08).

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión.
                       DISPLAY '----> CUENTA NO ENCONTRADA'
                   NOT INVALID KEY
                       MOVE 'C' TO CC-ESTADO-CUENTA OF RCC
                       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
                       MOVE WS-FECHA-HOY TO CC-FECHA-CIERRE OF RCC
                       REWRITE RCC
                       IF WS-FILE-STATUS NOT = '00'
                           DISPLAY '----> ERROR AL CERRAR LA CUENTA'
