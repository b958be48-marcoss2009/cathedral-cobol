       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-EFECTIVO-MINIMO.
       AUTHOR. MARCOS MUÑOZ.

      * Mantenimiento de tesorería para el efectivo mínimo: los
      * porcentajes de tasas_encaje.dat por moneda, tipo de
      * depósito y tramo de plazo (cambian con cada comunicación
      * del Banco Central) y el saldo diario de la cuenta corriente
      * en el BCRA según su extracto (saldos_bcra.dat). Cada cambio
      * queda firmado por el operador y en el diario de auditoría.
      * Las tasas iniciales las carga la primera corrida de
      * CALCULAR-EFECTIVO-MINIMO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-TASAS-ENCAJE ASSIGN TO 'tasas_encaje.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-CLAVE OF REGISTRO-TASA-ENCAJE
               FILE STATUS IS WS-FILE-STATUS-TAS.

           SELECT ARCHIVO-SALDOS-BCRA ASSIGN TO 'saldos_bcra.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-CLAVE OF REGISTRO-SALDO-BCRA
               FILE STATUS IS WS-FILE-STATUS-BCR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-TASAS-ENCAJE.
           01 REGISTRO-TASA-ENCAJE.
               COPY "tasaencaje.cpy".

       FD  ARCHIVO-SALDOS-BCRA.
           01 REGISTRO-SALDO-BCRA.
               COPY "saldobcra.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-TAS    PIC XX VALUE '00'.
       01  WS-EOF-TAS            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-TAS    VALUE 'Y'.
       01  WS-FILE-STATUS-BCR    PIC XX VALUE '00'.

       01  WS-OPCION             PIC 9(01).
       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-CONFIRMA           PIC X VALUE 'N'.
       01  WS-EXISTE-REGISTRO    PIC X(01).

       01  WS-MONEDA             PIC X(03).
       01  WS-TIPO               PIC X(01).
       01  WS-TRAMO              PIC 9(01).
       01  WS-PORCENTAJE         PIC 9(03)V99.
       01  WS-PORCENTAJE-ANTERIOR PIC 9(03)V99.
       01  WS-FECHA-SALDO        PIC 9(08).
       01  WS-SALDO              PIC S9(14)V99.

       01  WS-PORCENTAJE-DISPLAY PIC ZZ9.99.
       01  WS-MONTO-DISPLAY      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-CUENTA-AUDITORIA   PIC 9(08) VALUE ZERO.
       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.
       01  WS-ACCION-AUDITORIA   PIC X(12).
       01  WS-MOTIVO-AUDITORIA   PIC X(40).

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión, que firma los
      *    cambios.
       01  LK-OPERADOR           PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- EFECTIVO MÍNIMO: TASAS Y SALDO BCRA ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           DISPLAY '1 - Listar tasas de efectivo mínimo'.
           DISPLAY '2 - Modificar una tasa'.
           DISPLAY '3 - Registrar saldo de la cuenta en el BCRA'.
           DISPLAY 'Opción: ' WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 1 PERFORM 100-LISTAR-TASAS
               WHEN 2 PERFORM 200-MODIFICAR-TASA
               WHEN 3 PERFORM 300-REGISTRAR-SALDO-BCRA
               WHEN OTHER DISPLAY '--> OPCIÓN INVÁLIDA'
           END-EVALUATE.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-LISTAR-TASAS SECTION.
               MOVE 'N' TO WS-EOF-TAS.
               OPEN INPUT ARCHIVO-TASAS-ENCAJE.
               IF WS-FILE-STATUS-TAS NOT = '00'
                   DISPLAY '--> SIN TASAS: LAS INICIALES LAS CARGA LA '
                       'PRIMERA POSICIÓN DE EFECTIVO MÍNIMO'
               ELSE
                   DISPLAY 'MON TIPO TRAMO  PORC.  ALTA     OPERADOR'
                   PERFORM UNTIL FIN-ARCHIVO-TAS
                       READ ARCHIVO-TASAS-ENCAJE NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-TAS TO TRUE
                           NOT AT END
                               MOVE TE-PORCENTAJE
                                   OF REGISTRO-TASA-ENCAJE
                                   TO WS-PORCENTAJE-DISPLAY
                               DISPLAY TE-MONEDA OF REGISTRO-TASA-ENCAJE
                                   '  ' TE-TIPO OF REGISTRO-TASA-ENCAJE
                                   '    ' TE-TRAMO
                                   OF REGISTRO-TASA-ENCAJE
                                   '    ' WS-PORCENTAJE-DISPLAY
                                   ' ' TE-FECHA-ALTA
                                   OF REGISTRO-TASA-ENCAJE
                                   ' ' TE-OPERADOR
                                   OF REGISTRO-TASA-ENCAJE
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-TASAS-ENCAJE
               END-IF.

      *    Alta o cambio del porcentaje de una clase de depósito.
      *    Los depósitos a la vista van con tramo cero.
           200-MODIFICAR-TASA SECTION.
               DISPLAY 'Moneda (ARS/USD): ' WITH NO ADVANCING.
               ACCEPT WS-MONEDA.
               DISPLAY 'Tipo (C cta. cte. / S caja ahorro / F plazo '
                   'fijo): ' WITH NO ADVANCING.
               ACCEPT WS-TIPO.
               IF WS-TIPO = 'F'
                   DISPLAY 'Tramo (1 <30 días, 2 <60, 3 <90, 4 <180, '
                       '5 180 o más): ' WITH NO ADVANCING
                   ACCEPT WS-TRAMO
               ELSE
                   MOVE ZERO TO WS-TRAMO
               END-IF.
               IF (WS-TIPO NOT = 'C' AND WS-TIPO NOT = 'S'
                   AND WS-TIPO NOT = 'F')
                  OR (WS-TIPO = 'F'
                      AND (WS-TRAMO < 1 OR WS-TRAMO > 5))
                   DISPLAY '--> TIPO O TRAMO INVÁLIDO'
               ELSE
                   PERFORM 210-GRABAR-TASA
               END-IF.

           210-GRABAR-TASA SECTION.
               OPEN I-O ARCHIVO-TASAS-ENCAJE.
               IF WS-FILE-STATUS-TAS = '35'
                   OPEN OUTPUT ARCHIVO-TASAS-ENCAJE
                   CLOSE ARCHIVO-TASAS-ENCAJE
                   OPEN I-O ARCHIVO-TASAS-ENCAJE
               END-IF.
               IF WS-FILE-STATUS-TAS NOT = '00'
                   DISPLAY 'ERROR AL ABRIR TASAS DE EFECTIVO MÍNIMO'
               ELSE
                   MOVE WS-MONEDA TO TE-MONEDA OF REGISTRO-TASA-ENCAJE
                   MOVE WS-TIPO TO TE-TIPO OF REGISTRO-TASA-ENCAJE
                   MOVE WS-TRAMO TO TE-TRAMO OF REGISTRO-TASA-ENCAJE
                   MOVE 'S' TO WS-EXISTE-REGISTRO
                   MOVE ZERO TO WS-PORCENTAJE-ANTERIOR
                   READ ARCHIVO-TASAS-ENCAJE
                       KEY IS TE-CLAVE OF REGISTRO-TASA-ENCAJE
                       INVALID KEY
                           MOVE 'N' TO WS-EXISTE-REGISTRO
                       NOT INVALID KEY
                           MOVE TE-PORCENTAJE OF REGISTRO-TASA-ENCAJE
                               TO WS-PORCENTAJE-ANTERIOR
                   END-READ
                   MOVE WS-PORCENTAJE-ANTERIOR
                       TO WS-PORCENTAJE-DISPLAY
                   DISPLAY 'Porcentaje actual: ' WS-PORCENTAJE-DISPLAY
                   DISPLAY 'Nuevo porcentaje: ' WITH NO ADVANCING
                   ACCEPT WS-PORCENTAJE
                   IF WS-PORCENTAJE > 100
                       DISPLAY '--> EL PORCENTAJE NO PUEDE SUPERAR 100'
                   ELSE
                       DISPLAY '¿Confirma el cambio? (S/N): '
                           WITH NO ADVANCING
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                           PERFORM 220-ACTUALIZAR-TASA
                       ELSE
                           DISPLAY '--> SIN CAMBIOS'
                       END-IF
                   END-IF
                   CLOSE ARCHIVO-TASAS-ENCAJE
               END-IF.

           220-ACTUALIZAR-TASA SECTION.
               MOVE WS-PORCENTAJE
                   TO TE-PORCENTAJE OF REGISTRO-TASA-ENCAJE.
               MOVE WS-FECHA-HOY
                   TO TE-FECHA-ALTA OF REGISTRO-TASA-ENCAJE.
               MOVE LK-OPERADOR TO TE-OPERADOR OF REGISTRO-TASA-ENCAJE.
               IF WS-EXISTE-REGISTRO = 'S'
                   REWRITE REGISTRO-TASA-ENCAJE
               ELSE
                   WRITE REGISTRO-TASA-ENCAJE
               END-IF.
               IF WS-FILE-STATUS-TAS NOT = '00'
                   DISPLAY 'ERROR AL GRABAR LA TASA'
               ELSE
                   MOVE WS-PORCENTAJE-ANTERIOR
                       TO WS-PORCENTAJE-DISPLAY
                   MOVE SPACES TO WS-MOTIVO-AUDITORIA
                   STRING
                       'TASA ' DELIMITED BY SIZE
                       WS-MONEDA DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-TIPO DELIMITED BY SIZE
                       WS-TRAMO DELIMITED BY SIZE
                       ' ANTERIOR' DELIMITED BY SIZE
                       WS-PORCENTAJE-DISPLAY DELIMITED BY SIZE
                       INTO WS-MOTIVO-AUDITORIA
                   END-STRING
                   MOVE 'TASA-ENCAJE' TO WS-ACCION-AUDITORIA
                   CALL 'REGISTRAR-AUDITORIA' USING
                       WS-ACCION-AUDITORIA WS-CUENTA-AUDITORIA
                       LK-OPERADOR WS-SIN-AUTORIZANTE
                       WS-MOTIVO-AUDITORIA
                   DISPLAY '---> TASA DE EFECTIVO MÍNIMO ACTUALIZADA'
               END-IF.

      *    Saldo del extracto de la cuenta corriente en el BCRA
      *    para una fecha (por omisión la de proceso); cargarlo de
      *    nuevo para la misma fecha lo corrige.
           300-REGISTRAR-SALDO-BCRA SECTION.
               DISPLAY 'Moneda (ARS/USD): ' WITH NO ADVANCING.
               ACCEPT WS-MONEDA.
               DISPLAY 'Fecha del saldo (AAAAMMDD, 0 = hoy): '
                   WITH NO ADVANCING.
               ACCEPT WS-FECHA-SALDO.
               IF WS-FECHA-SALDO = ZERO
                   MOVE WS-FECHA-HOY TO WS-FECHA-SALDO
               END-IF.
               IF WS-FECHA-SALDO > WS-FECHA-HOY
                   DISPLAY '--> LA FECHA NO PUEDE SER FUTURA'
               ELSE
                   DISPLAY 'Saldo según extracto: ' WITH NO ADVANCING
                   ACCEPT WS-SALDO
                   MOVE WS-SALDO TO WS-MONTO-DISPLAY
                   DISPLAY '¿Registrar ' WS-MONEDA WS-MONTO-DISPLAY
                       ' al ' WS-FECHA-SALDO '? (S/N): '
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       PERFORM 310-GRABAR-SALDO-BCRA
                   ELSE
                       DISPLAY '--> SIN CAMBIOS'
                   END-IF
               END-IF.

           310-GRABAR-SALDO-BCRA SECTION.
               OPEN I-O ARCHIVO-SALDOS-BCRA.
               IF WS-FILE-STATUS-BCR = '35'
                   OPEN OUTPUT ARCHIVO-SALDOS-BCRA
                   CLOSE ARCHIVO-SALDOS-BCRA
                   OPEN I-O ARCHIVO-SALDOS-BCRA
               END-IF.
               IF WS-FILE-STATUS-BCR NOT = '00'
                   DISPLAY 'ERROR AL ABRIR SALDOS DEL BCRA'
               ELSE
                   MOVE WS-MONEDA TO BC-MONEDA OF REGISTRO-SALDO-BCRA
                   MOVE WS-FECHA-SALDO
                       TO BC-FECHA OF REGISTRO-SALDO-BCRA
                   MOVE WS-SALDO TO BC-SALDO OF REGISTRO-SALDO-BCRA
                   MOVE LK-OPERADOR
                       TO BC-OPERADOR OF REGISTRO-SALDO-BCRA
                   WRITE REGISTRO-SALDO-BCRA
                       INVALID KEY
                           REWRITE REGISTRO-SALDO-BCRA
                   END-WRITE
                   IF WS-FILE-STATUS-BCR NOT = '00'
                       DISPLAY 'ERROR AL GRABAR EL SALDO DEL BCRA'
                   ELSE
                       MOVE SPACES TO WS-MOTIVO-AUDITORIA
                       STRING
                           'SALDO BCRA ' DELIMITED BY SIZE
                           WS-MONEDA DELIMITED BY SIZE
                           ' AL ' DELIMITED BY SIZE
                           WS-FECHA-SALDO DELIMITED BY SIZE
                           INTO WS-MOTIVO-AUDITORIA
                       END-STRING
                       MOVE 'SALDO-BCRA' TO WS-ACCION-AUDITORIA
                       CALL 'REGISTRAR-AUDITORIA' USING
                           WS-ACCION-AUDITORIA WS-CUENTA-AUDITORIA
                           LK-OPERADOR WS-SIN-AUTORIZANTE
                           WS-MOTIVO-AUDITORIA
                       DISPLAY '---> SALDO DEL BCRA REGISTRADO'
                   END-IF
                   CLOSE ARCHIVO-SALDOS-BCRA
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
