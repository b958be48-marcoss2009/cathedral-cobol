
      * Genera un extracto de cuenta listo para imprimir, a partir
      * del mismo archivo de movimientos que arma y lee
      * CONSULTAR-MOVIMIENTOS. El encabezado informa además la
      * tenencia del titular en el fondo común de inversión,
      * valuada a la cuotaparte del día. Cada extracto emitido
      * queda en el registro de consultas a nombre del operador.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-VALOR-UVA          PIC 9(06)V9999 VALUE ZERO.
       01  WS-SALDO-PESOS        PIC S9(14)V99.

      *    Tenencia del titular en el fondo común de inversión.
       01  WS-FCI-CUOTAPARTES    PIC 9(10)V9(06).
       01  WS-FCI-VALOR-CUOTAPARTE PIC 9(06)V9(06).
       01  WS-FCI-VALUACION      PIC S9(12)V99.
       01  WS-CUOTAPARTES-DISPLAY PIC Z,ZZZ,ZZZ,ZZ9.999999.

      *    Lectura previa de los archivos anuales del historial,
      *    en orden de año, para que el extracto no omita los
      *    movimientos que ARCHIVAR-MOVIMIENTOS ya sacó del
       01  WS-ANIO-DESDE       PIC 9(04).
       01  WS-ANIO-HASTA       PIC 9(04).

      *    Programa que se asienta en el registro de consultas.
       01  WS-PROGRAMA-CONSULTA  PIC X(24) VALUE 'EXTRACTO-CUENTA'.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '==== Extracto de Cuenta ===='.
           IF CC-NUMERO-CUENTA OF CUENTA-CORRIENTE = ZERO
               DISPLAY '--> OPERACIÓN CANCELADA'
           ELSE
               CALL 'REGISTRAR-CONSULTA' USING WS-PROGRAMA-CONSULTA
                   CC-NUMERO-CUENTA OF CUENTA-CORRIENTE
                   CC-DNI-TITULAR OF CUENTA-CORRIENTE
               PERFORM 100-GENERAR-EXTRACTO
           END-IF.

                   END-IF
               END-IF.

               PERFORM 115-ESCRIBIR-TENENCIA-FCI.

               MOVE ALL '=' TO LINEA-EXTRACTO.
               WRITE LINEA-EXTRACTO.

           115-ESCRIBIR-TENENCIA-FCI SECTION.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               CALL 'VALUAR-TENENCIA-FCI' USING
                   CC-DNI-TITULAR OF CUENTA-CORRIENTE WS-FECHA-HOY
                   WS-FCI-CUOTAPARTES WS-FCI-VALOR-CUOTAPARTE
                   WS-FCI-VALUACION.
               IF WS-FCI-CUOTAPARTES NOT = ZERO
                   MOVE WS-FCI-CUOTAPARTES TO WS-CUOTAPARTES-DISPLAY
                   MOVE SPACES TO LINEA-EXTRACTO
                   STRING
                       "Tenencia FCI (cuotapartes): " DELIMITED BY SIZE
                       WS-CUOTAPARTES-DISPLAY DELIMITED BY SIZE
                       INTO LINEA-EXTRACTO
                   END-STRING
                   WRITE LINEA-EXTRACTO
                   MOVE SPACES TO LINEA-EXTRACTO
                   IF WS-FCI-VALOR-CUOTAPARTE NOT = ZERO
                       MOVE WS-FCI-VALUACION TO WS-MONTO-DISPLAY
                       STRING
                           "Tenencia FCI valuada hoy: "
                               DELIMITED BY SIZE
                           WS-MONTO-DISPLAY DELIMITED BY SIZE
                           INTO LINEA-EXTRACTO
                       END-STRING
                   ELSE
                       MOVE "Tenencia FCI (sin cuotaparte del día)"
                           TO LINEA-EXTRACTO
                   END-IF
                   WRITE LINEA-EXTRACTO
               END-IF.

           120-ESCRIBIR-MOVIMIENTOS SECTION.
      *        Primero los archivos anuales (historia archivada) y
      *        después el archivo activo: el extracto sale igual
