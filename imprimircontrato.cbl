       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPRIMIR-CONTRATO-PRESTAMO.
       AUTHOR. MARCOS MUÑOZ.

      * Contrato de mutuo de un préstamo recién otorgado: datos del
      * titular y de la cuenta vinculada, monto, tasa nominal
      * anual, TEA y Costo Financiero Total tal como se informaron
      * antes de la firma, gastos de otorgamiento, seguros,
      * garantías (plazo fijo prendado, inmueble hipotecado,
      * garantes y codeudores) y el cronograma completo de
      * amortización leído del plan prestamos/<numero>.dat. El
      * contrato se archiva en contratos/contrato_<numero>.txt
      * para que REIMPRIMIR-CONTRATO lo vuelva a emitir tal cual
      * se firmó. Lo llama ALTA-PRESTAMO después de grabar el plan.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PRESTAMOS ASSIGN TO 'prestamos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-NUMERO OF REGISTRO-PRESTAMO
               FILE STATUS IS WS-FILE-STATUS-PRE.

           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS-CTA.

           SELECT ARCHIVO-CUOTAS
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-CUOTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CUOTAS.

           SELECT ARCHIVO-HIPOTECAS ASSIGN TO 'hipotecas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-PRESTAMO OF REGISTRO-HIPOTECA
               FILE STATUS IS WS-FILE-STATUS-HIP.

           SELECT ARCHIVO-GARANTES ASSIGN TO 'garantes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-CLAVE OF REGISTRO-GARANTE
               FILE STATUS IS WS-FILE-STATUS-GAR.

           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PARAM.

           SELECT ARCHIVO-CONTRATO
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-CONTRATO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CONTRATO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PRESTAMOS.
           01 REGISTRO-PRESTAMO.
               COPY "prestamo.cpy".

       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-CUOTAS.
           01 REGISTRO-CUOTA.
               COPY "cuotaprestamo.cpy".

       FD  ARCHIVO-HIPOTECAS.
           01 REGISTRO-HIPOTECA.
               COPY "hipoteca.cpy".

       FD  ARCHIVO-GARANTES.
           01 REGISTRO-GARANTE.
               COPY "garante.cpy".

       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       FD  ARCHIVO-CONTRATO
           RECORD CONTAINS 100 CHARACTERS.
           01 LINEA-CONTRATO      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-PRE    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CUOTAS PIC XX VALUE '00'.
       01  WS-FILE-STATUS-HIP    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-GAR    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM  PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CONTRATO PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-CUOTAS PIC X(100).
       01  NOMBRE-ARCHIVO-CONTRATO PIC X(100).

       01  WS-PRESTAMO-ENCONTRADO PIC X(01) VALUE 'N'.
           88 PRESTAMO-ENCONTRADO VALUE 'S'.
       01  WS-EOF-CUOTAS         PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CUOTAS VALUE 'Y'.
       01  WS-EOF-GARANTES       PIC X(01) VALUE 'N'.
           88 FIN-GARANTES       VALUE 'Y'.

       01  WS-NOMBRE-TITULAR     PIC X(30) VALUE SPACES.
       01  WS-DNI-TITULAR        PIC 9(08) VALUE ZERO.
       01  WS-TASA-SEGURO-VIDA   PIC V9(06) VALUE 0.000500.

       01  WS-MONTO-DISPLAY      PIC $ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CAPITAL-DISPLAY    PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-INTERES-DISPLAY    PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CUOTA-DISPLAY      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PORCENTAJE         PIC 9(04)V99.
       01  WS-PORCENTAJE-DISPLAY PIC Z,ZZ9.99.
       01  WS-ALICUOTA-DISPLAY   PIC Z9.9999.
       01  WS-CUOTA-TOTAL        PIC S9(12)V99.
       01  WS-TOTAL-INTERESES    PIC S9(12)V99 VALUE ZERO.
       01  WS-TOTAL-A-PAGAR      PIC S9(12)V99 VALUE ZERO.
       01  WS-TIPO-GARANTE-TEXTO PIC X(09).

      *    El directorio de contratos se asegura antes de archivar
      *    el primero, igual que el de planes de cuotas.
       01  WS-COMANDO            PIC X(200).

       LINKAGE SECTION.
       01  LK-PRESTAMO           PIC 9(06).

       PROCEDURE DIVISION USING LK-PRESTAMO.
       000-MAIN-LOGIC SECTION.
           PERFORM 050-LEER-PARAMETROS.
           PERFORM 100-LEER-PRESTAMO.
           IF PRESTAMO-ENCONTRADO
               PERFORM 110-BUSCAR-TITULAR
               PERFORM 200-IMPRIMIR-CONTRATO
           ELSE
               DISPLAY '--> PRÉSTAMO NO ENCONTRADO: ' LK-PRESTAMO
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           050-LEER-PARAMETROS SECTION.
               OPEN INPUT ARCHIVO-PARAMETROS.
               IF WS-FILE-STATUS-PARAM = '00'
                   READ ARCHIVO-PARAMETROS
                   END-READ
                   IF PA-TASA-SEGURO-VIDA NUMERIC
                      AND PA-TASA-SEGURO-VIDA NOT = ZERO
                       MOVE PA-TASA-SEGURO-VIDA
                           TO WS-TASA-SEGURO-VIDA
                   END-IF
                   CLOSE ARCHIVO-PARAMETROS
               END-IF.

           100-LEER-PRESTAMO SECTION.
               MOVE 'N' TO WS-PRESTAMO-ENCONTRADO.
               OPEN INPUT ARCHIVO-PRESTAMOS.
               IF WS-FILE-STATUS-PRE = '00'
                   MOVE LK-PRESTAMO TO PR-NUMERO OF REGISTRO-PRESTAMO
                   READ ARCHIVO-PRESTAMOS
                       KEY IS PR-NUMERO OF REGISTRO-PRESTAMO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-PRESTAMO-ENCONTRADO
                   END-READ
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF.

           110-BUSCAR-TITULAR SECTION.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS-CTA = '00'
                   MOVE PR-CUENTA OF REGISTRO-PRESTAMO
                       TO CC-NUMERO-CUENTA OF RCC
                   READ ARCHIVO-CUENTAS
                       KEY IS CC-NUMERO-CUENTA OF RCC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CC-NOMBRE-CLIENTE OF RCC
                               TO WS-NOMBRE-TITULAR
                           MOVE CC-DNI-TITULAR OF RCC
                               TO WS-DNI-TITULAR
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

           200-IMPRIMIR-CONTRATO SECTION.
               MOVE 'mkdir -p contratos' TO WS-COMANDO.
               CALL 'SYSTEM' USING WS-COMANDO.
               MOVE SPACES TO NOMBRE-ARCHIVO-CONTRATO.
               STRING
                   "contratos/contrato_" DELIMITED BY SIZE
                   LK-PRESTAMO DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-CONTRATO
               END-STRING.

               OPEN OUTPUT ARCHIVO-CONTRATO.
               IF WS-FILE-STATUS-CONTRATO NOT = '00'
                   DISPLAY 'ERROR AL CREAR EL CONTRATO DEL PRÉSTAMO'
               ELSE
                   PERFORM 210-ENCABEZADO
                   PERFORM 220-CONDICIONES
                   PERFORM 230-GARANTIAS
                   PERFORM 240-CRONOGRAMA
                   PERFORM 250-CIERRE
                   CLOSE ARCHIVO-CONTRATO
                   DISPLAY '--> CONTRATO DE MUTUO ARCHIVADO: '
                       NOMBRE-ARCHIVO-CONTRATO
               END-IF.

           210-ENCABEZADO SECTION.
               MOVE ALL '=' TO LINEA-CONTRATO.
               WRITE LINEA-CONTRATO.
               MOVE 'CONTRATO DE MUTUO - PRÉSTAMO' TO LINEA-CONTRATO.
               WRITE LINEA-CONTRATO.
               MOVE ALL '=' TO LINEA-CONTRATO.
               WRITE LINEA-CONTRATO.
               MOVE SPACES TO LINEA-CONTRATO.
               STRING
                   "Préstamo: " DELIMITED BY SIZE
                   PR-NUMERO OF REGISTRO-PRESTAMO DELIMITED BY SIZE
                   "   Fecha de otorgamiento: " DELIMITED BY SIZE
                   PR-FECHA-ALTA OF REGISTRO-PRESTAMO
                       DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING.
               WRITE LINEA-CONTRATO.
               MOVE SPACES TO LINEA-CONTRATO.
               STRING
                   "Mutuario: " DELIMITED BY SIZE
                   WS-NOMBRE-TITULAR DELIMITED BY SIZE
                   "   DNI: " DELIMITED BY SIZE
                   WS-DNI-TITULAR DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING.
               WRITE LINEA-CONTRATO.
               MOVE SPACES TO LINEA-CONTRATO.
               STRING
                   "Cuenta de desembolso y débito de cuotas: "
                       DELIMITED BY SIZE
                   PR-CUENTA OF REGISTRO-PRESTAMO DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING.
               WRITE LINEA-CONTRATO.
               MOVE SPACES TO LINEA-CONTRATO.
               WRITE LINEA-CONTRATO.

      *    Tasas expresadas en porcentaje, como se informaron al
      *    cliente antes de la firma.
           220-CONDICIONES SECTION.
               MOVE PR-MONTO OF REGISTRO-PRESTAMO TO WS-MONTO-DISPLAY.
               MOVE SPACES TO LINEA-CONTRATO.
               STRING
                   "Capital prestado: " DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   "   Cuotas: " DELIMITED BY SIZE
                   PR-CANT-CUOTAS OF REGISTRO-PRESTAMO
                       DELIMITED BY SIZE
                   " mensuales (sistema alemán)" DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING.
               WRITE LINEA-CONTRATO.
               COMPUTE WS-PORCENTAJE ROUNDED =
                   PR-TASA OF REGISTRO-PRESTAMO * 100.
               MOVE WS-PORCENTAJE TO WS-PORCENTAJE-DISPLAY.
               MOVE SPACES TO LINEA-CONTRATO.
               STRING
                   "Tasa Nominal Anual (TNA): " DELIMITED BY SIZE
                   WS-PORCENTAJE-DISPLAY DELIMITED BY SIZE
                   " %" DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING.
               WRITE LINEA-CONTRATO.
               COMPUTE WS-PORCENTAJE ROUNDED =
                   PR-TEA OF REGISTRO-PRESTAMO * 100.
               MOVE WS-PORCENTAJE TO WS-PORCENTAJE-DISPLAY.
               MOVE SPACES TO LINEA-CONTRATO.
               STRING
                   "Tasa Efectiva Anual (TEA): " DELIMITED BY SIZE
                   WS-PORCENTAJE-DISPLAY DELIMITED BY SIZE
                   " %" DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING.
               WRITE LINEA-CONTRATO.
               COMPUTE WS-PORCENTAJE ROUNDED =
                   PR-CFT OF REGISTRO-PRESTAMO * 100.
               MOVE WS-PORCENTAJE TO WS-PORCENTAJE-DISPLAY.
               MOVE SPACES TO LINEA-CONTRATO.
               STRING
                   "COSTO FINANCIERO TOTAL (CFT, efectivo anual "
                       DELIMITED BY SIZE
                   "con IVA): " DELIMITED BY SIZE
                   WS-PORCENTAJE-DISPLAY DELIMITED BY SIZE
                   " %" DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING.
               WRITE LINEA-CONTRATO.
               IF PRESTAMO-TASA-VARIABLE OF REGISTRO-PRESTAMO
                   MOVE PR-SPREAD OF REGISTRO-PRESTAMO
                       TO WS-ALICUOTA-DISPLAY
                   MOVE SPACES TO LINEA-CONTRATO
                   STRING
                       "Tasa variable: " DELIMITED BY SIZE
                       PR-INDICE-REFERENCIA OF REGISTRO-PRESTAMO
                           DELIMITED BY SPACE
                       " más margen de " DELIMITED BY SIZE
                       WS-ALICUOTA-DISPLAY DELIMITED BY SIZE
                       ", reajuste cada " DELIMITED BY SIZE
                       PR-MESES-AJUSTE OF REGISTRO-PRESTAMO
                           DELIMITED BY SIZE
                       " meses" DELIMITED BY SIZE
                       INTO LINEA-CONTRATO
                   END-STRING
                   WRITE LINEA-CONTRATO
               END-IF.
               MOVE PR-GASTOS-OTORGAMIENTO OF REGISTRO-PRESTAMO
                   TO WS-MONTO-DISPLAY.
               MOVE SPACES TO LINEA-CONTRATO.
               STRING
                   "Gastos de otorgamiento a cargo del mutuario: "
                       DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING.
               WRITE LINEA-CONTRATO.
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-TASA-SEGURO-VIDA * 100.
               MOVE WS-PORCENTAJE TO WS-PORCENTAJE-DISPLAY.
               MOVE SPACES TO LINEA-CONTRATO.
               STRING
                   "Seguro de vida saldo deudor: " DELIMITED BY SIZE
                   WS-PORCENTAJE-DISPLAY DELIMITED BY SIZE
                   " % mensual sobre el capital adeudado"
                       DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING.
               WRITE LINEA-CONTRATO.
               MOVE SPACES TO LINEA-CONTRATO.
               WRITE LINEA-CONTRATO.

           230-GARANTIAS SECTION.
               IF PR-PF-GARANTIA OF REGISTRO-PRESTAMO NOT = ZERO
                   MOVE SPACES TO LINEA-CONTRATO
                   STRING
                       "Garantía prendaria: plazo fijo número "
                           DELIMITED BY SIZE
                       PR-PF-GARANTIA OF REGISTRO-PRESTAMO
                           DELIMITED BY SIZE
                       INTO LINEA-CONTRATO
                   END-STRING
                   WRITE LINEA-CONTRATO
               END-IF.
               IF PRESTAMO-HIPOTECARIO OF REGISTRO-PRESTAMO
                   PERFORM 232-HIPOTECA
               END-IF.
               PERFORM 235-GARANTES.
               MOVE SPACES TO LINEA-CONTRATO.
               WRITE LINEA-CONTRATO.

           232-HIPOTECA SECTION.
               OPEN INPUT ARCHIVO-HIPOTECAS.
               IF WS-FILE-STATUS-HIP = '00'
                   MOVE LK-PRESTAMO TO HI-PRESTAMO OF REGISTRO-HIPOTECA
                   READ ARCHIVO-HIPOTECAS
                       KEY IS HI-PRESTAMO OF REGISTRO-HIPOTECA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO LINEA-CONTRATO
                           STRING
                               "Hipoteca en grado " DELIMITED BY SIZE
                               HI-GRADO OF REGISTRO-HIPOTECA
                                   DELIMITED BY SIZE
                               " sobre " DELIMITED BY SIZE
                               HI-DOMICILIO OF REGISTRO-HIPOTECA
                                   DELIMITED BY SIZE
                               INTO LINEA-CONTRATO
                           END-STRING
                           WRITE LINEA-CONTRATO
                           MOVE SPACES TO LINEA-CONTRATO
                           STRING
                               "Matrícula: " DELIMITED BY SIZE
                               HI-MATRICULA OF REGISTRO-HIPOTECA
                                   DELIMITED BY SIZE
                               "  Registro: " DELIMITED BY SIZE
                               HI-REGISTRO OF REGISTRO-HIPOTECA
                                   DELIMITED BY SIZE
                               INTO LINEA-CONTRATO
                           END-STRING
                           WRITE LINEA-CONTRATO
                           MOVE HI-SEGURO-MENSUAL OF REGISTRO-HIPOTECA
                               TO WS-MONTO-DISPLAY
                           MOVE SPACES TO LINEA-CONTRATO
                           STRING
                               "Seguro de incendio mensual: "
                                   DELIMITED BY SIZE
                               WS-MONTO-DISPLAY DELIMITED BY SIZE
                               INTO LINEA-CONTRATO
                           END-STRING
                           WRITE LINEA-CONTRATO
                   END-READ
                   CLOSE ARCHIVO-HIPOTECAS
               END-IF.

           235-GARANTES SECTION.
               OPEN INPUT ARCHIVO-GARANTES.
               IF WS-FILE-STATUS-GAR = '00'
                   MOVE LK-PRESTAMO TO GA-PRESTAMO OF REGISTRO-GARANTE
                   MOVE ZERO TO GA-DNI OF REGISTRO-GARANTE
                   MOVE 'N' TO WS-EOF-GARANTES
                   START ARCHIVO-GARANTES
                       KEY IS >= GA-CLAVE OF REGISTRO-GARANTE
                       INVALID KEY
                           SET FIN-GARANTES TO TRUE
                   END-START
                   PERFORM UNTIL FIN-GARANTES
                       READ ARCHIVO-GARANTES NEXT RECORD
                           AT END
                               SET FIN-GARANTES TO TRUE
                           NOT AT END
                               IF GA-PRESTAMO OF REGISTRO-GARANTE
                                  NOT = LK-PRESTAMO
                                   SET FIN-GARANTES TO TRUE
                               ELSE
                                   PERFORM 236-LINEA-GARANTE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-GARANTES
               END-IF.

           236-LINEA-GARANTE SECTION.
               IF GA-CODEUDOR OF REGISTRO-GARANTE
                   MOVE 'Codeudor' TO WS-TIPO-GARANTE-TEXTO
               ELSE
                   MOVE 'Garante' TO WS-TIPO-GARANTE-TEXTO
               END-IF.
               MOVE GA-MONTO-GARANTIZADO OF REGISTRO-GARANTE
                   TO WS-MONTO-DISPLAY.
               MOVE SPACES TO LINEA-CONTRATO.
               STRING
                   WS-TIPO-GARANTE-TEXTO DELIMITED BY SPACE
                   " DNI " DELIMITED BY SIZE
                   GA-DNI OF REGISTRO-GARANTE DELIMITED BY SIZE
                   " hasta " DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING.
               WRITE LINEA-CONTRATO.

      *    Cronograma completo del plan tal como quedó grabado.
           240-CRONOGRAMA SECTION.
               MOVE 'CRONOGRAMA DE AMORTIZACIÓN' TO LINEA-CONTRATO.
               WRITE LINEA-CONTRATO.
               MOVE SPACES TO LINEA-CONTRATO.
               STRING
                   "Cuota  Vencimiento          Capital"
                       DELIMITED BY SIZE
                   "         Interés           Cuota"
                       DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING.
               WRITE LINEA-CONTRATO.
               MOVE ALL '-' TO LINEA-CONTRATO.
               WRITE LINEA-CONTRATO.

               MOVE SPACES TO NOMBRE-ARCHIVO-CUOTAS.
               STRING
                   "prestamos/" DELIMITED BY SIZE
                   LK-PRESTAMO DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-CUOTAS
               END-STRING.
               MOVE ZERO TO WS-TOTAL-INTERESES.
               MOVE 'N' TO WS-EOF-CUOTAS.
               OPEN INPUT ARCHIVO-CUOTAS.
               IF WS-FILE-STATUS-CUOTAS NOT = '00'
                   MOVE '  (SIN PLAN DE CUOTAS)' TO LINEA-CONTRATO
                   WRITE LINEA-CONTRATO
               ELSE
                   PERFORM UNTIL FIN-ARCHIVO-CUOTAS
                       READ ARCHIVO-CUOTAS
                           AT END
                               SET FIN-ARCHIVO-CUOTAS TO TRUE
                           NOT AT END
                               PERFORM 245-LINEA-CUOTA
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CUOTAS
               END-IF.
               MOVE ALL '-' TO LINEA-CONTRATO.
               WRITE LINEA-CONTRATO.
               MOVE WS-TOTAL-INTERESES TO WS-MONTO-DISPLAY.
               MOVE SPACES TO LINEA-CONTRATO.
               STRING
                   "Total de intereses: " DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING.
               WRITE LINEA-CONTRATO.
               COMPUTE WS-TOTAL-A-PAGAR =
                   PR-MONTO OF REGISTRO-PRESTAMO + WS-TOTAL-INTERESES.
               MOVE WS-TOTAL-A-PAGAR TO WS-MONTO-DISPLAY.
               MOVE SPACES TO LINEA-CONTRATO.
               STRING
                   "Total a pagar (capital e intereses, sin seguros): "
                       DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING.
               WRITE LINEA-CONTRATO.
               MOVE SPACES TO LINEA-CONTRATO.
               WRITE LINEA-CONTRATO.

           245-LINEA-CUOTA SECTION.
               COMPUTE WS-CUOTA-TOTAL =
                   CUO-CAPITAL OF REGISTRO-CUOTA
                   + CUO-INTERES OF REGISTRO-CUOTA.
               ADD CUO-INTERES OF REGISTRO-CUOTA TO WS-TOTAL-INTERESES.
               MOVE CUO-CAPITAL OF REGISTRO-CUOTA
                   TO WS-CAPITAL-DISPLAY.
               MOVE CUO-INTERES OF REGISTRO-CUOTA
                   TO WS-INTERES-DISPLAY.
               MOVE WS-CUOTA-TOTAL TO WS-CUOTA-DISPLAY.
               MOVE SPACES TO LINEA-CONTRATO.
               STRING
                   "  " DELIMITED BY SIZE
                   CUO-NUMERO OF REGISTRO-CUOTA DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   CUO-FECHA-VENC OF REGISTRO-CUOTA DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CAPITAL-DISPLAY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-INTERES-DISPLAY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CUOTA-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING.
               WRITE LINEA-CONTRATO.

           250-CIERRE SECTION.
               MOVE SPACES TO LINEA-CONTRATO.
               STRING
                   'El mutuario declara haber sido informado de la '
                       DELIMITED BY SIZE
                   'TNA, la TEA y el CFT antes'
                       DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING.
               WRITE LINEA-CONTRATO.
               MOVE SPACES TO LINEA-CONTRATO.
               STRING
                   'de la firma, y se obliga a pagar las cuotas en '
                       DELIMITED BY SIZE
                   'sus vencimientos mediante'
                       DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING.
               WRITE LINEA-CONTRATO.
               MOVE SPACES TO LINEA-CONTRATO.
               STRING
                   'débito en la cuenta indicada. La mora en el pago '
                       DELIMITED BY SIZE
                   'devenga interés punitorio.'
                       DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING.
               WRITE LINEA-CONTRATO.
               MOVE SPACES TO LINEA-CONTRATO.
               WRITE LINEA-CONTRATO.
               MOVE SPACES TO LINEA-CONTRATO.
               WRITE LINEA-CONTRATO.
               MOVE SPACES TO LINEA-CONTRATO.
               STRING
                   '______________________          '
                       DELIMITED BY SIZE
                   '______________________'
                       DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING.
               WRITE LINEA-CONTRATO.
               MOVE SPACES TO LINEA-CONTRATO.
               STRING
                   '   Firma del mutuario                '
                       DELIMITED BY SIZE
                   'Por el banco'
                       DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING.
               WRITE LINEA-CONTRATO.
               MOVE ALL '=' TO LINEA-CONTRATO.
               WRITE LINEA-CONTRATO.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
