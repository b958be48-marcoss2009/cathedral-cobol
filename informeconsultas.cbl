       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-CONSULTAS.
       AUTHOR. MARCOS MUÑOZ.

      * Informe de consultas de datos de clientes del día de
      * proceso, armado sobre el registro de consultas
      * (consultas.dat): lista cada consulta de un operador sobre
      * una cuenta de otra sucursal que la suya y resume por
      * operador lo consultado en el día contra su volumen
      * habitual (el promedio diario de sus días anteriores en el
      * registro), marcando al que lo supera varias veces. Es el
      * punto de partida de una investigación de fraude interno o
      * de un reclamo de protección de datos: quién miró qué,
      * cuándo y desde qué programa. Como AUDITORIA-OPERADORES,
      * corre sin diálogo desde el menú o con el parámetro
      * CONSULTAS y deja el detalle en informe_consultas.txt.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CONSULTAS ASSIGN TO 'consultas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CON.

           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-OPERADORES ASSIGN TO 'operadores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO OF REGISTRO-OPERADOR
               FILE STATUS IS WS-FILE-STATUS-OPE.

           SELECT ARCHIVO-REPORTE ASSIGN TO 'informe_consultas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-REP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CONSULTAS.
           01 REGISTRO-CONSULTA.
               COPY "consulta.cpy".

       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-OPERADORES.
           01 REGISTRO-OPERADOR.
               COPY "operador.cpy".

       FD  ARCHIVO-REPORTE
           RECORD CONTAINS 80 CHARACTERS.
           01  LINEA-REPORTE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CON    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-OPE    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REP    PIC XX VALUE '00'.

       01  WS-EOF-CON            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CON    VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-FECHA-CONSULTA     PIC 9(08).

      *    Volumen inusual: el día supera este múltiplo del
      *    promedio habitual, con un mínimo de consultas para no
      *    marcar a quien casi no consulta.
       01  WS-MULTIPLO-VOLUMEN   PIC 9(02) VALUE 03.
       01  WS-MINIMO-VOLUMEN     PIC 9(04) VALUE 0020.

      *    Perfil por operador (hasta 50).
       01  WS-TABLA-OPERADORES.
           05 WS-PERFIL-OP OCCURS 50 TIMES.
               10 WS-PO-CODIGO       PIC X(08).
               10 WS-PO-SUCURSAL     PIC 9(03).
               10 WS-PO-DEL-DIA      PIC 9(06).
               10 WS-PO-FUERA-SUC    PIC 9(06).
               10 WS-PO-HISTORICO    PIC 9(08).
               10 WS-PO-DIAS         PIC 9(05).
               10 WS-PO-ULTIMO-DIA   PIC 9(08).
       01  WS-CANT-OPERADORES    PIC 9(02) VALUE ZERO.
       01  WS-IDX-OP             PIC 9(02).
       01  WS-POS-OP             PIC 9(02).
       01  WS-OP-HALLADO         PIC X(01).
       01  WS-OPERADOR-ACTUAL    PIC X(08).

       01  WS-SUCURSAL-CUENTA    PIC 9(03).
       01  WS-PROMEDIO           PIC 9(06)V9.
       01  WS-PROMEDIO-DISPLAY   PIC ZZZ,ZZ9.9.
       01  WS-TOPE-VOLUMEN       PIC 9(10).
       01  WS-VOLUMEN-DIA        PIC 9(10).
       01  WS-MARCA              PIC X(20).

       01  WS-CANT-CONSULTAS     PIC 9(08) VALUE ZERO.
       01  WS-CANT-FUERA-SUC     PIC 9(06) VALUE ZERO.
       01  WS-CANT-MARCADOS      PIC 9(04) VALUE ZERO.

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna.
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100)
               VALUE 'informe_consultas.txt'.
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'INFORME-CONSULTAS'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- INFORME DE CONSULTAS DE CLIENTES ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-FILE-STATUS-REP NOT = '00'
               DISPLAY 'ERROR AL CREAR EL ARCHIVO DE REPORTE'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 100-ESCRIBIR-ENCABEZADO
               PERFORM 200-RECORRER-CONSULTAS
               PERFORM 300-RESUMIR-OPERADORES
               CLOSE ARCHIVO-REPORTE
               CALL 'REGISTRAR-REPORTE' USING
                   WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                   WS-SUCURSAL-CATALOGO
               DISPLAY '---- CONSULTAS DEL DÍA: ' WS-CANT-CONSULTAS
               DISPLAY '---- FUERA DE SUCURSAL: ' WS-CANT-FUERA-SUC
               DISPLAY '---- OPERADORES MARCADOS: ' WS-CANT-MARCADOS
               DISPLAY '--> REPORTE GENERADO: informe_consultas.txt'
           END-IF.
           MOVE WS-CANT-CONSULTAS TO CB-PROCESADOS.
           COMPUTE CB-APLICADOS = WS-CANT-FUERA-SUC + WS-CANT-MARCADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-ESCRIBIR-ENCABEZADO SECTION.
               MOVE ALL '=' TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   'CONSULTAS DE DATOS DE CLIENTES DEL '
                       DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               MOVE ALL '=' TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE 'CONSULTAS DE CUENTAS DE OTRA SUCURSAL'
                   TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE 'HORA    OPERADOR SUC PROGRAMA                 '
                   & 'CUENTA   SUC DNI' TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.

      *    Una sola pasada: lo anterior al día de proceso arma el
      *    volumen habitual de cada operador; lo del día se cuenta
      *    y se controla contra la sucursal de la cuenta. El
      *    registro está en orden de grabación, así que los días
      *    de cada operador se cuentan al cambiar de fecha.
           200-RECORRER-CONSULTAS SECTION.
               MOVE 'N' TO WS-EOF-CON.
               OPEN INPUT ARCHIVO-CONSULTAS.
               IF WS-FILE-STATUS-CON NOT = '00'
                   DISPLAY '--> SIN CONSULTAS REGISTRADAS'
                   SET FIN-ARCHIVO-CON TO TRUE
               END-IF.
               OPEN INPUT ARCHIVO-CUENTAS.
               PERFORM UNTIL FIN-ARCHIVO-CON
                   READ ARCHIVO-CONSULTAS
                       AT END
                           SET FIN-ARCHIVO-CON TO TRUE
                       NOT AT END
                           PERFORM 210-EVALUAR-CONSULTA
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-CON = '00'
                  OR WS-FILE-STATUS-CON = '10'
                   CLOSE ARCHIVO-CONSULTAS
               END-IF.
               CLOSE ARCHIVO-CUENTAS.

           210-EVALUAR-CONSULTA SECTION.
               MOVE CO-FECHA-HORA OF REGISTRO-CONSULTA (1:8)
                   TO WS-FECHA-CONSULTA.
               MOVE CO-OPERADOR OF REGISTRO-CONSULTA
                   TO WS-OPERADOR-ACTUAL.
               IF WS-OPERADOR-ACTUAL = SPACES
                  OR WS-FECHA-CONSULTA > WS-FECHA-HOY
                   CONTINUE
               ELSE
                   PERFORM 220-UBICAR-OPERADOR
                   IF WS-POS-OP NOT = ZERO
                       IF WS-FECHA-CONSULTA < WS-FECHA-HOY
                           ADD 1 TO WS-PO-HISTORICO (WS-POS-OP)
                           IF WS-FECHA-CONSULTA
                              NOT = WS-PO-ULTIMO-DIA (WS-POS-OP)
                               ADD 1 TO WS-PO-DIAS (WS-POS-OP)
                               MOVE WS-FECHA-CONSULTA
                                   TO WS-PO-ULTIMO-DIA (WS-POS-OP)
                           END-IF
                       ELSE
                           ADD 1 TO WS-CANT-CONSULTAS
                           ADD 1 TO WS-PO-DEL-DIA (WS-POS-OP)
                           PERFORM 240-CONTROLAR-SUCURSAL
                       END-IF
                   END-IF
               END-IF.

      *    Ubica (o da de alta) el perfil del operador, con su
      *    sucursal del maestro la primera vez.
           220-UBICAR-OPERADOR SECTION.
               MOVE ZERO TO WS-POS-OP.
               MOVE 'N' TO WS-OP-HALLADO.
               PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                   UNTIL WS-IDX-OP > WS-CANT-OPERADORES
                   OR WS-OP-HALLADO = 'S'
                   IF WS-PO-CODIGO (WS-IDX-OP)
                      = WS-OPERADOR-ACTUAL
                       MOVE 'S' TO WS-OP-HALLADO
                       MOVE WS-IDX-OP TO WS-POS-OP
                   END-IF
               END-PERFORM.
               IF WS-OP-HALLADO NOT = 'S'
                  AND WS-CANT-OPERADORES < 50
                   ADD 1 TO WS-CANT-OPERADORES
                   MOVE WS-CANT-OPERADORES TO WS-POS-OP
                   MOVE WS-OPERADOR-ACTUAL
                       TO WS-PO-CODIGO (WS-POS-OP)
                   MOVE ZERO TO WS-PO-DEL-DIA (WS-POS-OP)
                   MOVE ZERO TO WS-PO-FUERA-SUC (WS-POS-OP)
                   MOVE ZERO TO WS-PO-HISTORICO (WS-POS-OP)
                   MOVE ZERO TO WS-PO-DIAS (WS-POS-OP)
                   MOVE ZERO TO WS-PO-ULTIMO-DIA (WS-POS-OP)
                   PERFORM 230-LEER-SUCURSAL-OPERADOR
               END-IF.

           230-LEER-SUCURSAL-OPERADOR SECTION.
               MOVE ZERO TO WS-PO-SUCURSAL (WS-POS-OP).
               OPEN INPUT ARCHIVO-OPERADORES.
               IF WS-FILE-STATUS-OPE = '00'
                   MOVE WS-OPERADOR-ACTUAL
                       TO OP-CODIGO OF REGISTRO-OPERADOR
                   READ ARCHIVO-OPERADORES
                       KEY IS OP-CODIGO OF REGISTRO-OPERADOR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF OP-SUCURSAL OF REGISTRO-OPERADOR
                              NUMERIC
                               MOVE OP-SUCURSAL OF REGISTRO-OPERADOR
                                   TO WS-PO-SUCURSAL (WS-POS-OP)
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-OPERADORES
               END-IF.

      *    Un operador sin sucursal asignada (casa central, sistemas)
      *    no tiene "otra sucursal"; tampoco se controla la consulta
      *    por DNI que no llegó a una cuenta.
           240-CONTROLAR-SUCURSAL SECTION.
               IF WS-PO-SUCURSAL (WS-POS-OP) NOT = ZERO
                  AND CO-CUENTA OF REGISTRO-CONSULTA NOT = ZERO
                   MOVE ZERO TO WS-SUCURSAL-CUENTA
                   MOVE CO-CUENTA OF REGISTRO-CONSULTA
                       TO CC-NUMERO-CUENTA OF RCC
                   READ ARCHIVO-CUENTAS
                       KEY IS CC-NUMERO-CUENTA OF RCC
                       INVALID KEY
                           MOVE ZERO TO WS-SUCURSAL-CUENTA
                       NOT INVALID KEY
                           MOVE CC-SUCURSAL OF RCC
                               TO WS-SUCURSAL-CUENTA
                   END-READ
                   IF WS-SUCURSAL-CUENTA NOT = ZERO
                      AND WS-SUCURSAL-CUENTA
                          NOT = WS-PO-SUCURSAL (WS-POS-OP)
                       ADD 1 TO WS-PO-FUERA-SUC (WS-POS-OP)
                       ADD 1 TO WS-CANT-FUERA-SUC
                       PERFORM 250-ESCRIBIR-FUERA-SUCURSAL
                   END-IF
               END-IF.

           250-ESCRIBIR-FUERA-SUCURSAL SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   CO-FECHA-HORA OF REGISTRO-CONSULTA (9:6)
                       DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   CO-OPERADOR OF REGISTRO-CONSULTA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-PO-SUCURSAL (WS-POS-OP) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CO-PROGRAMA OF REGISTRO-CONSULTA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CO-CUENTA OF REGISTRO-CONSULTA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-SUCURSAL-CUENTA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CO-DNI OF REGISTRO-CONSULTA DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.

           300-RESUMIR-OPERADORES SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE 'RESUMEN POR OPERADOR' TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE 'OPERADOR SUC  DEL DIA   HABITUAL  OTRA SUC '
                   & 'OBSERVACION' TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                   UNTIL WS-IDX-OP > WS-CANT-OPERADORES
                   IF WS-PO-DEL-DIA (WS-IDX-OP) > ZERO
                       PERFORM 310-RESUMIR-UN-OPERADOR
                   END-IF
               END-PERFORM.

      *    Volumen inusual: lo del día contra el promedio de los
      *    días anteriores del mismo operador. Sin días anteriores
      *    no hay habitual contra qué comparar.
           310-RESUMIR-UN-OPERADOR SECTION.
               MOVE SPACES TO WS-MARCA.
               MOVE ZERO TO WS-PROMEDIO.
               IF WS-PO-DIAS (WS-IDX-OP) > ZERO
                   COMPUTE WS-PROMEDIO ROUNDED =
                       WS-PO-HISTORICO (WS-IDX-OP)
                       / WS-PO-DIAS (WS-IDX-OP)
                   COMPUTE WS-VOLUMEN-DIA =
                       WS-PO-DEL-DIA (WS-IDX-OP)
                       * WS-PO-DIAS (WS-IDX-OP)
                   COMPUTE WS-TOPE-VOLUMEN =
                       WS-PO-HISTORICO (WS-IDX-OP)
                       * WS-MULTIPLO-VOLUMEN
                   IF WS-PO-DEL-DIA (WS-IDX-OP) >= WS-MINIMO-VOLUMEN
                      AND WS-VOLUMEN-DIA > WS-TOPE-VOLUMEN
                       MOVE '** VOLUMEN INUSUAL' TO WS-MARCA
                   END-IF
               ELSE
                   MOVE 'SIN HISTORIA' TO WS-MARCA
               END-IF.
               IF WS-PO-FUERA-SUC (WS-IDX-OP) > ZERO
                  AND WS-MARCA (1:2) NOT = '**'
                   MOVE '** OTRA SUCURSAL' TO WS-MARCA
               END-IF.
               IF WS-MARCA (1:2) = '**'
                   ADD 1 TO WS-CANT-MARCADOS
               END-IF.
               MOVE WS-PROMEDIO TO WS-PROMEDIO-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   WS-PO-CODIGO (WS-IDX-OP) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-PO-SUCURSAL (WS-IDX-OP) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-PO-DEL-DIA (WS-IDX-OP) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-PROMEDIO-DISPLAY DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-PO-FUERA-SUC (WS-IDX-OP) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MARCA DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
