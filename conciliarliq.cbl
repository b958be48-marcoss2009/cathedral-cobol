       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIAR-LIQUIDACIONES.
       AUTHOR. MARCOS MUÑOZ.

      * Conciliación de las cuentas de liquidación con otros
      * bancos: la cuenta corriente en el BCRA (pesos) y la cuenta
      * en el corresponsal (dólares). Carga los extractos que
      * mandan (extracto_bcra.txt y extracto_corresponsal.txt, un
      * renglón por movimiento con fecha, referencia, D/C e
      * importe) como partidas del extracto, y los archiva en
      * extractos/ para que no se carguen dos veces. Después
      * empata las partidas abiertas de los dos lados: primero por
      * moneda, importe y referencia, y lo que queda por moneda e
      * importe con fechas a no más de tres días. Nuestro lado son
      * las partidas que dejan las salidas y entradas por CBU, la
      * cámara, los echeqs y la red de cajeros a través de
      * REGISTRAR-PARTIDA-LIQUIDACION. Lo que no empata queda
      * abierto en el reporte, de cada lado, con su antigüedad
      * (hasta 7 días, 8-30, 31-90, más de 90), hasta que llega la
      * contrapartida o alguien lo explica con
      * RESOLVER-LIQUIDACIONES. Los días se aproximan con meses de
      * 30 días, igual que otros cálculos de antigüedad del
      * sistema.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-EXTRACTO
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-EXTRACTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-EXT.

           SELECT ARCHIVO-PARTIDAS-LIQ
               ASSIGN TO 'partidas_liquidacion.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-NUMERO OF REGISTRO-PARTIDA-LIQ
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-REPORTE
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-REP.

       DATA DIVISION.
       FILE SECTION.
      *    Renglón del extracto: fecha, referencia del banco,
      *    D (débito a nuestra cuenta) o C (crédito) e importe.
       FD  ARCHIVO-EXTRACTO.
           01  LINEA-EXTRACTO.
               05  EX-FECHA             PIC 9(08).
               05  FILLER               PIC X(01).
               05  EX-REFERENCIA        PIC X(20).
               05  FILLER               PIC X(01).
               05  EX-SIGNO             PIC X(01).
               05  FILLER               PIC X(01).
               05  EX-MONTO             PIC 9(12).
               05  FILLER               PIC X(01).
               05  EX-MONTO-DECIMALES   PIC 9(02).

       FD  ARCHIVO-PARTIDAS-LIQ.
           01 REGISTRO-PARTIDA-LIQ.
               COPY "partidaliquidacion.cpy".

       FD  ARCHIVO-REPORTE
           RECORD CONTAINS 120 CHARACTERS.
           01  LINEA-REPORTE          PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-EXT    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REP    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-EXTRACTO PIC X(100).
       01  NOMBRE-ARCHIVO-ARCHIVADO PIC X(100).
       01  NOMBRE-ARCHIVO-REPORTE PIC X(100).
       01  WS-COMANDO            PIC X(100).

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-EOF-EXT            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-EXT    VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-HOY.
           05 WS-FH-ANIO         PIC 9(04).
           05 WS-FH-MES          PIC 9(02).
           05 WS-FH-DIA          PIC 9(02).
       01  WS-HORA-AHORA         PIC 9(08).
       01  WS-FECHA-ORIGEN-R     PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-ORIGEN-R.
           05 WS-FO-ANIO         PIC 9(04).
           05 WS-FO-MES          PIC 9(02).
           05 WS-FO-DIA          PIC 9(02).
       01  WS-DIAS-ABIERTA       PIC S9(05).

      *    Extracto en carga: archivo, moneda y nombre corto.
       01  WS-MONEDA-EXTRACTO    PIC X(03).
       01  WS-NOMBRE-EXTRACTO    PIC X(12).
       01  WS-LADO-EXTRACTO      PIC X(01) VALUE 'E'.
       01  WS-ORIGEN-EXTRACTO    PIC X(10) VALUE 'EXTRACTO'.
       01  WS-IMPORTE            PIC S9(12)V99.
       01  WS-MONTO-ARMADO.
           05 WS-MA-ENTERO       PIC 9(12).
           05 WS-MA-DECIMALES    PIC 9(02).
       01  WS-MONTO-NUMERICO REDEFINES WS-MONTO-ARMADO
                                 PIC 9(12)V99.

      *    Partidas abiertas de cada lado para el empate (1 propias,
      *    2 del extracto). WS-TP-CONTRA queda en cero mientras la
      *    partida no empata.
       01  WS-TABLA-PARTIDAS.
           05 WS-LADO OCCURS 2 TIMES.
               10 WS-TP-PARTIDA OCCURS 2000 TIMES.
                   15 WS-TP-NUMERO       PIC 9(08).
                   15 WS-TP-MONEDA       PIC X(03).
                   15 WS-TP-FECHA        PIC 9(08).
                   15 WS-TP-REFERENCIA   PIC X(20).
                   15 WS-TP-IMPORTE      PIC S9(12)V99.
                   15 WS-TP-CONTRA       PIC 9(08).
       01  WS-CANT-LADO          PIC 9(04) OCCURS 2 TIMES.
       01  WS-IDX-LADO           PIC 9(01).
       01  WS-IDX-PROPIA         PIC 9(04).
       01  WS-IDX-EXTRACTO       PIC 9(04).
       01  WS-PASADA             PIC 9(01).
       01  WS-EMPATA             PIC X(01).

      *    Tolerancia de fechas para el empate sin referencia.
       01  WS-DIAS-TOLERANCIA    PIC 9(02) VALUE 3.
       01  WS-FECHA-A            PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-A.
           05 WS-FA-ANIO         PIC 9(04).
           05 WS-FA-MES          PIC 9(02).
           05 WS-FA-DIA          PIC 9(02).
       01  WS-FECHA-B            PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-B.
           05 WS-FB-ANIO         PIC 9(04).
           05 WS-FB-MES          PIC 9(02).
           05 WS-FB-DIA          PIC 9(02).
       01  WS-DIAS-ENTRE         PIC S9(07).

      *    Antigüedad de lo abierto de cada lado.
       01  WS-TABLA-TRAMOS.
           05 WS-TRAMO OCCURS 4 TIMES.
               10 WS-TR-CANTIDAD     PIC 9(06).
               10 WS-TR-IMPORTE      PIC S9(14)V99.
       01  WS-IDX-TRAMO          PIC 9(01).
       01  WS-NOMBRES-TRAMO.
           05 FILLER             PIC X(12) VALUE 'HASTA 7 DIAS'.
           05 FILLER             PIC X(12) VALUE '8 A 30 DIAS '.
           05 FILLER             PIC X(12) VALUE '31 A 90 DIAS'.
           05 FILLER             PIC X(12) VALUE 'MAS DE 90   '.
       01  FILLER REDEFINES WS-NOMBRES-TRAMO.
           05 WS-NOMBRE-TRAMO    PIC X(12) OCCURS 4 TIMES.

      *    Cuentas de liquidación: la moneda identifica la cuenta.
       01  WS-CUENTAS-LIQUIDACION.
           05 FILLER             PIC X(28)
                   VALUE 'ARSCUENTA CORRIENTE BCRA    '.
           05 FILLER             PIC X(28)
                   VALUE 'USDCORRESPONSAL EN DOLARES  '.
       01  FILLER REDEFINES WS-CUENTAS-LIQUIDACION.
           05 WS-CUENTA-LIQ OCCURS 2 TIMES.
               10 WS-CL-MONEDA       PIC X(03).
               10 WS-CL-NOMBRE       PIC X(25).
       01  WS-IDX-CUENTA         PIC 9(01).
       01  WS-TITULO-LADO        PIC X(40).

       01  WS-MONTO-DISPLAY      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DIAS-DISPLAY       PIC ZZZZ9.

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna.
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

       01  WS-CANT-CARGADAS      PIC 9(06) VALUE ZERO.
       01  WS-CANT-EMPATES       PIC 9(06) VALUE ZERO.
       01  WS-CANT-ABIERTAS      PIC 9(06) VALUE ZERO.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'CONCILIAR-LIQUIDACIONES'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- CONCILIACIÓN DE CUENTAS DE LIQUIDACIÓN ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           MOVE 'extracto_bcra.txt' TO NOMBRE-ARCHIVO-EXTRACTO.
           MOVE 'ARS' TO WS-MONEDA-EXTRACTO.
           MOVE 'bcra' TO WS-NOMBRE-EXTRACTO.
           PERFORM 100-CARGAR-EXTRACTO.
           MOVE 'extracto_corresponsal.txt'
               TO NOMBRE-ARCHIVO-EXTRACTO.
           MOVE 'USD' TO WS-MONEDA-EXTRACTO.
           MOVE 'corresponsal' TO WS-NOMBRE-EXTRACTO.
           PERFORM 100-CARGAR-EXTRACTO.

           PERFORM 200-CARGAR-ABIERTAS.
           PERFORM 300-EMPATAR.
           PERFORM 400-CERRAR-EMPATADAS.

           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE.
           STRING
               "conciliacion_liquidacion_" DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-REPORTE
           END-STRING.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-FILE-STATUS-REP NOT = '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REPORTE'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 500-EMITIR-REPORTE
               CLOSE ARCHIVO-REPORTE
               MOVE NOMBRE-ARCHIVO-REPORTE TO WS-ARCHIVO-CATALOGO
               CALL 'REGISTRAR-REPORTE' USING
                   WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                   WS-SUCURSAL-CATALOGO
               DISPLAY '---> CONCILIACIÓN EN ' NOMBRE-ARCHIVO-REPORTE
           END-IF.
           DISPLAY '---- RENGLONES DE EXTRACTO CARGADOS: '
               WS-CANT-CARGADAS.
           DISPLAY '---- PARTIDAS EMPATADAS HOY: ' WS-CANT-EMPATES.
           DISPLAY '---- PARTIDAS ABIERTAS: ' WS-CANT-ABIERTAS.
           MOVE WS-CANT-CARGADAS TO CB-PROCESADOS.
           MOVE WS-CANT-EMPATES TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

      *    Cada renglón del extracto queda como partida del lado
      *    del banco; el archivo se archiva con fecha y hora para
      *    que la corrida siguiente no lo vuelva a cargar.
           100-CARGAR-EXTRACTO SECTION.
               MOVE 'N' TO WS-EOF-EXT.
               OPEN INPUT ARCHIVO-EXTRACTO.
               IF WS-FILE-STATUS-EXT = '35'
                   DISPLAY '--> SIN EXTRACTO ' WS-NOMBRE-EXTRACTO
               ELSE
               IF WS-FILE-STATUS-EXT NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL EXTRACTO '
                       WS-NOMBRE-EXTRACTO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL FIN-ARCHIVO-EXT
                       READ ARCHIVO-EXTRACTO
                           AT END
                               SET FIN-ARCHIVO-EXT TO TRUE
                           NOT AT END
                               PERFORM 110-CARGAR-RENGLON
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-EXTRACTO
                   PERFORM 120-ARCHIVAR-EXTRACTO
               END-IF
               END-IF.

           110-CARGAR-RENGLON SECTION.
               IF EX-MONTO NUMERIC AND EX-MONTO-DECIMALES NUMERIC
                  AND (EX-SIGNO = 'D' OR EX-SIGNO = 'C')
                   MOVE EX-MONTO TO WS-MA-ENTERO
                   MOVE EX-MONTO-DECIMALES TO WS-MA-DECIMALES
                   MOVE WS-MONTO-NUMERICO TO WS-IMPORTE
                   IF EX-SIGNO = 'D'
                       COMPUTE WS-IMPORTE = ZERO - WS-IMPORTE
                   END-IF
                   CALL 'REGISTRAR-PARTIDA-LIQUIDACION' USING
                       WS-LADO-EXTRACTO EX-FECHA WS-ORIGEN-EXTRACTO
                       WS-MONEDA-EXTRACTO EX-REFERENCIA WS-IMPORTE
                   ADD 1 TO WS-CANT-CARGADAS
               ELSE
                   DISPLAY '--> RENGLÓN DE EXTRACTO INVÁLIDO: '
                       LINEA-EXTRACTO
               END-IF.

           120-ARCHIVAR-EXTRACTO SECTION.
               MOVE 'mkdir -p extractos' TO WS-COMANDO.
               CALL 'SYSTEM' USING WS-COMANDO.
               ACCEPT WS-HORA-AHORA FROM TIME.
               MOVE SPACES TO NOMBRE-ARCHIVO-ARCHIVADO.
               STRING
                   "extractos/" DELIMITED BY SIZE
                   WS-NOMBRE-EXTRACTO DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-HORA-AHORA (1:6) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-ARCHIVADO
               END-STRING.
               CALL 'CBL_RENAME_FILE' USING NOMBRE-ARCHIVO-EXTRACTO
                   NOMBRE-ARCHIVO-ARCHIVADO.
               IF RETURN-CODE NOT = ZERO
                   DISPLAY '--> NO SE PUDO ARCHIVAR '
                       NOMBRE-ARCHIVO-EXTRACTO
                       ': MUÉVALO A MANO ANTES DE LA PRÓXIMA CORRIDA'
               END-IF.
      *        El código de retorno del renombre no es de la cadena.
               MOVE ZERO TO RETURN-CODE.

           200-CARGAR-ABIERTAS SECTION.
               MOVE ZERO TO WS-CANT-LADO (1).
               MOVE ZERO TO WS-CANT-LADO (2).
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-PARTIDAS-LIQ.
               IF WS-FILE-STATUS NOT = '00'
                   SET FIN-ARCHIVO TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-PARTIDAS-LIQ NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF PARTIDA-ABIERTA OF REGISTRO-PARTIDA-LIQ
                               PERFORM 210-TOMAR-ABIERTA
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10'
                   CLOSE ARCHIVO-PARTIDAS-LIQ
               END-IF.

           210-TOMAR-ABIERTA SECTION.
               IF PARTIDA-PROPIA OF REGISTRO-PARTIDA-LIQ
                   MOVE 1 TO WS-IDX-LADO
               ELSE
                   MOVE 2 TO WS-IDX-LADO
               END-IF.
               IF WS-CANT-LADO (WS-IDX-LADO) < 2000
                   ADD 1 TO WS-CANT-LADO (WS-IDX-LADO)
                   MOVE WS-CANT-LADO (WS-IDX-LADO) TO WS-IDX-PROPIA
                   MOVE PL-NUMERO OF REGISTRO-PARTIDA-LIQ
                       TO WS-TP-NUMERO (WS-IDX-LADO WS-IDX-PROPIA)
                   MOVE PL-MONEDA OF REGISTRO-PARTIDA-LIQ
                       TO WS-TP-MONEDA (WS-IDX-LADO WS-IDX-PROPIA)
                   MOVE PL-FECHA OF REGISTRO-PARTIDA-LIQ
                       TO WS-TP-FECHA (WS-IDX-LADO WS-IDX-PROPIA)
                   MOVE PL-REFERENCIA OF REGISTRO-PARTIDA-LIQ
                       TO WS-TP-REFERENCIA
                          (WS-IDX-LADO WS-IDX-PROPIA)
                   MOVE PL-IMPORTE OF REGISTRO-PARTIDA-LIQ
                       TO WS-TP-IMPORTE (WS-IDX-LADO WS-IDX-PROPIA)
                   MOVE ZERO
                       TO WS-TP-CONTRA (WS-IDX-LADO WS-IDX-PROPIA)
               END-IF.

      *    Primera pasada: moneda, importe y referencia iguales.
      *    Segunda: moneda e importe iguales con fechas dentro de
      *    la tolerancia, para los extractos que no traen nuestra
      *    referencia.
           300-EMPATAR SECTION.
               PERFORM VARYING WS-PASADA FROM 1 BY 1
                   UNTIL WS-PASADA > 2
                   PERFORM VARYING WS-IDX-PROPIA FROM 1 BY 1
                       UNTIL WS-IDX-PROPIA > WS-CANT-LADO (1)
                       IF WS-TP-CONTRA (1 WS-IDX-PROPIA) = ZERO
                           PERFORM 310-BUSCAR-EN-EXTRACTO
                       END-IF
                   END-PERFORM
               END-PERFORM.

           310-BUSCAR-EN-EXTRACTO SECTION.
               PERFORM VARYING WS-IDX-EXTRACTO FROM 1 BY 1
                   UNTIL WS-IDX-EXTRACTO > WS-CANT-LADO (2)
                   OR WS-TP-CONTRA (1 WS-IDX-PROPIA) NOT = ZERO
                   PERFORM 320-COMPARAR-PARTIDAS
                   IF WS-EMPATA = 'S'
                       MOVE WS-TP-NUMERO (2 WS-IDX-EXTRACTO)
                           TO WS-TP-CONTRA (1 WS-IDX-PROPIA)
                       MOVE WS-TP-NUMERO (1 WS-IDX-PROPIA)
                           TO WS-TP-CONTRA (2 WS-IDX-EXTRACTO)
                       ADD 1 TO WS-CANT-EMPATES
                   END-IF
               END-PERFORM.

           320-COMPARAR-PARTIDAS SECTION.
               MOVE 'N' TO WS-EMPATA.
               IF WS-TP-CONTRA (2 WS-IDX-EXTRACTO) = ZERO
                  AND WS-TP-MONEDA (2 WS-IDX-EXTRACTO)
                      = WS-TP-MONEDA (1 WS-IDX-PROPIA)
                  AND WS-TP-IMPORTE (2 WS-IDX-EXTRACTO)
                      = WS-TP-IMPORTE (1 WS-IDX-PROPIA)
                   IF WS-PASADA = 1
                       IF WS-TP-REFERENCIA (2 WS-IDX-EXTRACTO)
                          = WS-TP-REFERENCIA (1 WS-IDX-PROPIA)
                           MOVE 'S' TO WS-EMPATA
                       END-IF
                   ELSE
                       MOVE WS-TP-FECHA (1 WS-IDX-PROPIA)
                           TO WS-FECHA-A
                       MOVE WS-TP-FECHA (2 WS-IDX-EXTRACTO)
                           TO WS-FECHA-B
                       COMPUTE WS-DIAS-ENTRE =
                           (WS-FA-ANIO - WS-FB-ANIO) * 360
                           + (WS-FA-MES - WS-FB-MES) * 30
                           + (WS-FA-DIA - WS-FB-DIA)
                       IF WS-DIAS-ENTRE < ZERO
                           COMPUTE WS-DIAS-ENTRE =
                               ZERO - WS-DIAS-ENTRE
                       END-IF
                       IF WS-DIAS-ENTRE <= WS-DIAS-TOLERANCIA
                           MOVE 'S' TO WS-EMPATA
                       END-IF
                   END-IF
               END-IF.

      *    Las partidas empatadas de los dos lados quedan
      *    conciliadas, cada una con el número de su contrapartida.
           400-CERRAR-EMPATADAS SECTION.
               IF WS-CANT-EMPATES > ZERO
                   OPEN I-O ARCHIVO-PARTIDAS-LIQ
                   IF WS-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR AL ABRIR LAS PARTIDAS DE '
                           'LIQUIDACIÓN'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM VARYING WS-IDX-LADO FROM 1 BY 1
                           UNTIL WS-IDX-LADO > 2
                           PERFORM VARYING WS-IDX-PROPIA FROM 1 BY 1
                               UNTIL WS-IDX-PROPIA
                                   > WS-CANT-LADO (WS-IDX-LADO)
                               IF WS-TP-CONTRA
                                  (WS-IDX-LADO WS-IDX-PROPIA)
                                  NOT = ZERO
                                   PERFORM 410-MARCAR-CONCILIADA
                               END-IF
                           END-PERFORM
                       END-PERFORM
                       CLOSE ARCHIVO-PARTIDAS-LIQ
                   END-IF
               END-IF.

           410-MARCAR-CONCILIADA SECTION.
               MOVE WS-TP-NUMERO (WS-IDX-LADO WS-IDX-PROPIA)
                   TO PL-NUMERO OF REGISTRO-PARTIDA-LIQ.
               READ ARCHIVO-PARTIDAS-LIQ
                   KEY IS PL-NUMERO OF REGISTRO-PARTIDA-LIQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'C' TO PL-ESTADO OF REGISTRO-PARTIDA-LIQ
                       MOVE WS-TP-CONTRA (WS-IDX-LADO WS-IDX-PROPIA)
                           TO PL-NUMERO-CONTRA
                              OF REGISTRO-PARTIDA-LIQ
                       MOVE WS-FECHA-HOY
                           TO PL-FECHA-CIERRE OF REGISTRO-PARTIDA-LIQ
                       REWRITE REGISTRO-PARTIDA-LIQ
               END-READ.

      *    Por cuenta de liquidación, lo que sigue abierto de
      *    nuestro lado (no apareció en el extracto) y del lado del
      *    banco (no tiene registro nuestro), con su antigüedad.
           500-EMITIR-REPORTE SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "---- CONCILIACION DE CUENTAS DE LIQUIDACION AL "
                       DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   " ----" DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.
               PERFORM VARYING WS-IDX-CUENTA FROM 1 BY 1
                   UNTIL WS-IDX-CUENTA > 2
                   MOVE SPACES TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   MOVE SPACES TO LINEA-REPORTE
                   STRING
                       "==== " DELIMITED BY SIZE
                       WS-CL-NOMBRE (WS-IDX-CUENTA) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       WS-CL-MONEDA (WS-IDX-CUENTA) DELIMITED BY SIZE
                       ") ====" DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   END-STRING
                   WRITE LINEA-REPORTE
                   DISPLAY LINEA-REPORTE
                   PERFORM VARYING WS-IDX-LADO FROM 1 BY 1
                       UNTIL WS-IDX-LADO > 2
                       PERFORM 510-EMITIR-LADO
                   END-PERFORM
               END-PERFORM.

           510-EMITIR-LADO SECTION.
               INITIALIZE WS-TABLA-TRAMOS.
               IF WS-IDX-LADO = 1
                   MOVE '---- NUESTRAS PARTIDAS SIN EXTRACTO ----'
                       TO WS-TITULO-LADO
               ELSE
                   MOVE '---- EXTRACTO SIN REGISTRO NUESTRO ----'
                       TO WS-TITULO-LADO
               END-IF.
               MOVE WS-TITULO-LADO TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-PARTIDAS-LIQ.
               IF WS-FILE-STATUS NOT = '00'
                   SET FIN-ARCHIVO TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-PARTIDAS-LIQ NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF PARTIDA-ABIERTA OF REGISTRO-PARTIDA-LIQ
                              AND PL-MONEDA OF REGISTRO-PARTIDA-LIQ
                                  = WS-CL-MONEDA (WS-IDX-CUENTA)
                              AND ((WS-IDX-LADO = 1
                                    AND PARTIDA-PROPIA
                                        OF REGISTRO-PARTIDA-LIQ)
                                OR (WS-IDX-LADO = 2
                                    AND PARTIDA-EXTRACTO
                                        OF REGISTRO-PARTIDA-LIQ))
                               ADD 1 TO WS-CANT-ABIERTAS
                               PERFORM 520-EMITIR-PARTIDA
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10'
                   CLOSE ARCHIVO-PARTIDAS-LIQ
               END-IF.
               PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
                   UNTIL WS-IDX-TRAMO > 4
                   MOVE WS-TR-IMPORTE (WS-IDX-TRAMO)
                       TO WS-MONTO-DISPLAY
                   MOVE SPACES TO LINEA-REPORTE
                   STRING
                       "  " DELIMITED BY SIZE
                       WS-NOMBRE-TRAMO (WS-IDX-TRAMO)
                           DELIMITED BY SIZE
                       " CANTIDAD: " DELIMITED BY SIZE
                       WS-TR-CANTIDAD (WS-IDX-TRAMO)
                           DELIMITED BY SIZE
                       " IMPORTE:" DELIMITED BY SIZE
                       WS-MONTO-DISPLAY DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   END-STRING
                   WRITE LINEA-REPORTE
                   DISPLAY LINEA-REPORTE
               END-PERFORM.

           520-EMITIR-PARTIDA SECTION.
               MOVE PL-FECHA OF REGISTRO-PARTIDA-LIQ
                   TO WS-FECHA-ORIGEN-R.
               COMPUTE WS-DIAS-ABIERTA =
                   (WS-FH-ANIO - WS-FO-ANIO) * 360
                   + (WS-FH-MES - WS-FO-MES) * 30
                   + (WS-FH-DIA - WS-FO-DIA).
               IF WS-DIAS-ABIERTA < ZERO
                   MOVE ZERO TO WS-DIAS-ABIERTA
               END-IF.
               EVALUATE TRUE
                   WHEN WS-DIAS-ABIERTA <= 7
                       MOVE 1 TO WS-IDX-TRAMO
                   WHEN WS-DIAS-ABIERTA <= 30
                       MOVE 2 TO WS-IDX-TRAMO
                   WHEN WS-DIAS-ABIERTA <= 90
                       MOVE 3 TO WS-IDX-TRAMO
                   WHEN OTHER
                       MOVE 4 TO WS-IDX-TRAMO
               END-EVALUATE.
               ADD 1 TO WS-TR-CANTIDAD (WS-IDX-TRAMO).
               ADD PL-IMPORTE OF REGISTRO-PARTIDA-LIQ
                   TO WS-TR-IMPORTE (WS-IDX-TRAMO).
               MOVE PL-IMPORTE OF REGISTRO-PARTIDA-LIQ
                   TO WS-MONTO-DISPLAY.
               MOVE WS-DIAS-ABIERTA TO WS-DIAS-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   PL-NUMERO OF REGISTRO-PARTIDA-LIQ
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PL-FECHA OF REGISTRO-PARTIDA-LIQ DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PL-ORIGEN OF REGISTRO-PARTIDA-LIQ
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PL-REFERENCIA OF REGISTRO-PARTIDA-LIQ
                       DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   " DIAS:" DELIMITED BY SIZE
                   WS-DIAS-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
