       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIAR-ENLACES.
       AUTHOR. MARCOS MUÑOZ.

      * Conciliación diaria de la cuenta de enlace entre sucursales
      * (1401). Toda operación entre sucursales (transferencias
      * entre cuentas de distinta sucursal, traslados, remesas)
      * deja una pata en cada sucursal con la misma referencia: la
      * que debe a la otra al haber y la que tiene a cobrar al
      * debe. Recorre el libro diario hasta la fecha de proceso,
      * empata las patas por referencia y moneda y verifica que
      * cada par de sucursales netee a cero. Las diferencias (pata
      * sin contrapartida, importes distintos, sucursales que no
      * se corresponden) quedan en enlaces_pendientes.dat con la
      * fecha desde la que están abiertas; las que ya empataron se
      * cierran solas y las que siguen abiertas se envejecen en el
      * reporte (hasta 7 días, 8-30, 31-90, más de 90) hasta que
      * llega la otra pata o alguien las resuelve con
      * RESOLVER-ENLACES. Los días se aproximan con meses de 30
      * días, igual que otros cálculos de antigüedad del sistema.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-DIARIO ASSIGN TO 'libro_diario.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-DIA.

      *    Patas del día empatadas por referencia; se rearma en
      *    cada corrida a partir del diario.
           SELECT ARCHIVO-PARTIDAS ASSIGN TO 'enlace_partidas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CLAVE OF REGISTRO-PARTIDA
               FILE STATUS IS WS-FILE-STATUS-PAR.

           SELECT ARCHIVO-ENLACES ASSIGN TO 'enlaces_pendientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-CLAVE OF REGISTRO-ENLACE
               FILE STATUS IS WS-FILE-STATUS-ENL.

           SELECT ARCHIVO-REPORTE
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-REP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-DIARIO.
           01 RENGLON-DIARIO.
               COPY "asiento.cpy".

       FD  ARCHIVO-PARTIDAS.
           01 REGISTRO-PARTIDA.
               05 EP-CLAVE.
                   10 EP-REFERENCIA      PIC X(20).
                   10 EP-MONEDA          PIC X(03).
               05 EP-FECHA               PIC 9(08).
               05 EP-CONCEPTO            PIC 9(03).
               05 EP-CANT-PATAS          PIC 9(03).
               05 EP-SUCURSAL-1          PIC 9(03).
               05 EP-CONTRA-1            PIC 9(03).
               05 EP-SUCURSAL-2          PIC 9(03).
               05 EP-CONTRA-2            PIC 9(03).
               05 EP-NETO                PIC S9(12)V99.

       FD  ARCHIVO-ENLACES.
           01 REGISTRO-ENLACE.
               COPY "enlacependiente.cpy".

       FD  ARCHIVO-REPORTE
           RECORD CONTAINS 120 CHARACTERS.
           01  LINEA-REPORTE          PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-DIA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PAR    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-ENL    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REP    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-REPORTE PIC X(100).

       01  WS-EOF-DIA            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-DIA    VALUE 'Y'.
       01  WS-EOF-PAR            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-PAR    VALUE 'Y'.
       01  WS-EOF-ENL            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-ENL    VALUE 'Y'.

       01  WS-CUENTA-ENLACE      PIC 9(04) VALUE 1401.
       01  WS-FECHA-HOY          PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-HOY.
           05 WS-FH-ANIO         PIC 9(04).
           05 WS-FH-MES          PIC 9(02).
           05 WS-FH-DIA          PIC 9(02).
       01  WS-FECHA-ORIGEN-R     PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-ORIGEN-R.
           05 WS-FO-ANIO         PIC 9(04).
           05 WS-FO-MES          PIC 9(02).
           05 WS-FO-DIA          PIC 9(02).
       01  WS-DIAS-ABIERTA       PIC S9(05).

       01  WS-IMPORTE-PATA       PIC S9(12)V99.
       01  WS-PARTIDA-EXISTE     PIC X(01).
      *    Resultado del empate de una partida: espacio si cuadra,
      *    si no el tipo de diferencia.
       01  WS-TIPO-DIFERENCIA    PIC X(01).
           88 PARTIDA-CUADRADA   VALUE SPACE.
       01  WS-ENLACE-EXISTE      PIC X(01).
       01  WS-ARCHIVOS-ABIERTOS  PIC X(01).

      *    Posición neta por par de sucursales y moneda: la suma de
      *    las patas de las dos sucursales, que en un diario sano
      *    da cero.
       01  WS-TABLA-PARES.
           05 WS-PAR OCCURS 200 TIMES.
               10 WS-PA-SUCURSAL-MENOR  PIC 9(03).
               10 WS-PA-SUCURSAL-MAYOR  PIC 9(03).
               10 WS-PA-MONEDA          PIC X(03).
               10 WS-PA-NETO            PIC S9(14)V99.
       01  WS-CANT-PARES         PIC 9(03) VALUE ZERO.
       01  WS-IDX-PAR            PIC 9(03).
       01  WS-POS-PAR            PIC 9(03).
       01  WS-SUCURSAL-MENOR     PIC 9(03).
       01  WS-SUCURSAL-MAYOR     PIC 9(03).

      *    Antigüedad de las diferencias abiertas.
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

       01  WS-DESCRIPCION-DIF    PIC X(20).
       01  WS-MONTO-DISPLAY      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DIAS-DISPLAY       PIC ZZZZ9.

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna.
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

       01  WS-CANT-PATAS         PIC 9(08) VALUE ZERO.
       01  WS-CANT-PARTIDAS      PIC 9(06) VALUE ZERO.
       01  WS-CANT-DIFERENCIAS   PIC 9(06) VALUE ZERO.
       01  WS-CANT-NUEVAS        PIC 9(06) VALUE ZERO.
       01  WS-CANT-CONCILIADAS   PIC 9(06) VALUE ZERO.
       01  WS-CANT-ABIERTAS      PIC 9(06) VALUE ZERO.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'CONCILIAR-ENLACES'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- CONCILIACIÓN DE ENLACES ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 100-ARMAR-PARTIDAS.
           PERFORM 200-CONTROLAR-PARTIDAS.
           PERFORM 300-CERRAR-CONCILIADAS.

           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE.
           STRING
               "conciliacion_enlaces_" DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-REPORTE
           END-STRING.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-FILE-STATUS-REP NOT = '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REPORTE'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 400-EMITIR-PARES
               PERFORM 500-EMITIR-ABIERTAS
               CLOSE ARCHIVO-REPORTE
               MOVE NOMBRE-ARCHIVO-REPORTE TO WS-ARCHIVO-CATALOGO
               CALL 'REGISTRAR-REPORTE' USING
                   WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                   WS-SUCURSAL-CATALOGO
               DISPLAY '---> CONCILIACIÓN EN ' NOMBRE-ARCHIVO-REPORTE
           END-IF.
           DISPLAY '---- PATAS DE ENLACE LEÍDAS: ' WS-CANT-PATAS.
           DISPLAY '---- OPERACIONES EMPATADAS: ' WS-CANT-PARTIDAS.
           DISPLAY '---- CON DIFERENCIA: ' WS-CANT-DIFERENCIAS.
           DISPLAY '---- DIFERENCIAS NUEVAS: ' WS-CANT-NUEVAS.
           DISPLAY '---- CONCILIADAS HOY: ' WS-CANT-CONCILIADAS.
           DISPLAY '---- ABIERTAS: ' WS-CANT-ABIERTAS.
           MOVE WS-CANT-PATAS TO CB-PROCESADOS.
           COMPUTE CB-APLICADOS = WS-CANT-NUEVAS
               + WS-CANT-CONCILIADAS.
           PERFORM 900-FINALIZAR-PROGRAMA.

      *    Junta por referencia y moneda las patas de la cuenta de
      *    enlace del diario hasta la fecha de proceso. Los
      *    renglones grabados antes de que existiera la marca de
      *    sucursal de enlace no la traen y no participan.
           100-ARMAR-PARTIDAS SECTION.
               MOVE 'N' TO WS-ARCHIVOS-ABIERTOS.
               OPEN OUTPUT ARCHIVO-PARTIDAS.
               CLOSE ARCHIVO-PARTIDAS.
               OPEN I-O ARCHIVO-PARTIDAS.
               IF WS-FILE-STATUS-PAR NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PARTIDAS'
                   MOVE 8 TO RETURN-CODE
                   SET FIN-ARCHIVO-DIA TO TRUE
               ELSE
                   OPEN INPUT ARCHIVO-DIARIO
                   IF WS-FILE-STATUS-DIA NOT = '00'
                       DISPLAY '--> SIN LIBRO DIARIO PARA CONCILIAR'
                       SET FIN-ARCHIVO-DIA TO TRUE
                       CLOSE ARCHIVO-PARTIDAS
                   ELSE
                       MOVE 'S' TO WS-ARCHIVOS-ABIERTOS
                   END-IF
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-DIA
                   READ ARCHIVO-DIARIO
                       AT END
                           SET FIN-ARCHIVO-DIA TO TRUE
                       NOT AT END
                           IF AS-CUENTA OF RENGLON-DIARIO
                              = WS-CUENTA-ENLACE
                              AND AS-SUCURSAL-ENLACE OF RENGLON-DIARIO
                                  NUMERIC
                              AND AS-SUCURSAL-ENLACE OF RENGLON-DIARIO
                                  NOT = ZERO
                              AND AS-FECHA OF RENGLON-DIARIO
                                  <= WS-FECHA-HOY
                               ADD 1 TO WS-CANT-PATAS
                               PERFORM 110-SUMAR-PATA
                               PERFORM 120-SUMAR-AL-PAR
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-ARCHIVOS-ABIERTOS = 'S'
                   CLOSE ARCHIVO-DIARIO
                   CLOSE ARCHIVO-PARTIDAS
               END-IF.

           110-SUMAR-PATA SECTION.
               COMPUTE WS-IMPORTE-PATA =
                   AS-DEBE OF RENGLON-DIARIO
                   - AS-HABER OF RENGLON-DIARIO.
               MOVE AS-REFERENCIA OF RENGLON-DIARIO
                   TO EP-REFERENCIA OF REGISTRO-PARTIDA.
               MOVE AS-MONEDA OF RENGLON-DIARIO
                   TO EP-MONEDA OF REGISTRO-PARTIDA.
               MOVE 'S' TO WS-PARTIDA-EXISTE.
               READ ARCHIVO-PARTIDAS
                   KEY IS EP-CLAVE OF REGISTRO-PARTIDA
                   INVALID KEY
                       MOVE 'N' TO WS-PARTIDA-EXISTE
               END-READ.
               IF WS-PARTIDA-EXISTE = 'N'
                   MOVE AS-FECHA OF RENGLON-DIARIO
                       TO EP-FECHA OF REGISTRO-PARTIDA
                   MOVE AS-CONCEPTO OF RENGLON-DIARIO
                       TO EP-CONCEPTO OF REGISTRO-PARTIDA
                   MOVE 1 TO EP-CANT-PATAS OF REGISTRO-PARTIDA
                   MOVE AS-SUCURSAL OF RENGLON-DIARIO
                       TO EP-SUCURSAL-1 OF REGISTRO-PARTIDA
                   MOVE AS-SUCURSAL-ENLACE OF RENGLON-DIARIO
                       TO EP-CONTRA-1 OF REGISTRO-PARTIDA
                   MOVE ZERO TO EP-SUCURSAL-2 OF REGISTRO-PARTIDA
                   MOVE ZERO TO EP-CONTRA-2 OF REGISTRO-PARTIDA
                   MOVE WS-IMPORTE-PATA TO EP-NETO OF REGISTRO-PARTIDA
                   WRITE REGISTRO-PARTIDA
               ELSE
                   ADD 1 TO EP-CANT-PATAS OF REGISTRO-PARTIDA
                   IF EP-CANT-PATAS OF REGISTRO-PARTIDA = 2
                       MOVE AS-SUCURSAL OF RENGLON-DIARIO
                           TO EP-SUCURSAL-2 OF REGISTRO-PARTIDA
                       MOVE AS-SUCURSAL-ENLACE OF RENGLON-DIARIO
                           TO EP-CONTRA-2 OF REGISTRO-PARTIDA
                   END-IF
                   ADD WS-IMPORTE-PATA TO EP-NETO OF REGISTRO-PARTIDA
                   REWRITE REGISTRO-PARTIDA
               END-IF.

           120-SUMAR-AL-PAR SECTION.
               IF AS-SUCURSAL OF RENGLON-DIARIO
                  < AS-SUCURSAL-ENLACE OF RENGLON-DIARIO
                   MOVE AS-SUCURSAL OF RENGLON-DIARIO
                       TO WS-SUCURSAL-MENOR
                   MOVE AS-SUCURSAL-ENLACE OF RENGLON-DIARIO
                       TO WS-SUCURSAL-MAYOR
               ELSE
                   MOVE AS-SUCURSAL-ENLACE OF RENGLON-DIARIO
                       TO WS-SUCURSAL-MENOR
                   MOVE AS-SUCURSAL OF RENGLON-DIARIO
                       TO WS-SUCURSAL-MAYOR
               END-IF.
               MOVE ZERO TO WS-POS-PAR.
               PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR > WS-CANT-PARES
                   OR WS-POS-PAR NOT = ZERO
                   IF WS-PA-SUCURSAL-MENOR (WS-IDX-PAR)
                      = WS-SUCURSAL-MENOR
                      AND WS-PA-SUCURSAL-MAYOR (WS-IDX-PAR)
                          = WS-SUCURSAL-MAYOR
                      AND WS-PA-MONEDA (WS-IDX-PAR)
                          = AS-MONEDA OF RENGLON-DIARIO
                       MOVE WS-IDX-PAR TO WS-POS-PAR
                   END-IF
               END-PERFORM.
               IF WS-POS-PAR = ZERO AND WS-CANT-PARES < 200
                   ADD 1 TO WS-CANT-PARES
                   MOVE WS-CANT-PARES TO WS-POS-PAR
                   MOVE WS-SUCURSAL-MENOR
                       TO WS-PA-SUCURSAL-MENOR (WS-POS-PAR)
                   MOVE WS-SUCURSAL-MAYOR
                       TO WS-PA-SUCURSAL-MAYOR (WS-POS-PAR)
                   MOVE AS-MONEDA OF RENGLON-DIARIO
                       TO WS-PA-MONEDA (WS-POS-PAR)
                   MOVE ZERO TO WS-PA-NETO (WS-POS-PAR)
               END-IF.
               IF WS-POS-PAR NOT = ZERO
                   ADD WS-IMPORTE-PATA TO WS-PA-NETO (WS-POS-PAR)
               END-IF.

      *    Cada operación empatada se clasifica; las que no cuadran
      *    van (o siguen) en enlaces_pendientes.dat.
           200-CONTROLAR-PARTIDAS SECTION.
               MOVE 'N' TO WS-EOF-PAR.
               MOVE 'N' TO WS-ARCHIVOS-ABIERTOS.
               OPEN INPUT ARCHIVO-PARTIDAS.
               IF WS-FILE-STATUS-PAR NOT = '00'
                   SET FIN-ARCHIVO-PAR TO TRUE
               ELSE
                   OPEN I-O ARCHIVO-ENLACES
                   IF WS-FILE-STATUS-ENL = '35'
                       OPEN OUTPUT ARCHIVO-ENLACES
                       CLOSE ARCHIVO-ENLACES
                       OPEN I-O ARCHIVO-ENLACES
                   END-IF
                   IF WS-FILE-STATUS-ENL NOT = '00'
                       DISPLAY 'ERROR AL ABRIR LAS DIFERENCIAS '
                           'DE ENLACE'
                       MOVE 8 TO RETURN-CODE
                       SET FIN-ARCHIVO-PAR TO TRUE
                       CLOSE ARCHIVO-PARTIDAS
                   ELSE
                       MOVE 'S' TO WS-ARCHIVOS-ABIERTOS
                   END-IF
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-PAR
                   READ ARCHIVO-PARTIDAS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-PAR TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CANT-PARTIDAS
                           PERFORM 210-CLASIFICAR-PARTIDA
                           IF NOT PARTIDA-CUADRADA
                               ADD 1 TO WS-CANT-DIFERENCIAS
                               PERFORM 220-REGISTRAR-DIFERENCIA
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-ARCHIVOS-ABIERTOS = 'S'
                   CLOSE ARCHIVO-PARTIDAS
                   CLOSE ARCHIVO-ENLACES
               END-IF.

      *    Una operación cuadra cuando tiene exactamente dos patas,
      *    cada una abierta contra la sucursal de la otra, y su
      *    neto es cero.
           210-CLASIFICAR-PARTIDA SECTION.
               EVALUATE TRUE
                   WHEN EP-CANT-PATAS OF REGISTRO-PARTIDA = 1
                       MOVE 'S' TO WS-TIPO-DIFERENCIA
                   WHEN EP-CANT-PATAS OF REGISTRO-PARTIDA > 2
                       MOVE 'M' TO WS-TIPO-DIFERENCIA
                   WHEN EP-SUCURSAL-1 OF REGISTRO-PARTIDA
                        NOT = EP-CONTRA-2 OF REGISTRO-PARTIDA
                     OR EP-SUCURSAL-2 OF REGISTRO-PARTIDA
                        NOT = EP-CONTRA-1 OF REGISTRO-PARTIDA
                       MOVE 'C' TO WS-TIPO-DIFERENCIA
                   WHEN EP-NETO OF REGISTRO-PARTIDA NOT = ZERO
                       MOVE 'I' TO WS-TIPO-DIFERENCIA
                   WHEN OTHER
                       MOVE SPACE TO WS-TIPO-DIFERENCIA
               END-EVALUATE.

      *    Diferencia nueva: se graba abierta desde la fecha de su
      *    primera pata. Ya registrada: se actualiza el importe y,
      *    si se había conciliado sola, se reabre. Una resuelta a
      *    mano queda como la dejó quien la explicó.
           220-REGISTRAR-DIFERENCIA SECTION.
               MOVE EP-CLAVE OF REGISTRO-PARTIDA
                   TO EN-CLAVE OF REGISTRO-ENLACE.
               MOVE 'S' TO WS-ENLACE-EXISTE.
               READ ARCHIVO-ENLACES
                   KEY IS EN-CLAVE OF REGISTRO-ENLACE
                   INVALID KEY
                       MOVE 'N' TO WS-ENLACE-EXISTE
               END-READ.
               IF WS-ENLACE-EXISTE = 'N'
                   INITIALIZE REGISTRO-ENLACE
                   MOVE EP-CLAVE OF REGISTRO-PARTIDA
                       TO EN-CLAVE OF REGISTRO-ENLACE
                   MOVE EP-FECHA OF REGISTRO-PARTIDA
                       TO EN-FECHA-ORIGEN OF REGISTRO-ENLACE
                   MOVE WS-FECHA-HOY
                       TO EN-FECHA-DETECCION OF REGISTRO-ENLACE
                   MOVE EP-SUCURSAL-1 OF REGISTRO-PARTIDA
                       TO EN-SUCURSAL OF REGISTRO-ENLACE
                   MOVE EP-CONTRA-1 OF REGISTRO-PARTIDA
                       TO EN-SUCURSAL-CONTRA OF REGISTRO-ENLACE
                   MOVE EP-CONCEPTO OF REGISTRO-PARTIDA
                       TO EN-CONCEPTO OF REGISTRO-ENLACE
                   MOVE EP-NETO OF REGISTRO-PARTIDA
                       TO EN-DIFERENCIA OF REGISTRO-ENLACE
                   MOVE WS-TIPO-DIFERENCIA
                       TO EN-TIPO-DIFERENCIA OF REGISTRO-ENLACE
                   MOVE 'A' TO EN-ESTADO OF REGISTRO-ENLACE
                   MOVE ZERO TO EN-FECHA-CIERRE OF REGISTRO-ENLACE
                   WRITE REGISTRO-ENLACE
                   ADD 1 TO WS-CANT-NUEVAS
               ELSE
                   IF NOT ENLACE-RESUELTO OF REGISTRO-ENLACE
                       MOVE EP-NETO OF REGISTRO-PARTIDA
                           TO EN-DIFERENCIA OF REGISTRO-ENLACE
                       MOVE WS-TIPO-DIFERENCIA
                           TO EN-TIPO-DIFERENCIA OF REGISTRO-ENLACE
                       MOVE 'A' TO EN-ESTADO OF REGISTRO-ENLACE
                       MOVE ZERO
                           TO EN-FECHA-CIERRE OF REGISTRO-ENLACE
                       REWRITE REGISTRO-ENLACE
                   END-IF
               END-IF.

      *    Las diferencias abiertas cuya operación hoy cuadra (llegó
      *    la pata que faltaba) se cierran solas.
           300-CERRAR-CONCILIADAS SECTION.
               MOVE 'N' TO WS-EOF-ENL.
               MOVE 'N' TO WS-ARCHIVOS-ABIERTOS.
               OPEN I-O ARCHIVO-ENLACES.
               IF WS-FILE-STATUS-ENL NOT = '00'
                   SET FIN-ARCHIVO-ENL TO TRUE
               ELSE
                   OPEN INPUT ARCHIVO-PARTIDAS
                   IF WS-FILE-STATUS-PAR NOT = '00'
                       SET FIN-ARCHIVO-ENL TO TRUE
                       CLOSE ARCHIVO-ENLACES
                   ELSE
                       MOVE 'S' TO WS-ARCHIVOS-ABIERTOS
                   END-IF
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-ENL
                   READ ARCHIVO-ENLACES NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-ENL TO TRUE
                       NOT AT END
                           IF ENLACE-ABIERTO OF REGISTRO-ENLACE
                               PERFORM 310-VERIFICAR-ABIERTA
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-ARCHIVOS-ABIERTOS = 'S'
                   CLOSE ARCHIVO-ENLACES
                   CLOSE ARCHIVO-PARTIDAS
               END-IF.

           310-VERIFICAR-ABIERTA SECTION.
               MOVE EN-CLAVE OF REGISTRO-ENLACE
                   TO EP-CLAVE OF REGISTRO-PARTIDA.
               MOVE 'S' TO WS-PARTIDA-EXISTE.
               READ ARCHIVO-PARTIDAS
                   KEY IS EP-CLAVE OF REGISTRO-PARTIDA
                   INVALID KEY
                       MOVE 'N' TO WS-PARTIDA-EXISTE
               END-READ.
               IF WS-PARTIDA-EXISTE = 'S'
                   PERFORM 210-CLASIFICAR-PARTIDA
                   IF PARTIDA-CUADRADA
                       MOVE 'C' TO EN-ESTADO OF REGISTRO-ENLACE
                       MOVE ZERO TO EN-DIFERENCIA OF REGISTRO-ENLACE
                       MOVE WS-FECHA-HOY
                           TO EN-FECHA-CIERRE OF REGISTRO-ENLACE
                       REWRITE REGISTRO-ENLACE
                       ADD 1 TO WS-CANT-CONCILIADAS
                   END-IF
               END-IF.

      *    Posición neta de cada par de sucursales y moneda.
           400-EMITIR-PARES SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "---- CONCILIACION DE ENLACES AL " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   " ----" DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.
               MOVE '---- POSICION POR PAR DE SUCURSALES ----'
                   TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.
               PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR > WS-CANT-PARES
                   MOVE WS-PA-NETO (WS-IDX-PAR) TO WS-MONTO-DISPLAY
                   MOVE SPACES TO LINEA-REPORTE
                   STRING
                       "SUC " DELIMITED BY SIZE
                       WS-PA-SUCURSAL-MENOR (WS-IDX-PAR)
                           DELIMITED BY SIZE
                       " / SUC " DELIMITED BY SIZE
                       WS-PA-SUCURSAL-MAYOR (WS-IDX-PAR)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-PA-MONEDA (WS-IDX-PAR) DELIMITED BY SIZE
                       " NETO:" DELIMITED BY SIZE
                       WS-MONTO-DISPLAY DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   END-STRING
                   IF WS-PA-NETO (WS-IDX-PAR) = ZERO
                       MOVE 'CUADRA' TO LINEA-REPORTE (62:10)
                   ELSE
                       MOVE 'DIFERENCIA' TO LINEA-REPORTE (62:10)
                   END-IF
                   WRITE LINEA-REPORTE
                   DISPLAY LINEA-REPORTE
               END-PERFORM.

      *    Diferencias abiertas con su antigüedad y el resumen por
      *    tramo.
           500-EMITIR-ABIERTAS SECTION.
               INITIALIZE WS-TABLA-TRAMOS.
               MOVE '---- DIFERENCIAS ABIERTAS ----' TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.
               MOVE 'N' TO WS-EOF-ENL.
               OPEN INPUT ARCHIVO-ENLACES.
               IF WS-FILE-STATUS-ENL NOT = '00'
                   SET FIN-ARCHIVO-ENL TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-ENL
                   READ ARCHIVO-ENLACES NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-ENL TO TRUE
                       NOT AT END
                           IF ENLACE-ABIERTO OF REGISTRO-ENLACE
                               ADD 1 TO WS-CANT-ABIERTAS
                               PERFORM 510-EMITIR-DIFERENCIA
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-ENL = '00'
                  OR WS-FILE-STATUS-ENL = '10'
                   CLOSE ARCHIVO-ENLACES
               END-IF.
               MOVE '---- ANTIGUEDAD DE LO ABIERTO ----'
                   TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.
               PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
                   UNTIL WS-IDX-TRAMO > 4
                   MOVE WS-TR-IMPORTE (WS-IDX-TRAMO)
                       TO WS-MONTO-DISPLAY
                   MOVE SPACES TO LINEA-REPORTE
                   STRING
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

           510-EMITIR-DIFERENCIA SECTION.
               MOVE EN-FECHA-ORIGEN OF REGISTRO-ENLACE
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
               ADD EN-DIFERENCIA OF REGISTRO-ENLACE
                   TO WS-TR-IMPORTE (WS-IDX-TRAMO).

               EVALUATE TRUE
                   WHEN DIF-SIN-CONTRAPARTIDA OF REGISTRO-ENLACE
                       MOVE 'SIN CONTRAPARTIDA' TO WS-DESCRIPCION-DIF
                   WHEN DIF-IMPORTE OF REGISTRO-ENLACE
                       MOVE 'IMPORTES DISTINTOS' TO WS-DESCRIPCION-DIF
                   WHEN DIF-SUCURSALES OF REGISTRO-ENLACE
                       MOVE 'SUCURSALES CRUZADAS' TO WS-DESCRIPCION-DIF
                   WHEN OTHER
                       MOVE 'PATAS DE MAS' TO WS-DESCRIPCION-DIF
               END-EVALUATE.
               MOVE EN-DIFERENCIA OF REGISTRO-ENLACE
                   TO WS-MONTO-DISPLAY.
               MOVE WS-DIAS-ABIERTA TO WS-DIAS-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   EN-REFERENCIA OF REGISTRO-ENLACE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EN-MONEDA OF REGISTRO-ENLACE DELIMITED BY SIZE
                   " SUC " DELIMITED BY SIZE
                   EN-SUCURSAL OF REGISTRO-ENLACE DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   EN-SUCURSAL-CONTRA OF REGISTRO-ENLACE
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DESCRIPCION-DIF DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   " DIAS:" DELIMITED BY SIZE
                   WS-DIAS-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
