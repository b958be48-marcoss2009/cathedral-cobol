       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-REPORTE.
       AUTHOR. MARCOS MUÑOZ.

      * Registro de un reporte en el catálogo (reportes.dat): lo
      * llama cada batch después de cerrar su listado. Guarda una
      * copia en reportes/ con la fecha de proceso y el número de
      * catálogo en el nombre (descubiertos.txt queda como
      * reportes/descubiertos_<fecha>_<numero>.txt), así la corrida
      * siguiente ya no pisa la anterior, y asienta programa, fecha
      * de proceso, sucursal cubierta, renglones y páginas (de
      * WS-RENGLONES-POR-PAGINA renglones) y la fecha desde la que
      * se puede depurar según PA-DIAS-RETENCION-REPORTES (cero =
      * 365 días). Un reporte que no se puede registrar no frena al
      * batch que lo emitió: se avisa y el batch sigue con su
      * código de retorno intacto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-REPORTES ASSIGN TO 'reportes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-NUMERO OF REGISTRO-REPORTE
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-CONTADOR
               ASSIGN TO 'contador-reportes.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CONTADOR.

      *    Listado tal como lo dejó el batch y su copia guardada.
           SELECT ARCHIVO-ORIGEN
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-ORIGEN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-ORI.

           SELECT ARCHIVO-COPIA
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-COP.

           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-REPORTES.
           01 REGISTRO-REPORTE.
               COPY "reporte.cpy".

       FD  ARCHIVO-CONTADOR.
           01 REGISTRO-CONTADOR.
               05 CONTADOR-REPORTES PIC 9(08).

      *    Los reportes más anchos del banco no pasan de 200
      *    posiciones.
       FD  ARCHIVO-ORIGEN
           RECORD CONTAINS 250 CHARACTERS.
           01  LINEA-ORIGEN           PIC X(250).

       FD  ARCHIVO-COPIA
           RECORD CONTAINS 250 CHARACTERS.
           01  LINEA-COPIA            PIC X(250).

       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CONTADOR PIC XX VALUE '00'.
       01  WS-FILE-STATUS-ORI    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-COP    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM  PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-ORIGEN PIC X(100).
       01  NOMBRE-ARCHIVO-COPIA  PIC X(100).
       01  WS-NOMBRE-BASE        PIC X(60).
       01  WS-COMANDO            PIC X(200).

       01  WS-EOF-ORIGEN         PIC X(01) VALUE 'N'.
           88 FIN-ORIGEN         VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-FECHA-VENCIMIENTO  PIC 9(08).
       01  WS-DIAS-RETENCION     PIC 9(03) VALUE 365.
       01  WS-RENGLONES          PIC 9(07).
       01  WS-RENGLONES-POR-PAGINA PIC 9(02) VALUE 60.
       01  WS-PAGINAS            PIC 9(05).
       01  WS-RESTO-PAGINA       PIC 9(02).

       01  WS-FECHA-MOVIMIENTO.
           05 WS-FM-FECHA        PIC 9(08).
           05 WS-FM-HORA         PIC 9(06).
       01  WS-HORA-AHORA         PIC 9(08).

      *    El código de retorno del batch que llama se conserva:
      *    el CALL 'SYSTEM' del directorio lo pisaría.
       01  WS-RETURN-CODE-LLAMADOR PIC S9(04) COMP.

       LINKAGE SECTION.
      *    Archivo del reporte recién cerrado, programa que lo
      *    emitió y sucursal que cubre (cero = todo el banco).
       01  LK-ARCHIVO            PIC X(100).
       01  LK-PROGRAMA           PIC X(32).
       01  LK-SUCURSAL           PIC 9(03).

       PROCEDURE DIVISION USING LK-ARCHIVO LK-PROGRAMA LK-SUCURSAL.
       000-MAIN-LOGIC SECTION.
           MOVE RETURN-CODE TO WS-RETURN-CODE-LLAMADOR.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 050-LEER-PARAMETROS.
           MOVE LK-ARCHIVO TO NOMBRE-ARCHIVO-ORIGEN.
           OPEN INPUT ARCHIVO-ORIGEN.
           IF WS-FILE-STATUS-ORI NOT = '00'
               DISPLAY '--> REPORTE ' LK-ARCHIVO (1:40)
                   ' NO ENCONTRADO: NO SE CATALOGA'
           ELSE
               CLOSE ARCHIVO-ORIGEN
               PERFORM 100-REGISTRAR
           END-IF.
           MOVE WS-RETURN-CODE-LLAMADOR TO RETURN-CODE.
           PERFORM 900-FINALIZAR-PROGRAMA.

           050-LEER-PARAMETROS SECTION.
               OPEN INPUT ARCHIVO-PARAMETROS.
               IF WS-FILE-STATUS-PARAM = '00'
                   READ ARCHIVO-PARAMETROS
                   END-READ
                   IF PA-DIAS-RETENCION-REPORTES NUMERIC
                      AND PA-DIAS-RETENCION-REPORTES NOT = ZERO
                       MOVE PA-DIAS-RETENCION-REPORTES
                           TO WS-DIAS-RETENCION
                   END-IF
                   CLOSE ARCHIVO-PARAMETROS
               END-IF.

      *    El número se toma del contador igual que los demás
      *    diarios; el renglón del catálogo se graba recién con la
      *    copia completa.
           100-REGISTRAR SECTION.
               OPEN I-O ARCHIVO-REPORTES.
               IF WS-FILE-STATUS = '35'
                   OPEN OUTPUT ARCHIVO-REPORTES
                   CLOSE ARCHIVO-REPORTES
                   OPEN I-O ARCHIVO-REPORTES
               END-IF.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL CATÁLOGO DE REPORTES'
               ELSE
                   OPEN I-O ARCHIVO-CONTADOR
                   IF WS-FILE-STATUS-CONTADOR = '35'
                       OPEN OUTPUT ARCHIVO-CONTADOR
                       MOVE ZERO TO CONTADOR-REPORTES
                       WRITE REGISTRO-CONTADOR
                       CLOSE ARCHIVO-CONTADOR
                       OPEN I-O ARCHIVO-CONTADOR
                   END-IF
                   READ ARCHIVO-CONTADOR INTO REGISTRO-CONTADOR
                   END-READ
                   ADD 1 TO CONTADOR-REPORTES
                   PERFORM 200-GUARDAR-COPIA
                   IF WS-FILE-STATUS-COP = '00'
                       PERFORM 300-GRABAR-CATALOGO
                       IF WS-FILE-STATUS = '00'
                           REWRITE REGISTRO-CONTADOR
                       END-IF
                   END-IF
                   CLOSE ARCHIVO-CONTADOR
                   CLOSE ARCHIVO-REPORTES
               END-IF.

           200-GUARDAR-COPIA SECTION.
               MOVE 'mkdir -p reportes' TO WS-COMANDO.
               CALL 'SYSTEM' USING WS-COMANDO.
               MOVE SPACES TO WS-NOMBRE-BASE.
               UNSTRING LK-ARCHIVO DELIMITED BY '.txt' OR SPACE
                   INTO WS-NOMBRE-BASE
               END-UNSTRING.
               MOVE SPACES TO NOMBRE-ARCHIVO-COPIA.
               STRING
                   "reportes/" DELIMITED BY SIZE
                   WS-NOMBRE-BASE DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   CONTADOR-REPORTES DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-COPIA
               END-STRING.
               MOVE ZERO TO WS-RENGLONES.
               OPEN OUTPUT ARCHIVO-COPIA.
               IF WS-FILE-STATUS-COP NOT = '00'
                   DISPLAY 'ERROR AL GUARDAR LA COPIA DEL REPORTE'
               ELSE
                   OPEN INPUT ARCHIVO-ORIGEN
                   MOVE 'N' TO WS-EOF-ORIGEN
                   PERFORM UNTIL FIN-ORIGEN
                       READ ARCHIVO-ORIGEN
                           AT END
                               SET FIN-ORIGEN TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RENGLONES
                               MOVE LINEA-ORIGEN TO LINEA-COPIA
                               WRITE LINEA-COPIA
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-ORIGEN
                   CLOSE ARCHIVO-COPIA
               END-IF.

           300-GRABAR-CATALOGO SECTION.
               INITIALIZE REGISTRO-REPORTE.
               MOVE CONTADOR-REPORTES TO RP-NUMERO OF REGISTRO-REPORTE.
               MOVE LK-PROGRAMA TO RP-PROGRAMA OF REGISTRO-REPORTE.
               MOVE WS-FECHA-HOY
                   TO RP-FECHA-PROCESO OF REGISTRO-REPORTE.
               ACCEPT WS-FM-FECHA FROM DATE YYYYMMDD.
               ACCEPT WS-HORA-AHORA FROM TIME.
      *        WS-HORA-AHORA viene como HHMMSSss, tomamos HHMMSS.
               DIVIDE WS-HORA-AHORA BY 100 GIVING WS-FM-HORA.
               MOVE WS-FECHA-MOVIMIENTO
                   TO RP-FECHA-HORA OF REGISTRO-REPORTE.
               MOVE LK-SUCURSAL TO RP-SUCURSAL OF REGISTRO-REPORTE.
               DIVIDE WS-RENGLONES BY WS-RENGLONES-POR-PAGINA
                   GIVING WS-PAGINAS REMAINDER WS-RESTO-PAGINA.
               IF WS-RESTO-PAGINA > ZERO OR WS-PAGINAS = ZERO
                   ADD 1 TO WS-PAGINAS
               END-IF.
               MOVE WS-PAGINAS TO RP-PAGINAS OF REGISTRO-REPORTE.
               MOVE WS-RENGLONES TO RP-RENGLONES OF REGISTRO-REPORTE.
               MOVE LK-ARCHIVO TO RP-ARCHIVO-ORIGEN OF REGISTRO-REPORTE.
               MOVE NOMBRE-ARCHIVO-COPIA
                   TO RP-ARCHIVO OF REGISTRO-REPORTE.
               MOVE WS-FECHA-HOY TO WS-FECHA-VENCIMIENTO.
               CALL 'SUMAR-DIAS-FECHA' USING WS-FECHA-VENCIMIENTO
                   WS-DIAS-RETENCION.
               MOVE WS-FECHA-VENCIMIENTO
                   TO RP-FECHA-VENCIMIENTO OF REGISTRO-REPORTE.
               MOVE 'V' TO RP-ESTADO OF REGISTRO-REPORTE.
               WRITE REGISTRO-REPORTE.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL GRABAR EN EL CATÁLOGO DE '
                       'REPORTES'
               ELSE
                   DISPLAY '---> REPORTE CATALOGADO CON EL NÚMERO '
                       CONTADOR-REPORTES
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
