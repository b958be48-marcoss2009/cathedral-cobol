       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTAR-REPORTES.
       AUTHOR. MARCOS MUÑOZ.

      * Consulta y reimpresión del catálogo de reportes: lista los
      * reportes registrados por los batch (reportes.dat) filtrando
      * por programa y rango de fechas de proceso, y reimprime la
      * copia guardada del que se elija, tal como salió en su
      * corrida. Cada operador ve sólo los reportes de su sucursal
      * (el de casa central, sin sucursal asignada, los del banco
      * completo); el administrador ve todos. Los depurados
      * figuran en la lista pero ya no se pueden reimprimir. Cada
      * reimpresión queda en el diario de auditoría.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-REPORTES ASSIGN TO 'reportes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-NUMERO OF REGISTRO-REPORTE
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-COPIA
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-COP.

           SELECT ARCHIVO-OPERADORES ASSIGN TO 'operadores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO OF REGISTRO-OPERADOR
               FILE STATUS IS WS-FILE-STATUS-OPE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-REPORTES.
           01 REGISTRO-REPORTE.
               COPY "reporte.cpy".

       FD  ARCHIVO-COPIA
           RECORD CONTAINS 250 CHARACTERS.
           01  LINEA-COPIA            PIC X(250).

       FD  ARCHIVO-OPERADORES.
           01 REGISTRO-OPERADOR.
               COPY "operador.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-COP    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-OPE    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-COPIA  PIC X(100).

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-EOF-COPIA          PIC X(01) VALUE 'N'.
           88 FIN-COPIA          VALUE 'Y'.

      *    Sucursal y rol del operador de la sesión.
       01  WS-SUCURSAL-OPERADOR  PIC 9(03) VALUE ZERO.
       01  WS-ROL-OPERADOR       PIC X(01) VALUE 'C'.
           88 OPERADOR-ADMINISTRADOR VALUE 'A'.

      *    Filtros de la búsqueda (espacios / cero = sin filtro).
       01  WS-FILTRO-PROGRAMA    PIC X(32).
       01  WS-FECHA-DESDE        PIC 9(08).
       01  WS-FECHA-HASTA        PIC 9(08).

       01  WS-CANT-LISTADOS      PIC 9(05) VALUE ZERO.
       01  WS-MAX-LISTADOS       PIC 9(05) VALUE 200.
       01  WS-NUMERO-ELEGIDO     PIC 9(08).
       01  WS-REPORTE-VISIBLE    PIC X(01).
           88 REPORTE-VISIBLE    VALUE 'S'.

       01  WS-ACCION-AUDITORIA   PIC X(12) VALUE 'REIMP-REPORT'.
       01  WS-CUENTA-AUDITORIA   PIC 9(08) VALUE ZERO.
       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.
       01  WS-MOTIVO-AUDITORIA   PIC X(40).

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión.
       01  LK-OPERADOR           PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- CATÁLOGO DE REPORTES ----'.
           PERFORM 050-LEER-OPERADOR.
           OPEN INPUT ARCHIVO-REPORTES.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY '--> TODAVÍA NO HAY REPORTES CATALOGADOS'
               PERFORM 900-FINALIZAR-PROGRAMA
           END-IF.
           DISPLAY 'Programa (en blanco = todos): ' WITH NO ADVANCING.
           ACCEPT WS-FILTRO-PROGRAMA.
           DISPLAY 'Fecha de proceso desde AAAAMMDD (0 = sin límite): '
               WITH NO ADVANCING.
           ACCEPT WS-FECHA-DESDE.
           DISPLAY 'Fecha de proceso hasta AAAAMMDD (0 = sin límite): '
               WITH NO ADVANCING.
           ACCEPT WS-FECHA-HASTA.
           PERFORM 100-LISTAR-REPORTES.
           IF WS-CANT-LISTADOS = ZERO
               DISPLAY '--> NO HAY REPORTES CON ESOS DATOS'
           ELSE
               DISPLAY 'Número a reimprimir (0 = ninguno): '
                   WITH NO ADVANCING
               ACCEPT WS-NUMERO-ELEGIDO
               IF WS-NUMERO-ELEGIDO NOT = ZERO
                   PERFORM 200-REIMPRIMIR
               END-IF
           END-IF.
           CLOSE ARCHIVO-REPORTES.
           PERFORM 900-FINALIZAR-PROGRAMA.

           050-LEER-OPERADOR SECTION.
               OPEN INPUT ARCHIVO-OPERADORES.
               IF WS-FILE-STATUS-OPE = '00'
                   MOVE LK-OPERADOR TO OP-CODIGO OF REGISTRO-OPERADOR
                   READ ARCHIVO-OPERADORES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE OP-ROL OF REGISTRO-OPERADOR
                               TO WS-ROL-OPERADOR
                           IF OP-SUCURSAL OF REGISTRO-OPERADOR
                              NUMERIC
                               MOVE OP-SUCURSAL
                                   OF REGISTRO-OPERADOR
                                   TO WS-SUCURSAL-OPERADOR
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-OPERADORES
               END-IF.

           100-LISTAR-REPORTES SECTION.
               MOVE ZERO TO WS-CANT-LISTADOS.
               MOVE 'N' TO WS-EOF-FLAG.
               DISPLAY 'NÚMERO   PROGRAMA                         '
                   'PROCESO  SUC PÁGS ESTADO'.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-REPORTES NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           PERFORM 110-FILTRAR-REPORTE
                   END-READ
               END-PERFORM.
               IF WS-CANT-LISTADOS >= WS-MAX-LISTADOS
                   DISPLAY '--> SE MUESTRAN LOS PRIMEROS '
                       WS-MAX-LISTADOS ': AJUSTE LOS FILTROS'
               END-IF.

           110-FILTRAR-REPORTE SECTION.
               PERFORM 120-CONTROLAR-VISIBILIDAD.
               IF REPORTE-VISIBLE
                  AND (WS-FILTRO-PROGRAMA = SPACES
                       OR WS-FILTRO-PROGRAMA
                          = RP-PROGRAMA OF REGISTRO-REPORTE)
                  AND (WS-FECHA-DESDE = ZERO
                       OR RP-FECHA-PROCESO OF REGISTRO-REPORTE
                          >= WS-FECHA-DESDE)
                  AND (WS-FECHA-HASTA = ZERO
                       OR RP-FECHA-PROCESO OF REGISTRO-REPORTE
                          <= WS-FECHA-HASTA)
                  AND WS-CANT-LISTADOS < WS-MAX-LISTADOS
                   ADD 1 TO WS-CANT-LISTADOS
                   IF REPORTE-DEPURADO OF REGISTRO-REPORTE
                       DISPLAY RP-NUMERO OF REGISTRO-REPORTE ' '
                           RP-PROGRAMA OF REGISTRO-REPORTE ' '
                           RP-FECHA-PROCESO OF REGISTRO-REPORTE ' '
                           RP-SUCURSAL OF REGISTRO-REPORTE ' '
                           RP-PAGINAS OF REGISTRO-REPORTE
                           ' DEPURADO'
                   ELSE
                       DISPLAY RP-NUMERO OF REGISTRO-REPORTE ' '
                           RP-PROGRAMA OF REGISTRO-REPORTE ' '
                           RP-FECHA-PROCESO OF REGISTRO-REPORTE ' '
                           RP-SUCURSAL OF REGISTRO-REPORTE ' '
                           RP-PAGINAS OF REGISTRO-REPORTE
                           ' VIGENTE'
                   END-IF
               END-IF.

      *    El administrador ve todo; los demás, sólo lo de su
      *    sucursal (casa central = cero, el banco completo).
           120-CONTROLAR-VISIBILIDAD SECTION.
               IF OPERADOR-ADMINISTRADOR
                  OR RP-SUCURSAL OF REGISTRO-REPORTE
                     = WS-SUCURSAL-OPERADOR
                   MOVE 'S' TO WS-REPORTE-VISIBLE
               ELSE
                   MOVE 'N' TO WS-REPORTE-VISIBLE
               END-IF.

           200-REIMPRIMIR SECTION.
               MOVE WS-NUMERO-ELEGIDO TO RP-NUMERO OF REGISTRO-REPORTE.
               READ ARCHIVO-REPORTES
                   INVALID KEY
                       MOVE 'N' TO WS-REPORTE-VISIBLE
                   NOT INVALID KEY
                       PERFORM 120-CONTROLAR-VISIBILIDAD
               END-READ.
               IF NOT REPORTE-VISIBLE
                   DISPLAY '--> REPORTE INEXISTENTE O DE OTRA SUCURSAL'
               ELSE
               IF REPORTE-DEPURADO OF REGISTRO-REPORTE
                   DISPLAY '--> EL REPORTE YA FUE DEPURADO EL '
                       RP-FECHA-DEPURACION OF REGISTRO-REPORTE
               ELSE
                   MOVE RP-ARCHIVO OF REGISTRO-REPORTE
                       TO NOMBRE-ARCHIVO-COPIA
                   OPEN INPUT ARCHIVO-COPIA
                   IF WS-FILE-STATUS-COP NOT = '00'
                       DISPLAY '--> NO SE ENCUENTRA LA COPIA '
                           'GUARDADA DEL REPORTE'
                   ELSE
                       MOVE 'N' TO WS-EOF-COPIA
                       PERFORM UNTIL FIN-COPIA
                           READ ARCHIVO-COPIA
                               AT END
                                   SET FIN-COPIA TO TRUE
                               NOT AT END
                                   DISPLAY LINEA-COPIA
                           END-READ
                       END-PERFORM
                       CLOSE ARCHIVO-COPIA
                       MOVE SPACES TO WS-MOTIVO-AUDITORIA
                       STRING
                           'REPORTE ' DELIMITED BY SIZE
                           WS-NUMERO-ELEGIDO DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           RP-PROGRAMA OF REGISTRO-REPORTE
                               DELIMITED BY SPACE
                           INTO WS-MOTIVO-AUDITORIA
                       END-STRING
                       CALL 'REGISTRAR-AUDITORIA' USING
                           WS-ACCION-AUDITORIA WS-CUENTA-AUDITORIA
                           LK-OPERADOR WS-SIN-AUTORIZANTE
                           WS-MOTIVO-AUDITORIA
                   END-IF
               END-IF
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
