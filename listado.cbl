      * estado de cada cuenta, cerrando con los totales generales:
      * cuántas activas, cuántas cerradas y la suma de todos los
      * saldos. Para responder de un vistazo lo que hoy solo se podía
      * sacar mirando cuentas.dat a mano. Cada renglón lleva el
      * nombre de la sucursal del maestro de sucursales, y al pie
      * salen las cuentas y saldos por sucursal subtotalizados por
      * región.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-SUCURSALES ASSIGN TO 'sucursales.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUCURSAL OF REGISTRO-SUCURSAL
               FILE STATUS IS WS-FILE-STATUS-SUC.

           SELECT ARCHIVO-REPORTE ASSIGN TO 'listado_cuentas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-REP.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-SUCURSALES.
           01 REGISTRO-SUCURSAL.
               COPY "sucursal.cpy".

       FD  ARCHIVO-REPORTE
           RECORD CONTAINS 132 CHARACTERS.
           01  LINEA-REPORTE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REP    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-SUC    PIC XX VALUE '00'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-CANT-CERRADAS      PIC 9(06) VALUE ZERO.
       01  WS-CANT-DORMIDAS      PIC 9(06) VALUE ZERO.

      *    Maestro de sucursales en memoria, para imprimir el nombre
      *    de cada sucursal y acumular por sucursal; una sucursal
      *    que no está en el maestro entra igual, sin región.
       01  WS-EOF-SUC            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-SUC    VALUE 'Y'.
       01  WS-TABLA-SUCURSALES.
           05 WS-TS-ENTRADA OCCURS 100 TIMES.
               10 WS-TS-SUCURSAL     PIC 9(03).
               10 WS-TS-NOMBRE       PIC X(30).
               10 WS-TS-REGION       PIC X(15).
               10 WS-TS-CANTIDAD     PIC 9(06).
               10 WS-TS-SALDO        PIC S9(14)V99.
       01  WS-CANT-SUCURSALES    PIC 9(03) VALUE ZERO.
       01  WS-IDX-SUC            PIC 9(03).
       01  WS-POS-SUC            PIC 9(03).
       01  WS-SUCURSAL-BUSCADA   PIC 9(03).
       01  WS-NOMBRE-SUCURSAL    PIC X(30).

      *    Regiones con cuentas listadas, en el orden en que
      *    aparecen en el maestro.
       01  WS-TABLA-REGIONES.
           05 WS-TR-REGION       PIC X(15) OCCURS 20 TIMES.
       01  WS-CANT-REGIONES      PIC 9(02) VALUE ZERO.
       01  WS-IDX-REG            PIC 9(02).
       01  WS-REGION-HALLADA     PIC X(01).
       01  WS-SUBTOTAL-CANTIDAD  PIC 9(06).
       01  WS-SUBTOTAL-SALDO     PIC S9(14)V99.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100)
               VALUE 'listado_cuentas.txt'.
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'LISTADO-CUENTAS'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       LINKAGE SECTION.
      *    Sucursal a listar, la decide quien llama (menú o batch);
      *    0 lista todas las sucursales.
       PROCEDURE DIVISION USING LK-SUCURSAL-FILTRO.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- LISTADO DE CUENTAS ----'.
           PERFORM 050-CARGAR-SUCURSALES.
           PERFORM 100-GENERAR-LISTADO.
           DISPLAY '---- CUENTAS LISTADAS: ' WS-CANT-CUENTAS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           050-CARGAR-SUCURSALES SECTION.
               OPEN INPUT ARCHIVO-SUCURSALES.
               IF WS-FILE-STATUS-SUC = '00'
                   PERFORM UNTIL FIN-ARCHIVO-SUC
                       READ ARCHIVO-SUCURSALES NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-SUC TO TRUE
                           NOT AT END
                               IF WS-CANT-SUCURSALES < 100
                                   ADD 1 TO WS-CANT-SUCURSALES
                                   MOVE SU-SUCURSAL OF REGISTRO-SUCURSAL
                                       TO WS-TS-SUCURSAL
                                          (WS-CANT-SUCURSALES)
                                   MOVE SU-NOMBRE OF REGISTRO-SUCURSAL
                                       TO WS-TS-NOMBRE
                                          (WS-CANT-SUCURSALES)
                                   MOVE SU-REGION OF REGISTRO-SUCURSAL
                                       TO WS-TS-REGION
                                          (WS-CANT-SUCURSALES)
                                   MOVE ZERO TO WS-TS-CANTIDAD
                                       (WS-CANT-SUCURSALES)
                                   MOVE ZERO TO WS-TS-SALDO
                                       (WS-CANT-SUCURSALES)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-SUCURSALES
               END-IF.

      *    Deja en WS-POS-SUC la entrada de WS-SUCURSAL-BUSCADA,
      *    agregándola si no está en el maestro (cero si la tabla
      *    está llena).
           060-UBICAR-SUCURSAL SECTION.
               MOVE ZERO TO WS-POS-SUC.
               PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUCURSALES
                   OR WS-POS-SUC NOT = ZERO
                   IF WS-TS-SUCURSAL (WS-IDX-SUC)
                      = WS-SUCURSAL-BUSCADA
                       MOVE WS-IDX-SUC TO WS-POS-SUC
                   END-IF
               END-PERFORM.
               IF WS-POS-SUC = ZERO AND WS-CANT-SUCURSALES < 100
                   ADD 1 TO WS-CANT-SUCURSALES
                   MOVE WS-CANT-SUCURSALES TO WS-POS-SUC
                   MOVE WS-SUCURSAL-BUSCADA
                       TO WS-TS-SUCURSAL (WS-POS-SUC)
                   MOVE 'SUCURSAL NO REGISTRADA'
                       TO WS-TS-NOMBRE (WS-POS-SUC)
                   MOVE 'SIN REGION' TO WS-TS-REGION (WS-POS-SUC)
                   MOVE ZERO TO WS-TS-CANTIDAD (WS-POS-SUC)
                   MOVE ZERO TO WS-TS-SALDO (WS-POS-SUC)
               END-IF.

           100-GENERAR-LISTADO SECTION.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS NOT = '00'
                           END-READ
                       END-PERFORM
                       PERFORM 130-ESCRIBIR-TOTALES
                       PERFORM 140-ESCRIBIR-POR-REGION
                       CLOSE ARCHIVO-REPORTE
                       MOVE LK-SUCURSAL-FILTRO TO WS-SUCURSAL-CATALOGO
                       CALL 'REGISTRAR-REPORTE' USING
                           WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                           WS-SUCURSAL-CATALOGO
                       DISPLAY '--> LISTADO GENERADO: '
                           'listado_cuentas.txt'
                   END-IF

               ADD CC-SALDO OF RCC TO WS-TOTAL-SALDOS.
               MOVE CC-SALDO OF RCC TO WS-SALDO-DISPLAY.
               MOVE CC-SUCURSAL OF RCC TO WS-SUCURSAL-BUSCADA.
               PERFORM 060-UBICAR-SUCURSAL.
               MOVE SPACES TO WS-NOMBRE-SUCURSAL.
               IF WS-POS-SUC NOT = ZERO
                   MOVE WS-TS-NOMBRE (WS-POS-SUC) TO WS-NOMBRE-SUCURSAL
                   ADD 1 TO WS-TS-CANTIDAD (WS-POS-SUC)
                   ADD CC-SALDO OF RCC TO WS-TS-SALDO (WS-POS-SUC)
               END-IF.

               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   WS-ESTADO-DISPLAY DELIMITED BY SIZE
                   "  SUC:" DELIMITED BY SIZE
                   CC-SUCURSAL OF RCC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NOMBRE-SUCURSAL DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               END-STRING.
               WRITE LINEA-REPORTE.

      *    Cuentas y saldos por sucursal, agrupados por región con
      *    su subtotal.
           140-ESCRIBIR-POR-REGION SECTION.
               MOVE ALL '-' TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE "CUENTAS POR SUCURSAL Y REGION" TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUCURSALES
                   IF WS-TS-CANTIDAD (WS-IDX-SUC) > ZERO
                       PERFORM 145-ANOTAR-REGION
                   END-IF
               END-PERFORM.
               PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG > WS-CANT-REGIONES
                   PERFORM 150-ESCRIBIR-REGION
               END-PERFORM.

           145-ANOTAR-REGION SECTION.
               MOVE 'N' TO WS-REGION-HALLADA.
               PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG > WS-CANT-REGIONES
                   IF WS-TR-REGION (WS-IDX-REG)
                      = WS-TS-REGION (WS-IDX-SUC)
                       MOVE 'S' TO WS-REGION-HALLADA
                   END-IF
               END-PERFORM.
               IF WS-REGION-HALLADA = 'N' AND WS-CANT-REGIONES < 20
                   ADD 1 TO WS-CANT-REGIONES
                   MOVE WS-TS-REGION (WS-IDX-SUC)
                       TO WS-TR-REGION (WS-CANT-REGIONES)
               END-IF.

           150-ESCRIBIR-REGION SECTION.
               MOVE ZERO TO WS-SUBTOTAL-CANTIDAD.
               MOVE ZERO TO WS-SUBTOTAL-SALDO.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "REGION: " DELIMITED BY SIZE
                   WS-TR-REGION (WS-IDX-REG) DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUCURSALES
                   IF WS-TS-CANTIDAD (WS-IDX-SUC) > ZERO
                      AND WS-TS-REGION (WS-IDX-SUC)
                          = WS-TR-REGION (WS-IDX-REG)
                       ADD WS-TS-CANTIDAD (WS-IDX-SUC)
                           TO WS-SUBTOTAL-CANTIDAD
                       ADD WS-TS-SALDO (WS-IDX-SUC)
                           TO WS-SUBTOTAL-SALDO
                       MOVE WS-TS-SALDO (WS-IDX-SUC)
                           TO WS-SALDO-DISPLAY
                       MOVE SPACES TO LINEA-REPORTE
                       STRING
                           "  SUC " DELIMITED BY SIZE
                           WS-TS-SUCURSAL (WS-IDX-SUC)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-TS-NOMBRE (WS-IDX-SUC)
                               DELIMITED BY SIZE
                           "  CUENTAS: " DELIMITED BY SIZE
                           WS-TS-CANTIDAD (WS-IDX-SUC)
                               DELIMITED BY SIZE
                           "  SALDO:" DELIMITED BY SIZE
                           WS-SALDO-DISPLAY DELIMITED BY SIZE
                           INTO LINEA-REPORTE
                       END-STRING
                       WRITE LINEA-REPORTE
                   END-IF
               END-PERFORM.
               MOVE WS-SUBTOTAL-SALDO TO WS-TOTAL-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "  SUBTOTAL REGION " DELIMITED BY SIZE
                   WS-TR-REGION (WS-IDX-REG) DELIMITED BY SIZE
                   "  CUENTAS: " DELIMITED BY SIZE
                   WS-SUBTOTAL-CANTIDAD DELIMITED BY SIZE
                   "  SALDO:" DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
