      * plan y los totales de control — si el diario está sano,
      * las sumas del debe y del haber cierran iguales. Es el
      * reporte que el contador rearmaba a mano todos los meses.
      * El encabezado lleva el nombre de la sucursal según el
      * maestro de sucursales; el consolidado cierra con las sumas
      * del debe y del haber de cada sucursal, agrupadas por región
      * con su subtotal.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PC-CODIGO OF REGISTRO-PLAN
               FILE STATUS IS WS-FILE-STATUS-PLAN.

           SELECT ARCHIVO-SUCURSALES ASSIGN TO 'sucursales.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUCURSAL OF REGISTRO-SUCURSAL
               FILE STATUS IS WS-FILE-STATUS-SUC.

           SELECT ARCHIVO-REPORTE
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
           01 REGISTRO-PLAN.
               COPY "plancuenta.cpy".

       FD  ARCHIVO-SUCURSALES.
           01 REGISTRO-SUCURSAL.
               COPY "sucursal.cpy".

       FD  ARCHIVO-REPORTE
           RECORD CONTAINS 120 CHARACTERS.
           01  LINEA-REPORTE          PIC X(120).
       01  WS-FILE-STATUS-DIA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PLAN   PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REP    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-SUC    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-REPORTE PIC X(100).

       01  WS-EOF-DIA            PIC X(01) VALUE 'N'.

       01  WS-DESCRIPCION-PLAN   PIC X(30).

      *    Sumas por sucursal para el consolidado, con el nombre y
      *    la región del maestro; una sucursal que no está en el
      *    maestro entra igual, sin región.
       01  WS-EOF-SUC            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-SUC    VALUE 'Y'.
       01  WS-TABLA-SUCURSALES.
           05 WS-TS-ENTRADA OCCURS 100 TIMES.
               10 WS-TS-SUCURSAL     PIC 9(03).
               10 WS-TS-NOMBRE       PIC X(30).
               10 WS-TS-REGION       PIC X(15).
               10 WS-TS-DEBE         PIC S9(14)V99.
               10 WS-TS-HABER        PIC S9(14)V99.
       01  WS-CANT-SUCURSALES    PIC 9(03) VALUE ZERO.
       01  WS-IDX-SUC            PIC 9(03).
       01  WS-POS-SUC            PIC 9(03).
       01  WS-SUCURSAL-BUSCADA   PIC 9(03).

       01  WS-TABLA-REGIONES.
           05 WS-TR-REGION       PIC X(15) OCCURS 20 TIMES.
       01  WS-CANT-REGIONES      PIC 9(02) VALUE ZERO.
       01  WS-IDX-REG            PIC 9(02).
       01  WS-REGION-HALLADA     PIC X(01).
       01  WS-SUBTOTAL-DEBE      PIC S9(14)V99.
       01  WS-SUBTOTAL-HABER     PIC S9(14)V99.

      *    Datos de la sucursal balanceada, para el encabezado.
       01  WS-SUCURSAL-DATOS.
           COPY "sucursal.cpy".
       01  WS-SUCURSAL-ENCONTRADA PIC X(01).
       01  WS-NOMBRE-SUCURSAL    PIC X(30).

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'BALANCE-SUMAS-SALDOS'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       LINKAGE SECTION.
      *    Sucursal a balancear; 000 consolida todas.
       01  LK-SUCURSAL           PIC 9(03).
           IF WS-FECHA-HASTA = ZERO
               MOVE 99999999 TO WS-FECHA-HASTA
           END-IF.
           PERFORM 050-CARGAR-SUCURSALES.
           PERFORM 100-ACUMULAR-DIARIO.
           PERFORM 200-EMITIR-BALANCE.
           PERFORM 900-FINALIZAR-PROGRAMA.

      *    Con sucursal puntual sólo hace falta su nombre; el
      *    consolidado carga todo el maestro para abrir por sucursal.
           050-CARGAR-SUCURSALES SECTION.
               MOVE 'CONSOLIDADO' TO WS-NOMBRE-SUCURSAL.
               IF LK-SUCURSAL NOT = ZERO
                   CALL 'OBTENER-SUCURSAL' USING LK-SUCURSAL
                       WS-SUCURSAL-DATOS WS-SUCURSAL-ENCONTRADA
                   IF WS-SUCURSAL-ENCONTRADA = 'S'
                       MOVE SU-NOMBRE OF WS-SUCURSAL-DATOS
                           TO WS-NOMBRE-SUCURSAL
                   ELSE
                       MOVE 'SUCURSAL NO REGISTRADA'
                           TO WS-NOMBRE-SUCURSAL
                   END-IF
               ELSE
                   OPEN INPUT ARCHIVO-SUCURSALES
                   IF WS-FILE-STATUS-SUC = '00'
                       PERFORM UNTIL FIN-ARCHIVO-SUC
                           READ ARCHIVO-SUCURSALES NEXT RECORD
                               AT END
                                   SET FIN-ARCHIVO-SUC TO TRUE
                               NOT AT END
                                   PERFORM 055-ANOTAR-SUCURSAL
                           END-READ
                       END-PERFORM
                       CLOSE ARCHIVO-SUCURSALES
                   END-IF
               END-IF.

           055-ANOTAR-SUCURSAL SECTION.
               IF WS-CANT-SUCURSALES < 100
                   ADD 1 TO WS-CANT-SUCURSALES
                   MOVE SU-SUCURSAL OF REGISTRO-SUCURSAL
                       TO WS-TS-SUCURSAL (WS-CANT-SUCURSALES)
                   MOVE SU-NOMBRE OF REGISTRO-SUCURSAL
                       TO WS-TS-NOMBRE (WS-CANT-SUCURSALES)
                   MOVE SU-REGION OF REGISTRO-SUCURSAL
                       TO WS-TS-REGION (WS-CANT-SUCURSALES)
                   MOVE ZERO TO WS-TS-DEBE (WS-CANT-SUCURSALES)
                   MOVE ZERO TO WS-TS-HABER (WS-CANT-SUCURSALES)
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
                   MOVE ZERO TO WS-TS-DEBE (WS-POS-SUC)
                   MOVE ZERO TO WS-TS-HABER (WS-POS-SUC)
               END-IF.

           100-ACUMULAR-DIARIO SECTION.
               MOVE 'N' TO WS-EOF-DIA.
               OPEN INPUT ARCHIVO-DIARIO.
                              AND AS-FECHA OF RENGLON-DIARIO
                                  <= WS-FECHA-HASTA
                               PERFORM 110-ACUMULAR-RENGLON
                               IF LK-SUCURSAL = ZERO
                                   PERFORM 120-ACUMULAR-SUCURSAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
                       TO WS-BA-HABER (WS-POS-BAL)
               END-IF.

           120-ACUMULAR-SUCURSAL SECTION.
               MOVE AS-SUCURSAL OF RENGLON-DIARIO
                   TO WS-SUCURSAL-BUSCADA.
               PERFORM 060-UBICAR-SUCURSAL.
               IF WS-POS-SUC NOT = ZERO
                   ADD AS-DEBE OF RENGLON-DIARIO
                       TO WS-TS-DEBE (WS-POS-SUC)
                   ADD AS-HABER OF RENGLON-DIARIO
                       TO WS-TS-HABER (WS-POS-SUC)
               END-IF.

           200-EMITIR-BALANCE SECTION.
               STRING
                   "balance_sumas_saldos_" DELIMITED BY SIZE
                   MOVE '---- BALANCE DE SUMAS Y SALDOS ----'
                       TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   MOVE SPACES TO LINEA-REPORTE
                   STRING
                       "SUCURSAL " DELIMITED BY SIZE
                       LK-SUCURSAL DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-NOMBRE-SUCURSAL DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   END-STRING
                   WRITE LINEA-REPORTE
                   DISPLAY LINEA-REPORTE
                   PERFORM VARYING WS-IDX-BAL FROM 1 BY 1
                       UNTIL WS-IDX-BAL > WS-CANT-CUENTAS
                       PERFORM 210-EMITIR-RENGLON
                   END-PERFORM
                   PERFORM 220-EMITIR-TOTALES
                   IF LK-SUCURSAL = ZERO
                       PERFORM 230-EMITIR-POR-REGION
                   END-IF
                   CLOSE ARCHIVO-REPORTE
                   MOVE NOMBRE-ARCHIVO-REPORTE TO WS-ARCHIVO-CATALOGO
                   MOVE LK-SUCURSAL TO WS-SUCURSAL-CATALOGO
                   CALL 'REGISTRAR-REPORTE' USING
                       WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                       WS-SUCURSAL-CATALOGO
                   DISPLAY '---> BALANCE EMITIDO EN '
                       NOMBRE-ARCHIVO-REPORTE
               END-IF.
                   DISPLAY '--> ATENCIÓN: EL BALANCE NO CIERRA'
               END-IF.

      *    Apertura del consolidado: sumas de cada sucursal con
      *    movimiento, agrupadas por región con su subtotal.
           230-EMITIR-POR-REGION SECTION.
               MOVE '---- SUMAS POR SUCURSAL Y REGION ----'
                   TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.
               PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUCURSALES
                   IF WS-TS-DEBE (WS-IDX-SUC) NOT = ZERO
                      OR WS-TS-HABER (WS-IDX-SUC) NOT = ZERO
                       PERFORM 235-ANOTAR-REGION
                   END-IF
               END-PERFORM.
               PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG > WS-CANT-REGIONES
                   PERFORM 240-EMITIR-REGION
               END-PERFORM.

           235-ANOTAR-REGION SECTION.
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

           240-EMITIR-REGION SECTION.
               MOVE ZERO TO WS-SUBTOTAL-DEBE.
               MOVE ZERO TO WS-SUBTOTAL-HABER.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "REGION " DELIMITED BY SIZE
                   WS-TR-REGION (WS-IDX-REG) DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.
               PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUCURSALES
                   IF WS-TS-REGION (WS-IDX-SUC)
                      = WS-TR-REGION (WS-IDX-REG)
                      AND (WS-TS-DEBE (WS-IDX-SUC) NOT = ZERO
                       OR WS-TS-HABER (WS-IDX-SUC) NOT = ZERO)
                       PERFORM 245-EMITIR-SUCURSAL
                   END-IF
               END-PERFORM.
               MOVE WS-SUBTOTAL-DEBE TO WS-DEBE-DISPLAY.
               MOVE WS-SUBTOTAL-HABER TO WS-HABER-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "  SUBTOTAL REGION D:" DELIMITED BY SIZE
                   WS-DEBE-DISPLAY DELIMITED BY SIZE
                   " H:" DELIMITED BY SIZE
                   WS-HABER-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.

           245-EMITIR-SUCURSAL SECTION.
               ADD WS-TS-DEBE (WS-IDX-SUC) TO WS-SUBTOTAL-DEBE.
               ADD WS-TS-HABER (WS-IDX-SUC) TO WS-SUBTOTAL-HABER.
               MOVE WS-TS-DEBE (WS-IDX-SUC) TO WS-DEBE-DISPLAY.
               MOVE WS-TS-HABER (WS-IDX-SUC) TO WS-HABER-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "  " DELIMITED BY SIZE
                   WS-TS-SUCURSAL (WS-IDX-SUC) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TS-NOMBRE (WS-IDX-SUC) DELIMITED BY SIZE
                   " D:" DELIMITED BY SIZE
                   WS-DEBE-DISPLAY DELIMITED BY SIZE
                   " H:" DELIMITED BY SIZE
                   WS-HABER-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               DISPLAY LINEA-REPORTE.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
