      * Imprime el resumen del día por canal y la comparación del
      * mes en curso contra el mismo tramo del mes anterior — la
      * respuesta a "¿cuánto pasa por BANCA-WEB contra SUCURSAL?"
      * y a si el canal de transacciones externas crece. El
      * resumen del día se abre también por sucursal, con el nombre
      * del maestro de sucursales y subtotales por región.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-MOV.

           SELECT ARCHIVO-SUCURSALES ASSIGN TO 'sucursales.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUCURSAL OF REGISTRO-SUCURSAL
               FILE STATUS IS WS-FILE-STATUS-SUC.

           SELECT ARCHIVO-CUBO ASSIGN TO 'estadisticas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           01 REGISTRO-MOVIMIENTO.
               COPY "movimientos.cpy".

       FD  ARCHIVO-SUCURSALES.
           01 REGISTRO-SUCURSAL.
               COPY "sucursal.cpy".

       FD  ARCHIVO-CUBO.
           01 REGISTRO-CUBO.
               05 ES-CLAVE.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-MOV    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CUB    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-SUC    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-MOV    PIC X(100).

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.

       01  WS-CANT-MOVIMIENTOS   PIC 9(08) VALUE ZERO.

      *    Acumulado del día por sucursal, con el nombre y la
      *    región del maestro de sucursales; una sucursal que no
      *    está en el maestro entra igual, sin región.
       01  WS-EOF-SUC            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-SUC    VALUE 'Y'.
       01  WS-TABLA-SUCURSALES.
           05 WS-TS-ENTRADA OCCURS 100 TIMES.
               10 WS-TS-SUCURSAL     PIC 9(03).
               10 WS-TS-NOMBRE       PIC X(30).
               10 WS-TS-REGION       PIC X(15).
               10 WS-TS-CANTIDAD     PIC 9(06).
               10 WS-TS-MONTO        PIC S9(14)V99.
       01  WS-CANT-SUCURSALES    PIC 9(03) VALUE ZERO.
       01  WS-IDX-SUC            PIC 9(03).
       01  WS-POS-SUC            PIC 9(03).
       01  WS-SUCURSAL-BUSCADA   PIC 9(03).

       01  WS-TABLA-REGIONES.
           05 WS-TR-REGION       PIC X(15) OCCURS 20 TIMES.
       01  WS-CANT-REGIONES      PIC 9(02) VALUE ZERO.
       01  WS-IDX-REG            PIC 9(02).
       01  WS-REGION-HALLADA     PIC X(01).
       01  WS-SUBTOTAL-CANTIDAD  PIC 9(08).
       01  WS-SUBTOTAL-MONTO     PIC S9(14)V99.

      *    Control de corridas por día: el cubo acumula por
      *    READ/ADD/REWRITE, así que correr dos veces el mismo día
      *    duplicaría cada movimiento; el registro de procesos no
               PERFORM 900-FINALIZAR-PROGRAMA
           END-IF.

           PERFORM 050-CARGAR-SUCURSALES.
           PERFORM 100-AGREGAR-EL-DIA.
           PERFORM 300-RESUMEN-DEL-DIA.
           PERFORM 350-RESUMEN-POR-SUCURSAL.
           PERFORM 400-COMPARAR-MES-A-MES.
           PERFORM 045-ASENTAR-PERIODO.
           PERFORM 900-FINALIZAR-PROGRAMA.
                   WS-ACCION-CONTROL WS-NOMBRE-PROCESO
                   WS-PERIODO-CORRIDA WS-PUEDE-CORRER.

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
                                   MOVE ZERO TO WS-TS-MONTO
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
                   MOVE ZERO TO WS-TS-MONTO (WS-POS-SUC)
               END-IF.

           100-AGREGAR-EL-DIA SECTION.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS NOT = '00'
                                   ADD 1 TO WS-CANT-MOVIMIENTOS
                                   PERFORM 120-SUMAR-AL-CUBO
                                   PERFORM 130-SUMAR-AL-RESUMEN
                                   PERFORM 140-SUMAR-A-LA-SUCURSAL
                               END-IF
                       END-READ
                   END-PERFORM
                       TO WS-RC-MONTO (WS-POS-CANAL)
               END-IF.

           140-SUMAR-A-LA-SUCURSAL SECTION.
               MOVE SUCURSAL OF REGISTRO-MOVIMIENTO
                   TO WS-SUCURSAL-BUSCADA.
               PERFORM 060-UBICAR-SUCURSAL.
               IF WS-POS-SUC NOT = ZERO
                   ADD 1 TO WS-TS-CANTIDAD (WS-POS-SUC)
                   ADD MONTO OF REGISTRO-MOVIMIENTO
                       TO WS-TS-MONTO (WS-POS-SUC)
               END-IF.

           300-RESUMEN-DEL-DIA SECTION.
               DISPLAY '-------------------------------'.
               DISPLAY 'Movimientos del día: '
                       ' MONTO: ' WS-MONTO-DISPLAY
               END-PERFORM.

      *    Movimientos del día por sucursal, agrupados por región
      *    con su subtotal.
           350-RESUMEN-POR-SUCURSAL SECTION.
               DISPLAY '-------------------------------'.
               DISPLAY 'Movimientos del día por sucursal y región:'.
               PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUCURSALES
                   IF WS-TS-CANTIDAD (WS-IDX-SUC) > ZERO
                       PERFORM 355-ANOTAR-REGION
                   END-IF
               END-PERFORM.
               PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG > WS-CANT-REGIONES
                   PERFORM 360-MOSTRAR-REGION
               END-PERFORM.

           355-ANOTAR-REGION SECTION.
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

           360-MOSTRAR-REGION SECTION.
               MOVE ZERO TO WS-SUBTOTAL-CANTIDAD.
               MOVE ZERO TO WS-SUBTOTAL-MONTO.
               DISPLAY 'Región: ' WS-TR-REGION (WS-IDX-REG).
               PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUCURSALES
                   IF WS-TS-CANTIDAD (WS-IDX-SUC) > ZERO
                      AND WS-TS-REGION (WS-IDX-SUC)
                          = WS-TR-REGION (WS-IDX-REG)
                       ADD WS-TS-CANTIDAD (WS-IDX-SUC)
                           TO WS-SUBTOTAL-CANTIDAD
                       ADD WS-TS-MONTO (WS-IDX-SUC)
                           TO WS-SUBTOTAL-MONTO
                       MOVE WS-TS-MONTO (WS-IDX-SUC)
                           TO WS-MONTO-DISPLAY
                       DISPLAY '  ' WS-TS-SUCURSAL (WS-IDX-SUC)
                           ' ' WS-TS-NOMBRE (WS-IDX-SUC)
                           ' OPERACIONES: '
                           WS-TS-CANTIDAD (WS-IDX-SUC)
                           ' MONTO: ' WS-MONTO-DISPLAY
                   END-IF
               END-PERFORM.
               MOVE WS-SUBTOTAL-MONTO TO WS-MONTO-DISPLAY.
               DISPLAY '  SUBTOTAL REGIÓN OPERACIONES: '
                   WS-SUBTOTAL-CANTIDAD ' MONTO: ' WS-MONTO-DISPLAY.

      *    Mes a mes: el acumulado del cubo del mes en curso hasta
      *    hoy contra el mismo tramo (hasta el mismo día) del mes
      *    anterior.
