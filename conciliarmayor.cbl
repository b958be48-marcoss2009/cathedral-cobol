       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIAR-AUXILIARES-MAYOR.
       AUTHOR. MARCOS MUÑOZ.

      * Conciliación de los archivos operativos contra el libro
      * diario, por sucursal y moneda: la suma de CC-SALDO de
      * cuentas.dat contra depósitos de clientes (2101), el capital
      * de las cuotas pendientes de los préstamos vigentes
      * (prestamos.dat y su plan en prestamos/) contra préstamos
      * otorgados (1301) y el capital de los plazos fijos vigentes
      * (plazofijo.dat) contra plazos fijos (2102). La sucursal y
      * la moneda de un préstamo o de un plazo fijo son las de su
      * cuenta. Corre a fin de mes en la cadena nocturna y a
      * pedido desde el menú. Cada diferencia sale en el reporte
      * con su apertura — las partidas del auxiliar y los
      * movimientos del mayor por concepto — y queda pendiente en
      * diferencias_mayor.dat para el mes de la corrida; mientras
      * haya una pendiente el mes no se puede cerrar. Una
      * diferencia explicada no vuelve a saltar salvo que cambie
      * su importe, y la que desaparece se cierra sola.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS-CTA.

           SELECT ARCHIVO-PRESTAMOS ASSIGN TO 'prestamos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-NUMERO OF REGISTRO-PRESTAMO
               FILE STATUS IS WS-FILE-STATUS-PRE.

           SELECT ARCHIVO-CUOTAS
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-CUOTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CUO.

           SELECT ARCHIVO-PLAZOS ASSIGN TO 'plazofijo.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-NUMERO OF REGISTRO-PLAZO
               FILE STATUS IS WS-FILE-STATUS-PLA.

           SELECT ARCHIVO-DIARIO ASSIGN TO 'libro_diario.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-DIA.

      *    Partidas del auxiliar de la corrida, para la apertura de
      *    las diferencias; se rearma en cada corrida.
           SELECT ARCHIVO-PARTIDAS
               ASSIGN TO 'conciliacion_mayor_partidas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PAR.

           SELECT ARCHIVO-DIF-MAYOR ASSIGN TO 'diferencias_mayor.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-CLAVE OF REGISTRO-DIF-MAYOR
               FILE STATUS IS WS-FILE-STATUS-DIF.

           SELECT ARCHIVO-REPORTE
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-REP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-PRESTAMOS.
           01 REGISTRO-PRESTAMO.
               COPY "prestamo.cpy".

       FD  ARCHIVO-CUOTAS.
           01 REGISTRO-CUOTA.
               COPY "cuotaprestamo.cpy".

       FD  ARCHIVO-PLAZOS.
           01 REGISTRO-PLAZO.
               COPY "plazofijo.cpy".

       FD  ARCHIVO-DIARIO.
           01 RENGLON-DIARIO.
               COPY "asiento.cpy".

       FD  ARCHIVO-PARTIDAS.
           01 REGISTRO-PARTIDA.
               05 CP-CLAVE.
                   10 CP-PRODUCTO        PIC X(01).
                   10 CP-SUCURSAL        PIC 9(03).
                   10 CP-MONEDA          PIC X(03).
      *        Número de cuenta, de préstamo o de plazo fijo, y la
      *        cuenta del cliente a la que pertenece.
               05 CP-NUMERO              PIC 9(08).
               05 CP-CUENTA              PIC 9(08).
               05 CP-IMPORTE             PIC S9(12)V99.

       FD  ARCHIVO-DIF-MAYOR.
           01 REGISTRO-DIF-MAYOR.
               COPY "difmayor.cpy".

       FD  ARCHIVO-REPORTE
           RECORD CONTAINS 120 CHARACTERS.
           01  LINEA-REPORTE          PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CTA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PRE    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CUO    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PLA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-DIA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PAR    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-DIF    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REP    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-CUOTAS PIC X(100).
       01  NOMBRE-ARCHIVO-REPORTE PIC X(100).

       01  WS-EOF-CTA            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CTA    VALUE 'Y'.
       01  WS-EOF-PRE            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-PRE    VALUE 'Y'.
       01  WS-EOF-CUO            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-CUO    VALUE 'Y'.
       01  WS-EOF-PLA            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-PLA    VALUE 'Y'.
       01  WS-EOF-DIA            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-DIA    VALUE 'Y'.
       01  WS-EOF-PAR            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-PAR    VALUE 'Y'.
       01  WS-EOF-DIF            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-DIF    VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-PERIODO            PIC 9(06).

      *    Cuenta del plan de cada producto conciliado.
       01  WS-CUENTA-DEPOSITOS   PIC 9(04) VALUE 2101.
       01  WS-CUENTA-PRESTAMOS   PIC 9(04) VALUE 1301.
       01  WS-CUENTA-PLAZOS      PIC 9(04) VALUE 2102.

      *    Sucursal y moneda de la cuenta de un préstamo o plazo
      *    fijo.
       01  WS-CUENTA-LEIDA       PIC X(01).
           88 CUENTA-LEIDA       VALUE 'S'.
       01  WS-CAPITAL-PENDIENTE  PIC S9(12)V99.

      *    Auxiliar y mayor por producto, sucursal y moneda,
      *    insertado ordenado por la clave.
       01  WS-TABLA-CONTROL.
           05 WS-CONTROL OCCURS 300 TIMES.
               10 WS-CT-CLAVE.
                   15 WS-CT-PRODUCTO     PIC X(01).
                   15 WS-CT-SUCURSAL     PIC 9(03).
                   15 WS-CT-MONEDA       PIC X(03).
               10 WS-CT-AUXILIAR         PIC S9(14)V99.
               10 WS-CT-MAYOR            PIC S9(14)V99.
               10 WS-CT-PARTIDAS         PIC 9(06).
       01  WS-CANT-CONTROL       PIC 9(03) VALUE ZERO.
       01  WS-IDX-CTL            PIC 9(03).
       01  WS-POS-CTL            PIC 9(03).
       01  WS-IDX-MOVER          PIC 9(03).
       01  WS-CONTROL-HALLADO    PIC X(01).
       01  WS-CLAVE-BUSCADA.
           05 WS-CB-PRODUCTO     PIC X(01).
           05 WS-CB-SUCURSAL     PIC 9(03).
           05 WS-CB-MONEDA       PIC X(03).
       01  WS-IMPORTE            PIC S9(14)V99.
       01  WS-DIFERENCIA         PIC S9(14)V99.
       01  WS-CUENTA-MAYOR       PIC 9(04).
       01  WS-DIF-EXISTE         PIC X(01).

      *    Apertura del mayor de una diferencia por concepto.
       01  WS-TABLA-CONCEPTOS.
           05 WS-CONCEPTO-MAYOR OCCURS 100 TIMES.
               10 WS-CM-CONCEPTO     PIC 9(03).
               10 WS-CM-DEBE         PIC S9(14)V99.
               10 WS-CM-HABER        PIC S9(14)V99.
       01  WS-CANT-CONCEPTOS     PIC 9(03) VALUE ZERO.
       01  WS-IDX-CON            PIC 9(03).
       01  WS-POS-CON            PIC 9(03).

       01  WS-NOMBRE-PRODUCTO    PIC X(12).
       01  WS-ESTADO-RENGLON     PIC X(10).
       01  WS-AUXILIAR-DISPLAY   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-MAYOR-DISPLAY      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DIFERENCIA-DISPLAY PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna.
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

       01  WS-CANT-PARTIDAS      PIC 9(08) VALUE ZERO.
       01  WS-CANT-DIFERENCIAS   PIC 9(06) VALUE ZERO.
       01  WS-CANT-NUEVAS        PIC 9(06) VALUE ZERO.
       01  WS-CANT-CONCILIADAS   PIC 9(06) VALUE ZERO.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'CONCILIAR-AUXILIARES-MAYOR'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- CONCILIACIÓN AUXILIARES / MAYOR ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           DIVIDE WS-FECHA-HOY BY 100 GIVING WS-PERIODO.
           OPEN OUTPUT ARCHIVO-PARTIDAS.
           IF WS-FILE-STATUS-PAR NOT = '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PARTIDAS'
               MOVE 8 TO RETURN-CODE
               PERFORM 900-FINALIZAR-PROGRAMA
           END-IF.
           PERFORM 100-SUMAR-CUENTAS.
           PERFORM 200-SUMAR-PRESTAMOS.
           PERFORM 300-SUMAR-PLAZOS.
           CLOSE ARCHIVO-PARTIDAS.
           PERFORM 400-SUMAR-MAYOR.
           PERFORM 500-REGISTRAR-DIFERENCIAS.

           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE.
           STRING
               "conciliacion_mayor_" DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-REPORTE
           END-STRING.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-FILE-STATUS-REP NOT = '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REPORTE'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 600-EMITIR-REPORTE
               CLOSE ARCHIVO-REPORTE
               MOVE NOMBRE-ARCHIVO-REPORTE TO WS-ARCHIVO-CATALOGO
               CALL 'REGISTRAR-REPORTE' USING
                   WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                   WS-SUCURSAL-CATALOGO
               DISPLAY '---> CONCILIACIÓN EN ' NOMBRE-ARCHIVO-REPORTE
           END-IF.
           DISPLAY '---- PARTIDAS DE AUXILIARES: ' WS-CANT-PARTIDAS.
           DISPLAY '---- CONTROLES: ' WS-CANT-CONTROL.
           DISPLAY '---- CON DIFERENCIA: ' WS-CANT-DIFERENCIAS.
           DISPLAY '---- DIFERENCIAS NUEVAS: ' WS-CANT-NUEVAS.
           DISPLAY '---- CONCILIADAS HOY: ' WS-CANT-CONCILIADAS.
           MOVE WS-CANT-PARTIDAS TO CB-PROCESADOS.
           MOVE WS-CANT-DIFERENCIAS TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

      *    Deja en WS-POS-CTL la entrada de WS-CLAVE-BUSCADA,
      *    insertándola en su lugar si no está (cero si la tabla
      *    está llena).
           060-UBICAR-CONTROL SECTION.
               MOVE 'N' TO WS-CONTROL-HALLADO.
               MOVE ZERO TO WS-POS-CTL.
               PERFORM VARYING WS-IDX-CTL FROM 1 BY 1
                   UNTIL WS-IDX-CTL > WS-CANT-CONTROL
                   OR WS-CONTROL-HALLADO = 'S'
                   IF WS-CT-CLAVE (WS-IDX-CTL) = WS-CLAVE-BUSCADA
                       MOVE 'S' TO WS-CONTROL-HALLADO
                       MOVE WS-IDX-CTL TO WS-POS-CTL
                   ELSE
                       IF WS-POS-CTL = ZERO
                          AND WS-CT-CLAVE (WS-IDX-CTL)
                              > WS-CLAVE-BUSCADA
                           MOVE WS-IDX-CTL TO WS-POS-CTL
                       END-IF
                   END-IF
               END-PERFORM.
               IF WS-CONTROL-HALLADO NOT = 'S'
                   IF WS-CANT-CONTROL < 300
                       IF WS-POS-CTL = ZERO
                           COMPUTE WS-POS-CTL = WS-CANT-CONTROL + 1
                       ELSE
                           PERFORM VARYING WS-IDX-MOVER
                               FROM WS-CANT-CONTROL BY -1
                               UNTIL WS-IDX-MOVER < WS-POS-CTL
                               MOVE WS-CONTROL (WS-IDX-MOVER)
                                   TO WS-CONTROL (WS-IDX-MOVER + 1)
                           END-PERFORM
                       END-IF
                       ADD 1 TO WS-CANT-CONTROL
                       MOVE WS-CLAVE-BUSCADA
                           TO WS-CT-CLAVE (WS-POS-CTL)
                       MOVE ZERO TO WS-CT-AUXILIAR (WS-POS-CTL)
                       MOVE ZERO TO WS-CT-MAYOR (WS-POS-CTL)
                       MOVE ZERO TO WS-CT-PARTIDAS (WS-POS-CTL)
                   ELSE
                       MOVE ZERO TO WS-POS-CTL
                       DISPLAY '--> TABLA DE CONTROLES LLENA'
                   END-IF
               END-IF.

      *    Suma una partida del auxiliar (ya armada en
      *    REGISTRO-PARTIDA) a su control y la deja para la
      *    apertura.
           070-ANOTAR-PARTIDA SECTION.
               MOVE CP-CLAVE TO WS-CLAVE-BUSCADA.
               PERFORM 060-UBICAR-CONTROL.
               IF WS-POS-CTL NOT = ZERO
                   ADD CP-IMPORTE TO WS-CT-AUXILIAR (WS-POS-CTL)
                   ADD 1 TO WS-CT-PARTIDAS (WS-POS-CTL)
                   ADD 1 TO WS-CANT-PARTIDAS
                   WRITE REGISTRO-PARTIDA
               END-IF.

      *    Sucursal y moneda de la cuenta de un préstamo o plazo
      *    fijo, dejadas en la clave de la partida.
           080-LEER-CUENTA SECTION.
               MOVE 'N' TO WS-CUENTA-LEIDA.
               MOVE CP-CUENTA TO CC-NUMERO-CUENTA OF RCC.
               READ ARCHIVO-CUENTAS
                   KEY IS CC-NUMERO-CUENTA OF RCC
                   INVALID KEY
                       DISPLAY '--> CUENTA ' CP-CUENTA
                           ' INEXISTENTE PARA EL ' CP-NUMERO
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CUENTA-LEIDA
                       MOVE CC-SUCURSAL OF RCC TO CP-SUCURSAL
                       MOVE CC-MONEDA OF RCC TO CP-MONEDA
               END-READ.

           100-SUMAR-CUENTAS SECTION.
               MOVE 'N' TO WS-EOF-CTA.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS-CTA = '00'
                   PERFORM UNTIL FIN-ARCHIVO-CTA
                       READ ARCHIVO-CUENTAS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-CTA TO TRUE
                           NOT AT END
                               MOVE 'D' TO CP-PRODUCTO
                               MOVE CC-SUCURSAL OF RCC
                                   TO CP-SUCURSAL
                               MOVE CC-MONEDA OF RCC TO CP-MONEDA
                               MOVE CC-NUMERO-CUENTA OF RCC
                                   TO CP-NUMERO
                               MOVE CC-NUMERO-CUENTA OF RCC
                                   TO CP-CUENTA
                               MOVE CC-SALDO OF RCC TO CP-IMPORTE
                               PERFORM 070-ANOTAR-PARTIDA
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

      *    Capital adeudado de cada préstamo vigente: el de sus
      *    cuotas todavía pendientes.
           200-SUMAR-PRESTAMOS SECTION.
               MOVE 'N' TO WS-EOF-PRE.
               OPEN INPUT ARCHIVO-PRESTAMOS.
               IF WS-FILE-STATUS-PRE = '00'
                   OPEN INPUT ARCHIVO-CUENTAS
                   PERFORM UNTIL FIN-ARCHIVO-PRE
                       READ ARCHIVO-PRESTAMOS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-PRE TO TRUE
                           NOT AT END
                               IF PRESTAMO-VIGENTE
                                  OF REGISTRO-PRESTAMO
                                   PERFORM 210-SUMAR-PRESTAMO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CUENTAS
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF.

           210-SUMAR-PRESTAMO SECTION.
               MOVE 'P' TO CP-PRODUCTO.
               MOVE PR-NUMERO OF REGISTRO-PRESTAMO TO CP-NUMERO.
               MOVE PR-CUENTA OF REGISTRO-PRESTAMO TO CP-CUENTA.
               PERFORM 080-LEER-CUENTA.
               IF CUENTA-LEIDA
                   MOVE ZERO TO WS-CAPITAL-PENDIENTE
                   MOVE SPACES TO NOMBRE-ARCHIVO-CUOTAS
                   STRING
                       "prestamos/" DELIMITED BY SIZE
                       PR-NUMERO OF REGISTRO-PRESTAMO
                       DELIMITED BY SIZE
                       ".dat" DELIMITED BY SIZE
                       INTO NOMBRE-ARCHIVO-CUOTAS
                   END-STRING
                   MOVE 'N' TO WS-EOF-CUO
                   OPEN INPUT ARCHIVO-CUOTAS
                   IF WS-FILE-STATUS-CUO = '00'
                       PERFORM UNTIL FIN-ARCHIVO-CUO
                           READ ARCHIVO-CUOTAS
                               AT END
                                   SET FIN-ARCHIVO-CUO TO TRUE
                               NOT AT END
                                   IF CUOTA-PENDIENTE
                                      OF REGISTRO-CUOTA
                                       ADD CUO-CAPITAL
                                           OF REGISTRO-CUOTA
                                           TO WS-CAPITAL-PENDIENTE
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE ARCHIVO-CUOTAS
                   END-IF
                   MOVE WS-CAPITAL-PENDIENTE TO CP-IMPORTE
                   PERFORM 070-ANOTAR-PARTIDA
               END-IF.

           300-SUMAR-PLAZOS SECTION.
               MOVE 'N' TO WS-EOF-PLA.
               OPEN INPUT ARCHIVO-PLAZOS.
               IF WS-FILE-STATUS-PLA = '00'
                   OPEN INPUT ARCHIVO-CUENTAS
                   PERFORM UNTIL FIN-ARCHIVO-PLA
                       READ ARCHIVO-PLAZOS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-PLA TO TRUE
                           NOT AT END
                               IF PF-VIGENTE OF REGISTRO-PLAZO
                                   MOVE 'F' TO CP-PRODUCTO
                                   MOVE PF-NUMERO OF REGISTRO-PLAZO
                                       TO CP-NUMERO
                                   MOVE PF-CUENTA-ORIGEN
                                       OF REGISTRO-PLAZO TO CP-CUENTA
                                   PERFORM 080-LEER-CUENTA
                                   IF CUENTA-LEIDA
                                       MOVE PF-CAPITAL
                                           OF REGISTRO-PLAZO
                                           TO CP-IMPORTE
                                       PERFORM 070-ANOTAR-PARTIDA
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CUENTAS
                   CLOSE ARCHIVO-PLAZOS
               END-IF.

      *    Saldo de las tres cuentas del plan en el diario hasta la
      *    fecha de proceso: el activo (préstamos) al debe, los
      *    pasivos (depósitos y plazos fijos) al haber.
           400-SUMAR-MAYOR SECTION.
               MOVE 'N' TO WS-EOF-DIA.
               OPEN INPUT ARCHIVO-DIARIO.
               IF WS-FILE-STATUS-DIA NOT = '00'
                   SET FIN-ARCHIVO-DIA TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-DIA
                   READ ARCHIVO-DIARIO
                       AT END
                           SET FIN-ARCHIVO-DIA TO TRUE
                       NOT AT END
                           IF AS-FECHA OF RENGLON-DIARIO
                              <= WS-FECHA-HOY
                               PERFORM 410-SUMAR-RENGLON
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-DIA = '00'
                  OR WS-FILE-STATUS-DIA = '10'
                   CLOSE ARCHIVO-DIARIO
               END-IF.

           410-SUMAR-RENGLON SECTION.
               MOVE SPACE TO WS-CB-PRODUCTO.
               EVALUATE AS-CUENTA OF RENGLON-DIARIO
                   WHEN WS-CUENTA-DEPOSITOS
                       MOVE 'D' TO WS-CB-PRODUCTO
                       COMPUTE WS-IMPORTE = AS-HABER OF RENGLON-DIARIO
                           - AS-DEBE OF RENGLON-DIARIO
                   WHEN WS-CUENTA-PRESTAMOS
                       MOVE 'P' TO WS-CB-PRODUCTO
                       COMPUTE WS-IMPORTE = AS-DEBE OF RENGLON-DIARIO
                           - AS-HABER OF RENGLON-DIARIO
                   WHEN WS-CUENTA-PLAZOS
                       MOVE 'F' TO WS-CB-PRODUCTO
                       COMPUTE WS-IMPORTE = AS-HABER OF RENGLON-DIARIO
                           - AS-DEBE OF RENGLON-DIARIO
               END-EVALUATE.
               IF WS-CB-PRODUCTO NOT = SPACE
                   MOVE AS-SUCURSAL OF RENGLON-DIARIO
                       TO WS-CB-SUCURSAL
                   MOVE AS-MONEDA OF RENGLON-DIARIO TO WS-CB-MONEDA
                   PERFORM 060-UBICAR-CONTROL
                   IF WS-POS-CTL NOT = ZERO
                       ADD WS-IMPORTE TO WS-CT-MAYOR (WS-POS-CTL)
                   END-IF
               END-IF.

      *    Cada control con diferencia queda pendiente para el mes
      *    de la corrida; el que ya cuadra cierra la pendiente que
      *    hubiera. Una explicada sigue explicada mientras su
      *    importe no cambie.
           500-REGISTRAR-DIFERENCIAS SECTION.
               OPEN I-O ARCHIVO-DIF-MAYOR.
               IF WS-FILE-STATUS-DIF = '35'
                   OPEN OUTPUT ARCHIVO-DIF-MAYOR
                   CLOSE ARCHIVO-DIF-MAYOR
                   OPEN I-O ARCHIVO-DIF-MAYOR
               END-IF.
               IF WS-FILE-STATUS-DIF NOT = '00'
                   DISPLAY 'ERROR AL ABRIR DIFERENCIAS DEL MAYOR'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WS-IDX-CTL FROM 1 BY 1
                       UNTIL WS-IDX-CTL > WS-CANT-CONTROL
                       PERFORM 510-REGISTRAR-CONTROL
                   END-PERFORM
                   PERFORM 550-CERRAR-DESAPARECIDAS
                   CLOSE ARCHIVO-DIF-MAYOR
               END-IF.

           510-REGISTRAR-CONTROL SECTION.
               COMPUTE WS-DIFERENCIA = WS-CT-AUXILIAR (WS-IDX-CTL)
                   - WS-CT-MAYOR (WS-IDX-CTL).
               MOVE WS-PERIODO TO DM-PERIODO OF REGISTRO-DIF-MAYOR.
               MOVE WS-CT-PRODUCTO (WS-IDX-CTL)
                   TO DM-PRODUCTO OF REGISTRO-DIF-MAYOR.
               MOVE WS-CT-SUCURSAL (WS-IDX-CTL)
                   TO DM-SUCURSAL OF REGISTRO-DIF-MAYOR.
               MOVE WS-CT-MONEDA (WS-IDX-CTL)
                   TO DM-MONEDA OF REGISTRO-DIF-MAYOR.
               READ ARCHIVO-DIF-MAYOR
                   KEY IS DM-CLAVE OF REGISTRO-DIF-MAYOR
                   INVALID KEY
                       MOVE 'N' TO WS-DIF-EXISTE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-DIF-EXISTE
               END-READ.

               IF WS-DIFERENCIA NOT = ZERO
                   ADD 1 TO WS-CANT-DIFERENCIAS
                   IF WS-DIF-EXISTE = 'N'
                       ADD 1 TO WS-CANT-NUEVAS
                       MOVE 'P' TO DM-ESTADO OF REGISTRO-DIF-MAYOR
                       MOVE SPACES TO DM-MOTIVO OF REGISTRO-DIF-MAYOR
                       MOVE SPACES
                           TO DM-OPERADOR OF REGISTRO-DIF-MAYOR
                       PERFORM 520-ACTUALIZAR-IMPORTES
                       WRITE REGISTRO-DIF-MAYOR
                   ELSE
                       IF NOT DIF-MAYOR-EXPLICADA
                          OF REGISTRO-DIF-MAYOR
                          OR DM-DIFERENCIA OF REGISTRO-DIF-MAYOR
                             NOT = WS-DIFERENCIA
                           MOVE 'P'
                               TO DM-ESTADO OF REGISTRO-DIF-MAYOR
                       END-IF
                       PERFORM 520-ACTUALIZAR-IMPORTES
                       REWRITE REGISTRO-DIF-MAYOR
                   END-IF
               ELSE
                   IF WS-DIF-EXISTE = 'S'
                       IF DIF-MAYOR-PENDIENTE OF REGISTRO-DIF-MAYOR
                           ADD 1 TO WS-CANT-CONCILIADAS
                           MOVE 'C'
                               TO DM-ESTADO OF REGISTRO-DIF-MAYOR
                       END-IF
                       PERFORM 520-ACTUALIZAR-IMPORTES
                       REWRITE REGISTRO-DIF-MAYOR
                   END-IF
               END-IF.

           520-ACTUALIZAR-IMPORTES SECTION.
               EVALUATE WS-CT-PRODUCTO (WS-IDX-CTL)
                   WHEN 'D'
                       MOVE WS-CUENTA-DEPOSITOS
                           TO DM-CUENTA-MAYOR OF REGISTRO-DIF-MAYOR
                   WHEN 'P'
                       MOVE WS-CUENTA-PRESTAMOS
                           TO DM-CUENTA-MAYOR OF REGISTRO-DIF-MAYOR
                   WHEN OTHER
                       MOVE WS-CUENTA-PLAZOS
                           TO DM-CUENTA-MAYOR OF REGISTRO-DIF-MAYOR
               END-EVALUATE.
               MOVE WS-FECHA-HOY
                   TO DM-FECHA-DETECCION OF REGISTRO-DIF-MAYOR.
               MOVE WS-CT-AUXILIAR (WS-IDX-CTL)
                   TO DM-SALDO-AUXILIAR OF REGISTRO-DIF-MAYOR.
               MOVE WS-CT-MAYOR (WS-IDX-CTL)
                   TO DM-SALDO-MAYOR OF REGISTRO-DIF-MAYOR.
               MOVE WS-DIFERENCIA
                   TO DM-DIFERENCIA OF REGISTRO-DIF-MAYOR.

      *    Una pendiente del mes que esta corrida no volvió a ver
      *    (el auxiliar y el mayor quedaron los dos en cero) ya no
      *    tiene diferencia.
           550-CERRAR-DESAPARECIDAS SECTION.
               MOVE 'N' TO WS-EOF-DIF.
               MOVE LOW-VALUES TO DM-CLAVE OF REGISTRO-DIF-MAYOR.
               MOVE WS-PERIODO TO DM-PERIODO OF REGISTRO-DIF-MAYOR.
               START ARCHIVO-DIF-MAYOR
                   KEY IS >= DM-CLAVE OF REGISTRO-DIF-MAYOR
                   INVALID KEY
                       SET FIN-ARCHIVO-DIF TO TRUE
               END-START.
               PERFORM UNTIL FIN-ARCHIVO-DIF
                   READ ARCHIVO-DIF-MAYOR NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-DIF TO TRUE
                       NOT AT END
                           IF DM-PERIODO OF REGISTRO-DIF-MAYOR
                              NOT = WS-PERIODO
                               SET FIN-ARCHIVO-DIF TO TRUE
                           ELSE
                               IF DIF-MAYOR-PENDIENTE
                                  OF REGISTRO-DIF-MAYOR
                                  AND DM-FECHA-DETECCION
                                      OF REGISTRO-DIF-MAYOR
                                      NOT = WS-FECHA-HOY
                                   ADD 1 TO WS-CANT-CONCILIADAS
                                   MOVE 'C' TO DM-ESTADO
                                       OF REGISTRO-DIF-MAYOR
                                   MOVE ZERO TO DM-DIFERENCIA
                                       OF REGISTRO-DIF-MAYOR
                                   MOVE WS-FECHA-HOY
                                       TO DM-FECHA-DETECCION
                                       OF REGISTRO-DIF-MAYOR
                                   REWRITE REGISTRO-DIF-MAYOR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

           600-EMITIR-REPORTE SECTION.
               MOVE '---- CONCILIACION AUXILIARES / MAYOR ----'
                   TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "FECHA DE PROCESO " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   "  PERIODO " DELIMITED BY SIZE
                   WS-PERIODO DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               PERFORM VARYING WS-IDX-CTL FROM 1 BY 1
                   UNTIL WS-IDX-CTL > WS-CANT-CONTROL
                   PERFORM 610-EMITIR-CONTROL
               END-PERFORM.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "CONTROLES: " DELIMITED BY SIZE
                   WS-CANT-CONTROL DELIMITED BY SIZE
                   "  CON DIFERENCIA: " DELIMITED BY SIZE
                   WS-CANT-DIFERENCIAS DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.

           610-EMITIR-CONTROL SECTION.
               EVALUATE WS-CT-PRODUCTO (WS-IDX-CTL)
                   WHEN 'D'
                       MOVE 'DEPOSITOS' TO WS-NOMBRE-PRODUCTO
                       MOVE WS-CUENTA-DEPOSITOS TO WS-CUENTA-MAYOR
                   WHEN 'P'
                       MOVE 'PRESTAMOS' TO WS-NOMBRE-PRODUCTO
                       MOVE WS-CUENTA-PRESTAMOS TO WS-CUENTA-MAYOR
                   WHEN OTHER
                       MOVE 'PLAZOS FIJOS' TO WS-NOMBRE-PRODUCTO
                       MOVE WS-CUENTA-PLAZOS TO WS-CUENTA-MAYOR
               END-EVALUATE.
               COMPUTE WS-DIFERENCIA = WS-CT-AUXILIAR (WS-IDX-CTL)
                   - WS-CT-MAYOR (WS-IDX-CTL).
               IF WS-DIFERENCIA = ZERO
                   MOVE 'OK' TO WS-ESTADO-RENGLON
               ELSE
                   MOVE 'DIFERENCIA' TO WS-ESTADO-RENGLON
               END-IF.
               MOVE WS-CT-AUXILIAR (WS-IDX-CTL) TO WS-AUXILIAR-DISPLAY.
               MOVE WS-CT-MAYOR (WS-IDX-CTL) TO WS-MAYOR-DISPLAY.
               MOVE WS-DIFERENCIA TO WS-DIFERENCIA-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   WS-NOMBRE-PRODUCTO DELIMITED BY SIZE
                   " SUC " DELIMITED BY SIZE
                   WS-CT-SUCURSAL (WS-IDX-CTL) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CT-MONEDA (WS-IDX-CTL) DELIMITED BY SIZE
                   " CTA " DELIMITED BY SIZE
                   WS-CUENTA-MAYOR DELIMITED BY SIZE
                   " AUX:" DELIMITED BY SIZE
                   WS-AUXILIAR-DISPLAY DELIMITED BY SIZE
                   " MAY:" DELIMITED BY SIZE
                   WS-MAYOR-DISPLAY DELIMITED BY SIZE
                   " DIF:" DELIMITED BY SIZE
                   WS-DIFERENCIA-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ESTADO-RENGLON DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               IF WS-DIFERENCIA NOT = ZERO
                   DISPLAY LINEA-REPORTE
                   PERFORM 620-ABRIR-AUXILIAR
                   PERFORM 630-ABRIR-MAYOR
               END-IF.

      *    Apertura del lado del auxiliar: cada partida de la
      *    clave con importe.
           620-ABRIR-AUXILIAR SECTION.
               MOVE 'N' TO WS-EOF-PAR.
               OPEN INPUT ARCHIVO-PARTIDAS.
               IF WS-FILE-STATUS-PAR NOT = '00'
                   SET FIN-ARCHIVO-PAR TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-PAR
                   READ ARCHIVO-PARTIDAS
                       AT END
                           SET FIN-ARCHIVO-PAR TO TRUE
                       NOT AT END
                           IF CP-CLAVE = WS-CT-CLAVE (WS-IDX-CTL)
                              AND CP-IMPORTE NOT = ZERO
                               MOVE CP-IMPORTE TO WS-AUXILIAR-DISPLAY
                               MOVE SPACES TO LINEA-REPORTE
                               STRING
                                   "    AUXILIAR " DELIMITED BY SIZE
                                   CP-NUMERO DELIMITED BY SIZE
                                   " CUENTA " DELIMITED BY SIZE
                                   CP-CUENTA DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   WS-AUXILIAR-DISPLAY
                                   DELIMITED BY SIZE
                                   INTO LINEA-REPORTE
                               END-STRING
                               WRITE LINEA-REPORTE
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-PAR = '00'
                  OR WS-FILE-STATUS-PAR = '10'
                   CLOSE ARCHIVO-PARTIDAS
               END-IF.

      *    Apertura del lado del mayor: debe y haber de la cuenta
      *    del plan en la sucursal y moneda, por concepto.
           630-ABRIR-MAYOR SECTION.
               MOVE ZERO TO WS-CANT-CONCEPTOS.
               MOVE 'N' TO WS-EOF-DIA.
               OPEN INPUT ARCHIVO-DIARIO.
               IF WS-FILE-STATUS-DIA NOT = '00'
                   SET FIN-ARCHIVO-DIA TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-DIA
                   READ ARCHIVO-DIARIO
                       AT END
                           SET FIN-ARCHIVO-DIA TO TRUE
                       NOT AT END
                           IF AS-CUENTA OF RENGLON-DIARIO
                              = WS-CUENTA-MAYOR
                              AND AS-SUCURSAL OF RENGLON-DIARIO
                                  = WS-CT-SUCURSAL (WS-IDX-CTL)
                              AND AS-MONEDA OF RENGLON-DIARIO
                                  = WS-CT-MONEDA (WS-IDX-CTL)
                              AND AS-FECHA OF RENGLON-DIARIO
                                  <= WS-FECHA-HOY
                               PERFORM 640-SUMAR-CONCEPTO
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-DIA = '00'
                  OR WS-FILE-STATUS-DIA = '10'
                   CLOSE ARCHIVO-DIARIO
               END-IF.
               PERFORM VARYING WS-IDX-CON FROM 1 BY 1
                   UNTIL WS-IDX-CON > WS-CANT-CONCEPTOS
                   MOVE WS-CM-DEBE (WS-IDX-CON) TO WS-AUXILIAR-DISPLAY
                   MOVE WS-CM-HABER (WS-IDX-CON) TO WS-MAYOR-DISPLAY
                   MOVE SPACES TO LINEA-REPORTE
                   STRING
                       "    MAYOR CONCEPTO " DELIMITED BY SIZE
                       WS-CM-CONCEPTO (WS-IDX-CON) DELIMITED BY SIZE
                       " D:" DELIMITED BY SIZE
                       WS-AUXILIAR-DISPLAY DELIMITED BY SIZE
                       " H:" DELIMITED BY SIZE
                       WS-MAYOR-DISPLAY DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   END-STRING
                   WRITE LINEA-REPORTE
               END-PERFORM.

           640-SUMAR-CONCEPTO SECTION.
               MOVE ZERO TO WS-POS-CON.
               PERFORM VARYING WS-IDX-CON FROM 1 BY 1
                   UNTIL WS-IDX-CON > WS-CANT-CONCEPTOS
                   OR WS-POS-CON NOT = ZERO
                   IF WS-CM-CONCEPTO (WS-IDX-CON)
                      = AS-CONCEPTO OF RENGLON-DIARIO
                       MOVE WS-IDX-CON TO WS-POS-CON
                   END-IF
               END-PERFORM.
               IF WS-POS-CON = ZERO AND WS-CANT-CONCEPTOS < 100
                   ADD 1 TO WS-CANT-CONCEPTOS
                   MOVE WS-CANT-CONCEPTOS TO WS-POS-CON
                   MOVE AS-CONCEPTO OF RENGLON-DIARIO
                       TO WS-CM-CONCEPTO (WS-POS-CON)
                   MOVE ZERO TO WS-CM-DEBE (WS-POS-CON)
                   MOVE ZERO TO WS-CM-HABER (WS-POS-CON)
               END-IF.
               IF WS-POS-CON NOT = ZERO
                   ADD AS-DEBE OF RENGLON-DIARIO
                       TO WS-CM-DEBE (WS-POS-CON)
                   ADD AS-HABER OF RENGLON-DIARIO
                       TO WS-CM-HABER (WS-POS-CON)
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
