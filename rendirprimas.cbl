       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENDIR-PRIMAS-SEGUROS.
       AUTHOR. MARCOS MUÑOZ.

      * Batch mensual de rendición de primas a la aseguradora:
      * toma de primas_seguros.dat las primas de meses ya cerrados
      * que siguen a rendir (seguro de vida saldo deudor y de
      * incendio de los hipotecarios, cobradas con las cuotas),
      * las totaliza por sucursal y ramo, las deja rendidas con la
      * fecha de proceso y asienta por sucursal el pago a la
      * aseguradora (seguros a rendir contra bancos). Emite el
      * reporte rendicion_primas_<AAAAMM>.txt, que acompaña la
      * transferencia. Las primas del mes en curso esperan a la
      * próxima corrida; una prima ya rendida no se vuelve a
      * tomar, así que la corrida repetida no duplica el pago.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PRIMAS ASSIGN TO 'primas_seguros.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-CLAVE OF REGISTRO-PRIMA
               FILE STATUS IS WS-FILE-STATUS-PRI.

           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS-CTA.

           SELECT ARCHIVO-REPORTE
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-REP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PRIMAS.
           01 REGISTRO-PRIMA.
               COPY "primaseguro.cpy".

       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-REPORTE
           RECORD CONTAINS 100 CHARACTERS.
           01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-PRI    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REP    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-REPORTE PIC X(100).
       01  WS-CUENTAS-ABIERTO    PIC X(01) VALUE 'N'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-PERIODO            PIC 9(06).

      *    Primas a rendir por sucursal de la cuenta que las pagó
      *    (donde quedaron acreditadas en seguros a rendir).
       01  WS-TABLA-SUCURSALES.
           05 WS-SUC-RENGLON OCCURS 200 TIMES.
               10 WS-SR-SUCURSAL     PIC 9(03).
               10 WS-SR-VIDA         PIC S9(14)V99.
               10 WS-SR-INCENDIO     PIC S9(14)V99.
               10 WS-SR-CANTIDAD     PIC 9(06).
       01  WS-CANT-SUC           PIC 9(03) VALUE ZERO.
       01  WS-IDX-SUC            PIC 9(03).
       01  WS-SUCURSAL-BUSCADA   PIC 9(03).

       01  WS-CANT-PRIMAS        PIC 9(08) VALUE ZERO.
       01  WS-TOTAL-VIDA         PIC S9(14)V99 VALUE ZERO.
       01  WS-TOTAL-INCENDIO     PIC S9(14)V99 VALUE ZERO.
       01  WS-TOTAL-SUCURSAL     PIC S9(12)V99.
       01  WS-MONEDA-PESOS       PIC X(03) VALUE 'ARS'.
       01  WS-CONCEPTO-RENDICION PIC 9(03) VALUE 063.

       01  WS-VIDA-DISPLAY       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-INCENDIO-DISPLAY   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-DISPLAY      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna.
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'RENDIR-PRIMAS-SEGUROS'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- RENDICIÓN DE PRIMAS A LA ASEGURADORA ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           COMPUTE WS-PERIODO = WS-FECHA-HOY / 100.
           DISPLAY 'Primas anteriores al período: ' WS-PERIODO.
           CALL 'RESPALDAR-DATOS-BATCH'.
           PERFORM 100-MARCAR-PRIMAS.
           IF WS-CANT-PRIMAS = ZERO
               DISPLAY '--> NO HAY PRIMAS A RENDIR'
           ELSE
               PERFORM 300-CONTABILIZAR-RENDICION
               PERFORM 400-EMITIR-REPORTE
               MOVE WS-TOTAL-VIDA TO WS-VIDA-DISPLAY
               MOVE WS-TOTAL-INCENDIO TO WS-INCENDIO-DISPLAY
               DISPLAY '---- PRIMAS RENDIDAS: ' WS-CANT-PRIMAS
               DISPLAY '---- SEGURO DE VIDA: ' WS-VIDA-DISPLAY
               DISPLAY '---- SEGURO DE INCENDIO: '
                   WS-INCENDIO-DISPLAY
           END-IF.
           MOVE WS-CANT-PRIMAS TO CB-PROCESADOS.
           MOVE WS-CANT-PRIMAS TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

      *    Cada prima de un mes cerrado que sigue a rendir se suma
      *    a su sucursal y queda rendida con la fecha de proceso.
           100-MARCAR-PRIMAS SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS-CTA = '00'
                   MOVE 'S' TO WS-CUENTAS-ABIERTO
               END-IF.
               OPEN I-O ARCHIVO-PRIMAS.
               IF WS-FILE-STATUS-PRI NOT = '00'
                   DISPLAY '--> SIN PRIMAS REGISTRADAS'
                   SET FIN-ARCHIVO TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-PRIMAS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF PRIMA-A-RENDIR OF REGISTRO-PRIMA
                              AND SV-PERIODO OF REGISTRO-PRIMA
                                  < WS-PERIODO
                               PERFORM 110-RENDIR-PRIMA
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-PRI = '00'
                  OR WS-FILE-STATUS-PRI = '10'
                   CLOSE ARCHIVO-PRIMAS
               END-IF.
               IF WS-CUENTAS-ABIERTO = 'S'
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

           110-RENDIR-PRIMA SECTION.
               MOVE ZERO TO WS-SUCURSAL-BUSCADA.
               IF WS-CUENTAS-ABIERTO = 'S'
                   MOVE SV-CUENTA OF REGISTRO-PRIMA
                       TO CC-NUMERO-CUENTA OF RCC
                   READ ARCHIVO-CUENTAS
                       KEY IS CC-NUMERO-CUENTA OF RCC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CC-SUCURSAL OF RCC
                               TO WS-SUCURSAL-BUSCADA
                   END-READ
               END-IF.
               PERFORM 200-UBICAR-SUCURSAL.
               IF WS-IDX-SUC > ZERO
                   IF RAMO-VIDA OF REGISTRO-PRIMA
                       ADD SV-PRIMA OF REGISTRO-PRIMA
                           TO WS-SR-VIDA (WS-IDX-SUC)
                       ADD SV-PRIMA OF REGISTRO-PRIMA
                           TO WS-TOTAL-VIDA
                   ELSE
                       ADD SV-PRIMA OF REGISTRO-PRIMA
                           TO WS-SR-INCENDIO (WS-IDX-SUC)
                       ADD SV-PRIMA OF REGISTRO-PRIMA
                           TO WS-TOTAL-INCENDIO
                   END-IF
                   ADD 1 TO WS-SR-CANTIDAD (WS-IDX-SUC)
                   ADD 1 TO WS-CANT-PRIMAS
                   MOVE 'R' TO SV-ESTADO OF REGISTRO-PRIMA
                   MOVE WS-FECHA-HOY
                       TO SV-FECHA-RENDICION OF REGISTRO-PRIMA
                   REWRITE REGISTRO-PRIMA
               ELSE
                   DISPLAY '--> TABLA DE SUCURSALES LLENA: PRIMA '
                       'DEL PRÉSTAMO ' SV-PRESTAMO OF REGISTRO-PRIMA
                       ' QUEDA PARA LA PRÓXIMA CORRIDA'
               END-IF.

      *    Renglón de la sucursal en la tabla (lo agrega si es
      *    nueva); cero si la tabla está llena.
           200-UBICAR-SUCURSAL SECTION.
               MOVE ZERO TO WS-IDX-SUC.
               PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUC
                   OR WS-SR-SUCURSAL (WS-IDX-SUC)
                      = WS-SUCURSAL-BUSCADA
                   CONTINUE
               END-PERFORM.
               IF WS-IDX-SUC > WS-CANT-SUC
                   IF WS-CANT-SUC < 200
                       ADD 1 TO WS-CANT-SUC
                       MOVE WS-CANT-SUC TO WS-IDX-SUC
                       MOVE WS-SUCURSAL-BUSCADA
                           TO WS-SR-SUCURSAL (WS-IDX-SUC)
                       MOVE ZERO TO WS-SR-VIDA (WS-IDX-SUC)
                       MOVE ZERO TO WS-SR-INCENDIO (WS-IDX-SUC)
                       MOVE ZERO TO WS-SR-CANTIDAD (WS-IDX-SUC)
                   ELSE
                       MOVE ZERO TO WS-IDX-SUC
                   END-IF
               END-IF.

      *    Un asiento por sucursal: el pago a la aseguradora baja
      *    seguros a rendir contra bancos y corresponsales.
           300-CONTABILIZAR-RENDICION SECTION.
               PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUC
                   COMPUTE WS-TOTAL-SUCURSAL =
                       WS-SR-VIDA (WS-IDX-SUC)
                       + WS-SR-INCENDIO (WS-IDX-SUC)
                   IF WS-TOTAL-SUCURSAL > ZERO
                       CALL 'CONTABILIZAR-MOVIMIENTO' USING
                           WS-FECHA-HOY
                           WS-SR-SUCURSAL (WS-IDX-SUC)
                           WS-MONEDA-PESOS WS-CONCEPTO-RENDICION
                           'G' WS-TOTAL-SUCURSAL
                   END-IF
               END-PERFORM.

           400-EMITIR-REPORTE SECTION.
               MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE.
               STRING
                   "rendicion_primas_" DELIMITED BY SIZE
                   WS-PERIODO DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-REPORTE
               END-STRING.
               OPEN OUTPUT ARCHIVO-REPORTE.
               IF WS-FILE-STATUS-REP NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REPORTE'
               ELSE
                   MOVE SPACES TO LINEA-REPORTE
                   STRING
                       'RENDICION DE PRIMAS A LA ASEGURADORA '
                           DELIMITED BY SIZE
                       'FECHA ' DELIMITED BY SIZE
                       WS-FECHA-HOY DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   END-STRING
                   WRITE LINEA-REPORTE
                   PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                       UNTIL WS-IDX-SUC > WS-CANT-SUC
                       MOVE WS-SR-VIDA (WS-IDX-SUC)
                           TO WS-VIDA-DISPLAY
                       MOVE WS-SR-INCENDIO (WS-IDX-SUC)
                           TO WS-INCENDIO-DISPLAY
                       MOVE SPACES TO LINEA-REPORTE
                       STRING
                           'SUCURSAL ' DELIMITED BY SIZE
                           WS-SR-SUCURSAL (WS-IDX-SUC)
                               DELIMITED BY SIZE
                           ' PRIMAS ' DELIMITED BY SIZE
                           WS-SR-CANTIDAD (WS-IDX-SUC)
                               DELIMITED BY SIZE
                           ' VIDA' DELIMITED BY SIZE
                           WS-VIDA-DISPLAY DELIMITED BY SIZE
                           ' INCENDIO' DELIMITED BY SIZE
                           WS-INCENDIO-DISPLAY DELIMITED BY SIZE
                           INTO LINEA-REPORTE
                       END-STRING
                       WRITE LINEA-REPORTE
                   END-PERFORM
                   MOVE WS-TOTAL-VIDA TO WS-VIDA-DISPLAY
                   MOVE WS-TOTAL-INCENDIO TO WS-INCENDIO-DISPLAY
                   COMPUTE WS-TOTAL-SUCURSAL =
                       WS-TOTAL-VIDA + WS-TOTAL-INCENDIO
                   MOVE WS-TOTAL-SUCURSAL TO WS-TOTAL-DISPLAY
                   MOVE SPACES TO LINEA-REPORTE
                   STRING
                       'TOTAL VIDA' DELIMITED BY SIZE
                       WS-VIDA-DISPLAY DELIMITED BY SIZE
                       ' INCENDIO' DELIMITED BY SIZE
                       WS-INCENDIO-DISPLAY DELIMITED BY SIZE
                       ' A PAGAR' DELIMITED BY SIZE
                       WS-TOTAL-DISPLAY DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   END-STRING
                   WRITE LINEA-REPORTE
                   DISPLAY LINEA-REPORTE
                   CLOSE ARCHIVO-REPORTE
                   MOVE NOMBRE-ARCHIVO-REPORTE TO WS-ARCHIVO-CATALOGO
                   CALL 'REGISTRAR-REPORTE' USING
                       WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                       WS-SUCURSAL-CATALOGO
                   DISPLAY '---> REPORTE EMITIDO EN '
                       NOMBRE-ARCHIVO-REPORTE
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
