       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMITIR-BILLETES-FALSOS.
       AUTHOR. MARCOS MUÑOZ.

      * Remisión al BCRA de los billetes falsos retenidos en las
      * ventanillas (billetes_falsos.dat, que graba CAJA con el
      * acta de retención). Lista los que siguen retenidos en la
      * sucursal y arma la remisión periódica en
      * remision_bcra_billetes_<fecha>.txt: cabecera con la fecha
      * y la sucursal, un renglón por billete (acta, fecha de
      * retención, moneda, valor, serie y DNI del portador) y un
      * renglón de cierre con la cantidad y el valor nominal por
      * moneda. Los billetes remitidos quedan marcados con la
      * fecha de la remisión para que no vuelvan a salir, y la
      * remisión queda en el diario de auditoría.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-BILLETES-FALSOS
               ASSIGN TO 'billetes_falsos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BF-CLAVE OF REGISTRO-BILLETE-FALSO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-REMISION
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REMISION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-REM.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-BILLETES-FALSOS.
           01 REGISTRO-BILLETE-FALSO.
               COPY "billetefalso.cpy".

      *    Formato de la remisión: tipo de renglón 1 (cabecera),
      *    2 (billete) o 9 (cierre), campos de largo fijo.
       FD  ARCHIVO-REMISION
           RECORD CONTAINS 80 CHARACTERS.
           01  LINEA-REMISION         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REM    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-REMISION PIC X(100).

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

       01  WS-OPCION             PIC 9(01).
       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-SUCURSAL           PIC 9(03).
       01  WS-CONFIRMA           PIC X VALUE 'N'.
       01  WS-CANT-LISTADOS      PIC 9(06) VALUE ZERO.
       01  WS-CANT-REMITIDOS     PIC 9(06) VALUE ZERO.

      *    Valor nominal remitido por moneda, para el cierre.
       01  WS-TOTAL-ARS          PIC 9(12) VALUE ZERO.
       01  WS-TOTAL-USD          PIC 9(12) VALUE ZERO.

       01  WS-RENGLON-CABECERA.
           05 FILLER             PIC X(01) VALUE '1'.
           05 RC-FECHA           PIC 9(08).
           05 RC-SUCURSAL        PIC 9(03).
           05 FILLER             PIC X(68) VALUE SPACES.
       01  WS-RENGLON-BILLETE.
           05 FILLER             PIC X(01) VALUE '2'.
           05 RB-SUCURSAL        PIC 9(03).
           05 RB-ACTA            PIC 9(06).
           05 RB-ORDEN           PIC 9(02).
           05 RB-FECHA           PIC 9(08).
           05 RB-MONEDA          PIC X(03).
           05 RB-DENOMINACION    PIC 9(05).
           05 RB-SERIE           PIC X(12).
           05 RB-DNI             PIC 9(08).
           05 RB-CUENTA          PIC 9(08).
           05 FILLER             PIC X(24) VALUE SPACES.
       01  WS-RENGLON-CIERRE.
           05 FILLER             PIC X(01) VALUE '9'.
           05 RR-CANTIDAD        PIC 9(06).
           05 RR-TOTAL-ARS       PIC 9(12).
           05 RR-TOTAL-USD       PIC 9(12).
           05 FILLER             PIC X(49) VALUE SPACES.

       01  WS-CUENTA-AUDITORIA   PIC 9(08) VALUE ZERO.
       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.
       01  WS-ACCION-AUDITORIA   PIC X(12) VALUE 'REMISION-BF'.
       01  WS-MOTIVO-AUDITORIA   PIC X(40).

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión, que firma la
      *    remisión.
       01  LK-OPERADOR           PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- BILLETES FALSOS RETENIDOS ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           DISPLAY '1 - Listar billetes retenidos'.
           DISPLAY '2 - Remitir al BCRA'.
           DISPLAY 'Opción: ' WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           IF WS-OPCION NOT = 1 AND WS-OPCION NOT = 2
               DISPLAY '--> OPCIÓN INVÁLIDA'
               PERFORM 900-FINALIZAR-PROGRAMA
           END-IF.
           DISPLAY 'Sucursal (0 = todas): ' WITH NO ADVANCING.
           ACCEPT WS-SUCURSAL.
           EVALUATE WS-OPCION
               WHEN 1 PERFORM 100-LISTAR-RETENIDOS
               WHEN 2 PERFORM 200-REMITIR
           END-EVALUATE.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-LISTAR-RETENIDOS SECTION.
               OPEN INPUT ARCHIVO-BILLETES-FALSOS.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY '--> NO HAY BILLETES RETENIDOS'
               ELSE
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-BILLETES-FALSOS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF BILLETE-RETENIDO
                                  OF REGISTRO-BILLETE-FALSO
                                  AND (WS-SUCURSAL = ZERO
                                   OR BF-SUCURSAL
                                      OF REGISTRO-BILLETE-FALSO
                                      = WS-SUCURSAL)
                                   ADD 1 TO WS-CANT-LISTADOS
                                   PERFORM 110-MOSTRAR-BILLETE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-BILLETES-FALSOS
                   DISPLAY '---- BILLETES RETENIDOS: '
                       WS-CANT-LISTADOS
               END-IF.

           110-MOSTRAR-BILLETE SECTION.
               DISPLAY 'ACTA ' BF-ACTA OF REGISTRO-BILLETE-FALSO
                   '/' BF-ORDEN OF REGISTRO-BILLETE-FALSO
                   ' SUC ' BF-SUCURSAL OF REGISTRO-BILLETE-FALSO
                   ' ' BF-FECHA OF REGISTRO-BILLETE-FALSO
                   ' ' BF-MONEDA OF REGISTRO-BILLETE-FALSO
                   ' ' BF-DENOMINACION OF REGISTRO-BILLETE-FALSO
                   ' SERIE ' BF-SERIE OF REGISTRO-BILLETE-FALSO.
               DISPLAY '    CTA ' BF-CUENTA OF REGISTRO-BILLETE-FALSO
                   ' DNI ' BF-DNI-PORTADOR OF REGISTRO-BILLETE-FALSO
                   ' CAJERO ' BF-OPERADOR OF REGISTRO-BILLETE-FALSO.

      *    La remisión toma todo lo retenido (de la sucursal o de
      *    todas) y lo marca remitido a medida que lo escribe.
           200-REMITIR SECTION.
               DISPLAY '¿Confirma la remisión al BCRA? (S/N): '
                   WITH NO ADVANCING.
               ACCEPT WS-CONFIRMA.
               IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
                   DISPLAY '--> OPERACIÓN CANCELADA'
               ELSE
                   OPEN I-O ARCHIVO-BILLETES-FALSOS
                   IF WS-FILE-STATUS NOT = '00'
                       DISPLAY '--> NO HAY BILLETES RETENIDOS'
                   ELSE
                       PERFORM 210-ARMAR-REMISION
                       CLOSE ARCHIVO-BILLETES-FALSOS
                   END-IF
               END-IF.

           210-ARMAR-REMISION SECTION.
               MOVE SPACES TO NOMBRE-ARCHIVO-REMISION.
               STRING
                   "remision_bcra_billetes_" DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-REMISION
               END-STRING.
               OPEN OUTPUT ARCHIVO-REMISION.
               IF WS-FILE-STATUS-REM NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REMISIÓN'
               ELSE
                   MOVE WS-FECHA-HOY TO RC-FECHA
                   MOVE WS-SUCURSAL TO RC-SUCURSAL
                   WRITE LINEA-REMISION FROM WS-RENGLON-CABECERA
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-BILLETES-FALSOS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF BILLETE-RETENIDO
                                  OF REGISTRO-BILLETE-FALSO
                                  AND (WS-SUCURSAL = ZERO
                                   OR BF-SUCURSAL
                                      OF REGISTRO-BILLETE-FALSO
                                      = WS-SUCURSAL)
                                   PERFORM 220-REMITIR-BILLETE
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE WS-CANT-REMITIDOS TO RR-CANTIDAD
                   MOVE WS-TOTAL-ARS TO RR-TOTAL-ARS
                   MOVE WS-TOTAL-USD TO RR-TOTAL-USD
                   WRITE LINEA-REMISION FROM WS-RENGLON-CIERRE
                   CLOSE ARCHIVO-REMISION
                   DISPLAY '---- BILLETES REMITIDOS: '
                       WS-CANT-REMITIDOS
                   DISPLAY '---- ARCHIVO: ' NOMBRE-ARCHIVO-REMISION
                   MOVE SPACES TO WS-MOTIVO-AUDITORIA
                   STRING
                       'REMISION BCRA SUC ' DELIMITED BY SIZE
                       WS-SUCURSAL DELIMITED BY SIZE
                       ' BILLETES ' DELIMITED BY SIZE
                       WS-CANT-REMITIDOS DELIMITED BY SIZE
                       INTO WS-MOTIVO-AUDITORIA
                   END-STRING
                   CALL 'REGISTRAR-AUDITORIA' USING
                       WS-ACCION-AUDITORIA WS-CUENTA-AUDITORIA
                       LK-OPERADOR WS-SIN-AUTORIZANTE
                       WS-MOTIVO-AUDITORIA
               END-IF.

           220-REMITIR-BILLETE SECTION.
               MOVE BF-SUCURSAL OF REGISTRO-BILLETE-FALSO
                   TO RB-SUCURSAL.
               MOVE BF-ACTA OF REGISTRO-BILLETE-FALSO TO RB-ACTA.
               MOVE BF-ORDEN OF REGISTRO-BILLETE-FALSO TO RB-ORDEN.
               MOVE BF-FECHA OF REGISTRO-BILLETE-FALSO TO RB-FECHA.
               MOVE BF-MONEDA OF REGISTRO-BILLETE-FALSO TO RB-MONEDA.
               MOVE BF-DENOMINACION OF REGISTRO-BILLETE-FALSO
                   TO RB-DENOMINACION.
               MOVE BF-SERIE OF REGISTRO-BILLETE-FALSO TO RB-SERIE.
               MOVE BF-DNI-PORTADOR OF REGISTRO-BILLETE-FALSO
                   TO RB-DNI.
               MOVE BF-CUENTA OF REGISTRO-BILLETE-FALSO TO RB-CUENTA.
               WRITE LINEA-REMISION FROM WS-RENGLON-BILLETE.

               MOVE 'E' TO BF-ESTADO OF REGISTRO-BILLETE-FALSO.
               MOVE WS-FECHA-HOY
                   TO BF-FECHA-REMISION OF REGISTRO-BILLETE-FALSO.
               REWRITE REGISTRO-BILLETE-FALSO.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL MARCAR REMITIDO EL BILLETE '
                       BF-SERIE OF REGISTRO-BILLETE-FALSO
               END-IF.
               ADD 1 TO WS-CANT-REMITIDOS.
               IF BF-MONEDA OF REGISTRO-BILLETE-FALSO = 'USD'
                   ADD BF-DENOMINACION OF REGISTRO-BILLETE-FALSO
                       TO WS-TOTAL-USD
               ELSE
                   ADD BF-DENOMINACION OF REGISTRO-BILLETE-FALSO
                       TO WS-TOTAL-ARS
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
