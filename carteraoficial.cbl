       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-CARTERA-OFICIAL.
       AUTHOR. MARCOS MUÑOZ.

      * Cartera de cada oficial de cuenta: por cada operador con
      * clientes asignados (CLI-OFICIAL) lista sus clientes con la
      * cantidad de cuentas abiertas y el saldo total en pesos, los
      * préstamos en mora, los plazos fijos y documentos del legajo
      * que vencen dentro de PA-DIAS-VISTA-CARTERA días (o ya
      * vencidos, los documentos) y los reclamos abiertos, con el
      * total del oficial. Los clientes asignados a un código que
      * ya no está en operadores.dat salen al final, para que se
      * reasignen. Se leen una sola vez cuentas, préstamos, plazos
      * fijos y reclamos; lo de cada uno se imputa al titular de
      * la cuenta.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CLIENTES ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DNI OF REGISTRO-CLIENTE
               FILE STATUS IS WS-FILE-STATUS-CLI.

           SELECT ARCHIVO-OPERADORES ASSIGN TO 'operadores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO OF REGISTRO-OPERADOR
               FILE STATUS IS WS-FILE-STATUS-OPE.

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

           SELECT ARCHIVO-PLAZOS ASSIGN TO 'plazofijo.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-NUMERO OF REGISTRO-PLAZO
               FILE STATUS IS WS-FILE-STATUS-PF.

           SELECT ARCHIVO-RECLAMOS ASSIGN TO 'reclamos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NUMERO OF REGISTRO-RECLAMO
               FILE STATUS IS WS-FILE-STATUS-REC.

           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PARAM.

           SELECT ARCHIVO-REPORTE
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-REP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CLIENTES.
           01 REGISTRO-CLIENTE.
               COPY "cliente.cpy".

       FD  ARCHIVO-OPERADORES.
           01 REGISTRO-OPERADOR.
               COPY "operador.cpy".

       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-PRESTAMOS.
           01 REGISTRO-PRESTAMO.
               COPY "prestamo.cpy".

       FD  ARCHIVO-PLAZOS.
           01 REGISTRO-PLAZO.
               COPY "plazofijo.cpy".

       FD  ARCHIVO-RECLAMOS.
           01 REGISTRO-RECLAMO.
               COPY "reclamo.cpy".

       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       FD  ARCHIVO-REPORTE
           RECORD CONTAINS 120 CHARACTERS.
           01  LINEA-REPORTE          PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CLI    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-OPE    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PRE    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PF     PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REC    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM  PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REP    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-REPORTE PIC X(100).

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-DIAS-VISTA         PIC 9(03) VALUE 30.
       01  WS-FECHA-LIMITE       PIC 9(08).

       01  WS-LADO-COMPRA        PIC X(01) VALUE 'C'.
       01  WS-TASA               PIC 9(06)V9999.
       01  WS-VALOR-UVA          PIC 9(06)V9999 VALUE ZERO.
       01  WS-SALDO-PESOS        PIC S9(14)V99.

      *    Clientes con oficial asignado y lo que se les acumula.
       01  WS-CANT-CARTERA       PIC 9(04) VALUE ZERO.
       01  WS-TABLA-CARTERA.
           05 WS-CARTERA OCCURS 3000 TIMES.
              10 WS-CA-OFICIAL      PIC X(08).
              10 WS-CA-DNI          PIC 9(08).
              10 WS-CA-NOMBRE       PIC X(30).
              10 WS-CA-CUENTAS      PIC 9(03).
              10 WS-CA-SALDO        PIC S9(14)V99.
              10 WS-CA-MORA         PIC 9(03).
              10 WS-CA-PLAZOS       PIC 9(03).
              10 WS-CA-MONTO-PF     PIC S9(14)V99.
              10 WS-CA-DOCUMENTOS   PIC 9(01).
              10 WS-CA-RECLAMOS     PIC 9(03).
              10 WS-CA-LISTADO      PIC X(01).
       01  WS-IDX                PIC 9(04).
       01  WS-IDX-CARTERA        PIC 9(04).
       01  WS-IDX-DOCUMENTO      PIC 9(01).
       01  WS-DNI-TITULAR        PIC 9(08).
       01  WS-TABLA-COMPLETA     PIC X(01) VALUE 'N'.
           88 TABLA-COMPLETA     VALUE 'S'.

      *    Totales del oficial que se está listando.
       01  WS-OFICIAL-ACTUAL     PIC X(08).
       01  WS-NOMBRE-OFICIAL     PIC X(30).
       01  WS-OF-CLIENTES        PIC 9(04).
       01  WS-OF-SALDO           PIC S9(14)V99.
       01  WS-OF-MORA            PIC 9(04).
       01  WS-OF-PLAZOS          PIC 9(04).
       01  WS-OF-DOCUMENTOS      PIC 9(04).
       01  WS-OF-RECLAMOS        PIC 9(04).

       01  WS-SALDO-DISPLAY      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PF-DISPLAY         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CANT-DISPLAY       PIC ZZ9.
       01  WS-CANT-MORA-DISPLAY  PIC ZZ9.
       01  WS-CANT-PF-DISPLAY    PIC ZZ9.
       01  WS-CANT-REC-DISPLAY   PIC ZZ9.

       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

       01  WS-CANT-OFICIALES     PIC 9(04) VALUE ZERO.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'REPORTE-CARTERA-OFICIAL'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- CARTERA DE LOS OFICIALES DE CUENTA ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 050-LEER-PARAMETROS.
           MOVE WS-FECHA-HOY TO WS-FECHA-LIMITE.
           CALL 'SUMAR-DIAS-FECHA' USING WS-FECHA-LIMITE WS-DIAS-VISTA.
           CALL 'OBTENER-VALOR-UVA' USING WS-FECHA-HOY WS-VALOR-UVA.
           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE.
           STRING
               "cartera_oficiales_" DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-REPORTE
           END-STRING.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-FILE-STATUS-REP NOT = '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REPORTE'
               MOVE 8 TO RETURN-CODE
               PERFORM 900-FINALIZAR-PROGRAMA
           END-IF.
           PERFORM 100-CARGAR-CARTERA.
           OPEN INPUT ARCHIVO-CUENTAS.
           IF WS-FILE-STATUS-CTA = '00'
               PERFORM 200-ACUMULAR-CUENTAS
               PERFORM 300-ACUMULAR-MORA
               PERFORM 400-ACUMULAR-PLAZOS
               PERFORM 500-ACUMULAR-RECLAMOS
               CLOSE ARCHIVO-CUENTAS
           END-IF.
           PERFORM 600-ESCRIBIR-ENCABEZADO.
           PERFORM 700-LISTAR-OFICIALES.
           PERFORM 800-LISTAR-SIN-OFICIAL.
           CLOSE ARCHIVO-REPORTE.
           MOVE NOMBRE-ARCHIVO-REPORTE TO WS-ARCHIVO-CATALOGO.
           CALL 'REGISTRAR-REPORTE' USING
               WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
               WS-SUCURSAL-CATALOGO.
           DISPLAY '---> REPORTE EN ' NOMBRE-ARCHIVO-REPORTE.
           DISPLAY '---- CLIENTES CON OFICIAL: ' WS-CANT-CARTERA.
           DISPLAY '---- OFICIALES LISTADOS: ' WS-CANT-OFICIALES.
           MOVE WS-CANT-CARTERA TO CB-PROCESADOS.
           MOVE WS-CANT-OFICIALES TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           050-LEER-PARAMETROS SECTION.
               OPEN INPUT ARCHIVO-PARAMETROS.
               IF WS-FILE-STATUS-PARAM = '00'
                   READ ARCHIVO-PARAMETROS
                   END-READ
                   IF PA-DIAS-VISTA-CARTERA NUMERIC
                      AND PA-DIAS-VISTA-CARTERA NOT = ZERO
                       MOVE PA-DIAS-VISTA-CARTERA TO WS-DIAS-VISTA
                   END-IF
                   CLOSE ARCHIVO-PARAMETROS
               END-IF.

      *    Los documentos se miran acá, del propio legajo del
      *    cliente.
           100-CARGAR-CARTERA SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-CLIENTES.
               IF WS-FILE-STATUS-CLI NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CLIENTES'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-CLIENTES NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF CLI-OFICIAL OF REGISTRO-CLIENTE
                                  NOT = SPACES
                                  AND NOT CLIENTE-DE-BAJA
                                      OF REGISTRO-CLIENTE
                                   PERFORM 110-AGREGAR-CLIENTE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CLIENTES
               END-IF.

           110-AGREGAR-CLIENTE SECTION.
               IF WS-CANT-CARTERA >= 3000
                   MOVE 'S' TO WS-TABLA-COMPLETA
               ELSE
                   ADD 1 TO WS-CANT-CARTERA
                   MOVE WS-CANT-CARTERA TO WS-IDX
                   INITIALIZE WS-CARTERA (WS-IDX)
                   MOVE CLI-OFICIAL OF REGISTRO-CLIENTE
                       TO WS-CA-OFICIAL (WS-IDX)
                   MOVE CLI-DNI OF REGISTRO-CLIENTE
                       TO WS-CA-DNI (WS-IDX)
                   MOVE CLI-NOMBRE OF REGISTRO-CLIENTE
                       TO WS-CA-NOMBRE (WS-IDX)
                   MOVE 'N' TO WS-CA-LISTADO (WS-IDX)
                   PERFORM VARYING WS-IDX-DOCUMENTO FROM 1 BY 1
                       UNTIL WS-IDX-DOCUMENTO
                           > CLI-CANT-DOCUMENTOS OF REGISTRO-CLIENTE
                       IF CLI-DOC-VENCIMIENTO OF REGISTRO-CLIENTE
                          (WS-IDX-DOCUMENTO) NOT = ZERO
                          AND CLI-DOC-VENCIMIENTO OF REGISTRO-CLIENTE
                              (WS-IDX-DOCUMENTO) <= WS-FECHA-LIMITE
                           ADD 1 TO WS-CA-DOCUMENTOS (WS-IDX)
                       END-IF
                   END-PERFORM
               END-IF.

      *    Deja en WS-IDX-CARTERA el renglón del DNI en
      *    WS-DNI-TITULAR (cero si el titular no tiene oficial).
           150-BUSCAR-EN-CARTERA SECTION.
               MOVE ZERO TO WS-IDX-CARTERA.
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-CARTERA
                      OR WS-IDX-CARTERA NOT = ZERO
                   IF WS-CA-DNI (WS-IDX) = WS-DNI-TITULAR
                       MOVE WS-IDX TO WS-IDX-CARTERA
                   END-IF
               END-PERFORM.

      *    Titular de la cuenta en WS-DNI-TITULAR, leyendo
      *    cuentas.dat por clave (cero si la cuenta no está).
           160-TITULAR-DE-CUENTA SECTION.
               MOVE ZERO TO WS-DNI-TITULAR.
               READ ARCHIVO-CUENTAS
                   KEY IS CC-NUMERO-CUENTA OF RCC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CC-DNI-TITULAR OF RCC TO WS-DNI-TITULAR
               END-READ.

           200-ACUMULAR-CUENTAS SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CUENTAS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF NOT CUENTA-CERRADA OF RCC
                               MOVE CC-DNI-TITULAR OF RCC
                                   TO WS-DNI-TITULAR
                               PERFORM 150-BUSCAR-EN-CARTERA
                               IF WS-IDX-CARTERA NOT = ZERO
                                   PERFORM 210-SUMAR-CUENTA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

           210-SUMAR-CUENTA SECTION.
               ADD 1 TO WS-CA-CUENTAS (WS-IDX-CARTERA).
               MOVE CC-SALDO OF RCC TO WS-SALDO-PESOS.
               EVALUATE TRUE
                   WHEN MONEDA-PESOS OF RCC
                       CONTINUE
                   WHEN MONEDA-UVA OF RCC
                       COMPUTE WS-SALDO-PESOS ROUNDED =
                           CC-SALDO OF RCC * WS-VALOR-UVA
                   WHEN OTHER
                       CALL 'OBTENER-COTIZACION' USING WS-FECHA-HOY
                           CC-MONEDA OF RCC WS-LADO-COMPRA WS-TASA
                       COMPUTE WS-SALDO-PESOS ROUNDED =
                           CC-SALDO OF RCC * WS-TASA
               END-EVALUATE.
               ADD WS-SALDO-PESOS TO WS-CA-SALDO (WS-IDX-CARTERA).

           300-ACUMULAR-MORA SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-PRESTAMOS.
               IF WS-FILE-STATUS-PRE = '00'
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-PRESTAMOS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF PRESTAMO-VIGENTE OF REGISTRO-PRESTAMO
                                  AND PRESTAMO-EN-MORA
                                      OF REGISTRO-PRESTAMO
                                   MOVE PR-CUENTA OF REGISTRO-PRESTAMO
                                       TO CC-NUMERO-CUENTA OF RCC
                                   PERFORM 160-TITULAR-DE-CUENTA
                                   PERFORM 150-BUSCAR-EN-CARTERA
                                   IF WS-IDX-CARTERA NOT = ZERO
                                       ADD 1 TO
                                           WS-CA-MORA (WS-IDX-CARTERA)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF.

           400-ACUMULAR-PLAZOS SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-PLAZOS.
               IF WS-FILE-STATUS-PF = '00'
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-PLAZOS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF PF-VIGENTE OF REGISTRO-PLAZO
                                  AND PF-FECHA-VENCIMIENTO
                                      OF REGISTRO-PLAZO
                                      <= WS-FECHA-LIMITE
                                   PERFORM 410-SUMAR-PLAZO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-PLAZOS
               END-IF.

           410-SUMAR-PLAZO SECTION.
               MOVE PF-CUENTA-ORIGEN OF REGISTRO-PLAZO
                   TO CC-NUMERO-CUENTA OF RCC.
               PERFORM 160-TITULAR-DE-CUENTA.
               PERFORM 150-BUSCAR-EN-CARTERA.
               IF WS-IDX-CARTERA NOT = ZERO
                   ADD 1 TO WS-CA-PLAZOS (WS-IDX-CARTERA)
                   ADD PF-CAPITAL OF REGISTRO-PLAZO
                       TO WS-CA-MONTO-PF (WS-IDX-CARTERA)
               END-IF.

           500-ACUMULAR-RECLAMOS SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-RECLAMOS.
               IF WS-FILE-STATUS-REC = '00'
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-RECLAMOS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF RECLAMO-ABIERTO OF REGISTRO-RECLAMO
                                   MOVE REC-CUENTA OF REGISTRO-RECLAMO
                                       TO CC-NUMERO-CUENTA OF RCC
                                   PERFORM 160-TITULAR-DE-CUENTA
                                   PERFORM 150-BUSCAR-EN-CARTERA
                                   IF WS-IDX-CARTERA NOT = ZERO
                                       ADD 1 TO WS-CA-RECLAMOS
                                           (WS-IDX-CARTERA)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-RECLAMOS
               END-IF.

           600-ESCRIBIR-ENCABEZADO SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "CARTERA DE LOS OFICIALES DE CUENTA AL "
                   DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   " - VENCIMIENTOS HASTA EL " DELIMITED BY SIZE
                   WS-FECHA-LIMITE DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               IF TABLA-COMPLETA
                   MOVE "ATENCION: TABLA DE CARTERA COMPLETA, HAY CLIENT
      -                 "ES QUE NO SE LISTAN" TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF.

      *    Operadores en el orden de su código; sólo los que tienen
      *    clientes asignados.
           700-LISTAR-OFICIALES SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-OPERADORES.
               IF WS-FILE-STATUS-OPE = '00'
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-OPERADORES NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               MOVE OP-CODIGO OF REGISTRO-OPERADOR
                                   TO WS-OFICIAL-ACTUAL
                               MOVE OP-NOMBRE OF REGISTRO-OPERADOR
                                   TO WS-NOMBRE-OFICIAL
                               PERFORM 710-LISTAR-UN-OFICIAL
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-OPERADORES
               END-IF.

           710-LISTAR-UN-OFICIAL SECTION.
               MOVE ZERO TO WS-OF-CLIENTES WS-OF-SALDO WS-OF-MORA
                   WS-OF-PLAZOS WS-OF-DOCUMENTOS WS-OF-RECLAMOS.
               PERFORM VARYING WS-IDX-CARTERA FROM 1 BY 1
                   UNTIL WS-IDX-CARTERA > WS-CANT-CARTERA
                   IF WS-CA-OFICIAL (WS-IDX-CARTERA)
                      = WS-OFICIAL-ACTUAL
                       IF WS-OF-CLIENTES = ZERO
                           PERFORM 720-TITULO-OFICIAL
                       END-IF
                       PERFORM 730-ESCRIBIR-CLIENTE
                   END-IF
               END-PERFORM.
               IF WS-OF-CLIENTES NOT = ZERO
                   ADD 1 TO WS-CANT-OFICIALES
                   PERFORM 740-TOTAL-OFICIAL
               END-IF.

           720-TITULO-OFICIAL SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "OFICIAL " DELIMITED BY SIZE
                   WS-OFICIAL-ACTUAL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NOMBRE-OFICIAL DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "DNI      NOMBRE                         CTAS"
                   DELIMITED BY SIZE
                   "          SALDO ($) MORA  PF     PF A VENCER ($)"
                   DELIMITED BY SIZE
                   " DOC RECL" DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.

           730-ESCRIBIR-CLIENTE SECTION.
               MOVE 'S' TO WS-CA-LISTADO (WS-IDX-CARTERA).
               ADD 1 TO WS-OF-CLIENTES.
               ADD WS-CA-SALDO (WS-IDX-CARTERA) TO WS-OF-SALDO.
               ADD WS-CA-MORA (WS-IDX-CARTERA) TO WS-OF-MORA.
               ADD WS-CA-PLAZOS (WS-IDX-CARTERA) TO WS-OF-PLAZOS.
               ADD WS-CA-DOCUMENTOS (WS-IDX-CARTERA)
                   TO WS-OF-DOCUMENTOS.
               ADD WS-CA-RECLAMOS (WS-IDX-CARTERA) TO WS-OF-RECLAMOS.
               MOVE WS-CA-CUENTAS (WS-IDX-CARTERA) TO WS-CANT-DISPLAY.
               MOVE WS-CA-SALDO (WS-IDX-CARTERA) TO WS-SALDO-DISPLAY.
               MOVE WS-CA-MORA (WS-IDX-CARTERA)
                   TO WS-CANT-MORA-DISPLAY.
               MOVE WS-CA-PLAZOS (WS-IDX-CARTERA)
                   TO WS-CANT-PF-DISPLAY.
               MOVE WS-CA-MONTO-PF (WS-IDX-CARTERA) TO WS-PF-DISPLAY.
               MOVE WS-CA-RECLAMOS (WS-IDX-CARTERA)
                   TO WS-CANT-REC-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   WS-CA-DNI (WS-IDX-CARTERA) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CA-NOMBRE (WS-IDX-CARTERA) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CANT-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SALDO-DISPLAY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CANT-MORA-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CANT-PF-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PF-DISPLAY DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-CA-DOCUMENTOS (WS-IDX-CARTERA) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CANT-REC-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.

           740-TOTAL-OFICIAL SECTION.
               MOVE WS-OF-SALDO TO WS-SALDO-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "TOTAL OFICIAL - CLIENTES: " DELIMITED BY SIZE
                   WS-OF-CLIENTES DELIMITED BY SIZE
                   "  SALDO: " DELIMITED BY SIZE
                   WS-SALDO-DISPLAY DELIMITED BY SIZE
                   "  EN MORA: " DELIMITED BY SIZE
                   WS-OF-MORA DELIMITED BY SIZE
                   "  PF: " DELIMITED BY SIZE
                   WS-OF-PLAZOS DELIMITED BY SIZE
                   "  DOC: " DELIMITED BY SIZE
                   WS-OF-DOCUMENTOS DELIMITED BY SIZE
                   "  RECL: " DELIMITED BY SIZE
                   WS-OF-RECLAMOS DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.

      *    Clientes cuyo oficial ya no figura en operadores.dat.
           800-LISTAR-SIN-OFICIAL SECTION.
               MOVE ZERO TO WS-OF-CLIENTES WS-OF-SALDO WS-OF-MORA
                   WS-OF-PLAZOS WS-OF-DOCUMENTOS WS-OF-RECLAMOS.
               MOVE SPACES TO WS-OFICIAL-ACTUAL.
               MOVE 'NO REGISTRADO: REASIGNAR' TO WS-NOMBRE-OFICIAL.
               PERFORM VARYING WS-IDX-CARTERA FROM 1 BY 1
                   UNTIL WS-IDX-CARTERA > WS-CANT-CARTERA
                   IF WS-CA-LISTADO (WS-IDX-CARTERA) = 'N'
                       IF WS-OF-CLIENTES = ZERO
                           PERFORM 720-TITULO-OFICIAL
                       END-IF
                       PERFORM 730-ESCRIBIR-CLIENTE
                   END-IF
               END-PERFORM.
               IF WS-OF-CLIENTES NOT = ZERO
                   PERFORM 740-TOTAL-OFICIAL
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
