       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-CONCENTRACION.
       AUTHOR. MARCOS MUÑOZ.

      * Reporte mensual de concentración del crédito contra los
      * topes del Banco Central: recorre el maestro de clientes,
      * calcula la exposición de cada uno con
      * CALCULAR-EXPOSICION-CREDITICIA y la acumula por grupo
      * económico (los clientes sin grupo cuentan como deudor
      * individual). Lista los diez mayores deudores y todos los
      * que exceden el tope por grupo, y aparte cada parte
      * vinculada al banco (directores, personal, accionistas)
      * contra el tope individual de vinculados y el total de los
      * vinculados contra el tope global. Los topes son
      * porcentajes de la responsabilidad patrimonial computable
      * de parametros.dat; sin ella cargada el reporte lista las
      * exposiciones pero no puede medir los excesos, y lo dice.
      * Lo corre el proceso nocturno el último día del mes.
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

           SELECT ARCHIVO-GRUPOS ASSIGN TO 'grupos_economicos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GE-CODIGO OF REGISTRO-GRUPO
               FILE STATUS IS WS-FILE-STATUS-GRU.

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

       FD  ARCHIVO-GRUPOS.
           01 REGISTRO-GRUPO.
               COPY "grupoeconomico.cpy".

       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       FD  ARCHIVO-REPORTE
           RECORD CONTAINS 120 CHARACTERS.
           01  LINEA-REPORTE          PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CLI    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-GRU    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM  PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REP    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-REPORTE PIC X(100).

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-GRUPOS-ABIERTO     PIC X(01) VALUE 'N'.
           88 GRUPOS-ABIERTO     VALUE 'S'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-PERIODO            PIC 9(06).

      *    Responsabilidad patrimonial y topes (porcentajes sobre
      *    ella).
       01  WS-CAPITAL            PIC S9(14)V99 VALUE ZERO.
       01  WS-CAPITAL-CARGADO    PIC X(01) VALUE 'N'.
           88 CAPITAL-CARGADO    VALUE 'S'.
       01  WS-PORC-TOPE-GRUPO    PIC V9(04) VALUE 0.1500.
       01  WS-PORC-TOPE-VINC     PIC V9(04) VALUE 0.0500.
       01  WS-PORC-TOPE-VINC-TOT PIC V9(04) VALUE 0.2000.
       01  WS-TOPE-GRUPO         PIC S9(14)V99 VALUE ZERO.
       01  WS-TOPE-VINC          PIC S9(14)V99 VALUE ZERO.
       01  WS-TOPE-VINC-TOT      PIC S9(14)V99 VALUE ZERO.

       01  WS-EXPOSICION.
           COPY "exposicion.cpy".

      *    Deudores a efectos de los topes: un renglón por grupo
      *    económico ('G', con el código de grupo) o por cliente sin
      *    grupo ('C', con el DNI).
       01  WS-CANT-DEUDORES      PIC 9(04) VALUE ZERO.
       01  WS-TABLA-DEUDORES.
           05 WS-DEUDOR OCCURS 2000 TIMES.
              10 WS-DE-TIPO         PIC X(01).
              10 WS-DE-CODIGO       PIC 9(08).
              10 WS-DE-NOMBRE       PIC X(30).
              10 WS-DE-INTEGRANTES  PIC 9(04).
              10 WS-DE-EXPOSICION   PIC S9(14)V99.
              10 WS-DE-LISTADO      PIC X(01).
       01  WS-IDX                PIC 9(04).
       01  WS-IDX-DEUDOR         PIC 9(04).
       01  WS-IDX-MAYOR          PIC 9(04).
       01  WS-PUESTO             PIC 9(02).
       01  WS-TABLA-COMPLETA     PIC X(01) VALUE 'N'.
           88 TABLA-COMPLETA     VALUE 'S'.

      *    Partes vinculadas con exposición.
       01  WS-CANT-VINCULADOS    PIC 9(04) VALUE ZERO.
       01  WS-TABLA-VINCULADOS.
           05 WS-VINCULADO OCCURS 500 TIMES.
              10 WS-VI-DNI          PIC 9(08).
              10 WS-VI-NOMBRE       PIC X(30).
              10 WS-VI-TIPO         PIC X(01).
              10 WS-VI-EXPOSICION   PIC S9(14)V99.
       01  WS-TOTAL-VINCULADOS   PIC S9(14)V99 VALUE ZERO.

       01  WS-MONTO-RENGLON      PIC S9(14)V99.
       01  WS-TOPE-RENGLON       PIC S9(14)V99.
       01  WS-PORC-CAPITAL       PIC S9(05)V99.
       01  WS-SITUACION          PIC X(16).

       01  WS-CODIGO-DISPLAY     PIC 9(08).
       01  WS-CANT-DISPLAY       PIC ZZZ9.
       01  WS-EXPOSICION-DISPLAY PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PORC-DISPLAY       PIC -ZZZZ9.99.

       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

       01  WS-CANT-CLIENTES      PIC 9(08) VALUE ZERO.
       01  WS-CANT-EXCESOS       PIC 9(06) VALUE ZERO.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'REPORTE-CONCENTRACION'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- CONCENTRACIÓN DEL CRÉDITO ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           DIVIDE WS-FECHA-HOY BY 100 GIVING WS-PERIODO.
           PERFORM 050-LEER-PARAMETROS.
           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE.
           STRING
               "concentracion_" DELIMITED BY SIZE
               WS-PERIODO DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-REPORTE
           END-STRING.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-FILE-STATUS-REP NOT = '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REPORTE'
               MOVE 8 TO RETURN-CODE
               PERFORM 900-FINALIZAR-PROGRAMA
           END-IF.
           PERFORM 200-RECORRER-CLIENTES.
           PERFORM 100-ESCRIBIR-ENCABEZADO.
           PERFORM 300-LISTAR-MAYORES.
           PERFORM 400-LISTAR-EXCESOS.
           PERFORM 500-LISTAR-VINCULADOS.
           PERFORM 600-ESCRIBIR-TOTALES.
           CLOSE ARCHIVO-REPORTE.
           MOVE NOMBRE-ARCHIVO-REPORTE TO WS-ARCHIVO-CATALOGO.
           CALL 'REGISTRAR-REPORTE' USING
               WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
               WS-SUCURSAL-CATALOGO.
           DISPLAY '---> REPORTE EN ' NOMBRE-ARCHIVO-REPORTE.
           DISPLAY '---- CLIENTES REVISADOS: ' WS-CANT-CLIENTES.
           DISPLAY '---- EXCESOS A LOS TOPES: ' WS-CANT-EXCESOS.
           MOVE WS-CANT-CLIENTES TO CB-PROCESADOS.
           MOVE WS-CANT-EXCESOS TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           050-LEER-PARAMETROS SECTION.
               OPEN INPUT ARCHIVO-PARAMETROS.
               IF WS-FILE-STATUS-PARAM = '00'
                   READ ARCHIVO-PARAMETROS
                   END-READ
                   IF PA-CAPITAL-COMPUTABLE NUMERIC
                      AND PA-CAPITAL-COMPUTABLE > ZERO
                       MOVE PA-CAPITAL-COMPUTABLE TO WS-CAPITAL
                       MOVE 'S' TO WS-CAPITAL-CARGADO
                   END-IF
                   IF PA-PORC-TOPE-GRUPO NUMERIC
                      AND PA-PORC-TOPE-GRUPO NOT = ZERO
                       MOVE PA-PORC-TOPE-GRUPO TO WS-PORC-TOPE-GRUPO
                   END-IF
                   IF PA-PORC-TOPE-VINCULADO NUMERIC
                      AND PA-PORC-TOPE-VINCULADO NOT = ZERO
                       MOVE PA-PORC-TOPE-VINCULADO TO WS-PORC-TOPE-VINC
                   END-IF
                   IF PA-PORC-TOPE-VINCULADOS NUMERIC
                      AND PA-PORC-TOPE-VINCULADOS NOT = ZERO
                       MOVE PA-PORC-TOPE-VINCULADOS
                           TO WS-PORC-TOPE-VINC-TOT
                   END-IF
                   CLOSE ARCHIVO-PARAMETROS
               END-IF.
               COMPUTE WS-TOPE-GRUPO ROUNDED =
                   WS-CAPITAL * WS-PORC-TOPE-GRUPO.
               COMPUTE WS-TOPE-VINC ROUNDED =
                   WS-CAPITAL * WS-PORC-TOPE-VINC.
               COMPUTE WS-TOPE-VINC-TOT ROUNDED =
                   WS-CAPITAL * WS-PORC-TOPE-VINC-TOT.

           100-ESCRIBIR-ENCABEZADO SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "CONCENTRACION DEL CREDITO - PERIODO "
                   DELIMITED BY SIZE
                   WS-PERIODO DELIMITED BY SIZE
                   " - AL " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE.
               IF CAPITAL-CARGADO
                   MOVE WS-CAPITAL TO WS-EXPOSICION-DISPLAY
                   STRING
                       "RESPONSABILIDAD PATRIMONIAL COMPUTABLE: "
                       DELIMITED BY SIZE
                       WS-EXPOSICION-DISPLAY DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   END-STRING
               ELSE
                   MOVE "RESPONSABILIDAD PATRIMONIAL NO CARGADA: NO SE
      -                 " MIDEN LOS TOPES" TO LINEA-REPORTE
               END-IF.
               WRITE LINEA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE.
               MOVE WS-TOPE-GRUPO TO WS-EXPOSICION-DISPLAY.
               STRING
                   "TOPE POR GRUPO O CLIENTE:   " DELIMITED BY SIZE
                   WS-EXPOSICION-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE.
               MOVE WS-TOPE-VINC TO WS-EXPOSICION-DISPLAY.
               STRING
                   "TOPE POR VINCULADO:         " DELIMITED BY SIZE
                   WS-EXPOSICION-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE.
               MOVE WS-TOPE-VINC-TOT TO WS-EXPOSICION-DISPLAY.
               STRING
                   "TOPE TOTAL DE VINCULADOS:   " DELIMITED BY SIZE
                   WS-EXPOSICION-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               IF TABLA-COMPLETA
                   MOVE SPACES TO LINEA-REPORTE
                   MOVE "ATENCION: TABLA DE DEUDORES COMPLETA, HAY CLIEN
      -                 "TES QUE NO SE ACUMULARON" TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF.

      *    El maestro de grupos queda abierto durante el recorrido
      *    para tomar el nombre de cada grupo nuevo; la exposición
      *    no abre ni clientes ni grupos.
           200-RECORRER-CLIENTES SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-GRUPOS.
               IF WS-FILE-STATUS-GRU = '00'
                   MOVE 'S' TO WS-GRUPOS-ABIERTO
               END-IF.
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
                               ADD 1 TO WS-CANT-CLIENTES
                               PERFORM 210-ACUMULAR-CLIENTE
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CLIENTES
               END-IF.
               IF GRUPOS-ABIERTO
                   CLOSE ARCHIVO-GRUPOS
               END-IF.

           210-ACUMULAR-CLIENTE SECTION.
               CALL 'CALCULAR-EXPOSICION-CREDITICIA' USING
                   CLI-DNI OF REGISTRO-CLIENTE WS-EXPOSICION.
               IF EX-TOTAL OF WS-EXPOSICION > ZERO
                   PERFORM 220-ACUMULAR-DEUDOR
                   IF CLIENTE-VINCULADO OF REGISTRO-CLIENTE
                       PERFORM 230-ACUMULAR-VINCULADO
                   END-IF
               END-IF.

           220-ACUMULAR-DEUDOR SECTION.
               MOVE ZERO TO WS-IDX-DEUDOR.
               IF CLI-GRUPO-ECONOMICO OF REGISTRO-CLIENTE NOT = ZERO
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CANT-DEUDORES
                          OR WS-IDX-DEUDOR NOT = ZERO
                       IF WS-DE-TIPO (WS-IDX) = 'G'
                          AND WS-DE-CODIGO (WS-IDX)
                              = CLI-GRUPO-ECONOMICO OF REGISTRO-CLIENTE
                           MOVE WS-IDX TO WS-IDX-DEUDOR
                       END-IF
                   END-PERFORM
               END-IF.
               IF WS-IDX-DEUDOR = ZERO
                   IF WS-CANT-DEUDORES >= 2000
                       MOVE 'S' TO WS-TABLA-COMPLETA
                   ELSE
                       ADD 1 TO WS-CANT-DEUDORES
                       MOVE WS-CANT-DEUDORES TO WS-IDX-DEUDOR
                       PERFORM 225-NUEVO-DEUDOR
                   END-IF
               END-IF.
               IF WS-IDX-DEUDOR NOT = ZERO
                   ADD 1 TO WS-DE-INTEGRANTES (WS-IDX-DEUDOR)
                   ADD EX-TOTAL OF WS-EXPOSICION
                       TO WS-DE-EXPOSICION (WS-IDX-DEUDOR)
               END-IF.

           225-NUEVO-DEUDOR SECTION.
               MOVE ZERO TO WS-DE-INTEGRANTES (WS-IDX-DEUDOR).
               MOVE ZERO TO WS-DE-EXPOSICION (WS-IDX-DEUDOR).
               MOVE 'N' TO WS-DE-LISTADO (WS-IDX-DEUDOR).
               IF CLI-GRUPO-ECONOMICO OF REGISTRO-CLIENTE = ZERO
                   MOVE 'C' TO WS-DE-TIPO (WS-IDX-DEUDOR)
                   MOVE CLI-DNI OF REGISTRO-CLIENTE
                       TO WS-DE-CODIGO (WS-IDX-DEUDOR)
                   MOVE CLI-NOMBRE OF REGISTRO-CLIENTE
                       TO WS-DE-NOMBRE (WS-IDX-DEUDOR)
               ELSE
                   MOVE 'G' TO WS-DE-TIPO (WS-IDX-DEUDOR)
                   MOVE CLI-GRUPO-ECONOMICO OF REGISTRO-CLIENTE
                       TO WS-DE-CODIGO (WS-IDX-DEUDOR)
                   MOVE 'GRUPO SIN NOMBRE'
                       TO WS-DE-NOMBRE (WS-IDX-DEUDOR)
                   IF GRUPOS-ABIERTO
                       MOVE CLI-GRUPO-ECONOMICO OF REGISTRO-CLIENTE
                           TO GE-CODIGO OF REGISTRO-GRUPO
                       READ ARCHIVO-GRUPOS
                           KEY IS GE-CODIGO OF REGISTRO-GRUPO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE GE-NOMBRE OF REGISTRO-GRUPO
                                   TO WS-DE-NOMBRE (WS-IDX-DEUDOR)
                       END-READ
                   END-IF
               END-IF.

           230-ACUMULAR-VINCULADO SECTION.
               ADD EX-TOTAL OF WS-EXPOSICION TO WS-TOTAL-VINCULADOS.
               IF WS-CANT-VINCULADOS >= 500
                   MOVE 'S' TO WS-TABLA-COMPLETA
               ELSE
                   ADD 1 TO WS-CANT-VINCULADOS
                   MOVE CLI-DNI OF REGISTRO-CLIENTE
                       TO WS-VI-DNI (WS-CANT-VINCULADOS)
                   MOVE CLI-NOMBRE OF REGISTRO-CLIENTE
                       TO WS-VI-NOMBRE (WS-CANT-VINCULADOS)
                   MOVE CLI-VINCULACION OF REGISTRO-CLIENTE
                       TO WS-VI-TIPO (WS-CANT-VINCULADOS)
                   MOVE EX-TOTAL OF WS-EXPOSICION
                       TO WS-VI-EXPOSICION (WS-CANT-VINCULADOS)
               END-IF.

      *    Los diez mayores por selección: en cada vuelta se toma
      *    el mayor de los que todavía no se listaron.
           300-LISTAR-MAYORES SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE "MAYORES DEUDORES (GRUPO ECONOMICO O CLIENTE)"
                   TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               PERFORM 310-TITULOS-DEUDORES.
               PERFORM VARYING WS-PUESTO FROM 1 BY 1
                   UNTIL WS-PUESTO > 10
                      OR WS-PUESTO > WS-CANT-DEUDORES
                   MOVE ZERO TO WS-IDX-MAYOR
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CANT-DEUDORES
                       IF WS-DE-LISTADO (WS-IDX) = 'N'
                           IF WS-IDX-MAYOR = ZERO
                               MOVE WS-IDX TO WS-IDX-MAYOR
                           ELSE
                               IF WS-DE-EXPOSICION (WS-IDX)
                                  > WS-DE-EXPOSICION (WS-IDX-MAYOR)
                                   MOVE WS-IDX TO WS-IDX-MAYOR
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE 'S' TO WS-DE-LISTADO (WS-IDX-MAYOR)
                   MOVE WS-IDX-MAYOR TO WS-IDX-DEUDOR
                   PERFORM 320-ESCRIBIR-DEUDOR
               END-PERFORM.

           310-TITULOS-DEUDORES SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "T CODIGO   NOMBRE                         "
                   DELIMITED BY SIZE
                   "CANT           EXPOSICION   % RPC  SITUACION"
                   DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.

           320-ESCRIBIR-DEUDOR SECTION.
               MOVE WS-DE-EXPOSICION (WS-IDX-DEUDOR)
                   TO WS-MONTO-RENGLON.
               MOVE WS-TOPE-GRUPO TO WS-TOPE-RENGLON.
               PERFORM 700-MEDIR-CONTRA-TOPE.
               MOVE WS-DE-CODIGO (WS-IDX-DEUDOR) TO WS-CODIGO-DISPLAY.
               MOVE WS-DE-INTEGRANTES (WS-IDX-DEUDOR)
                   TO WS-CANT-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   WS-DE-TIPO (WS-IDX-DEUDOR) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CODIGO-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DE-NOMBRE (WS-IDX-DEUDOR) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CANT-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EXPOSICION-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PORC-DISPLAY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-SITUACION DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.

      *    Todos los deudores por encima del tope, estén o no entre
      *    los diez mayores.
           400-LISTAR-EXCESOS SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE "EXCESOS AL TOPE POR GRUPO O CLIENTE"
                   TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               IF NOT CAPITAL-CARGADO
                   MOVE "NO SE MIDEN: FALTA LA RESPONSABILIDAD PATRIMONI
      -                 "AL" TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               ELSE
                   PERFORM 310-TITULOS-DEUDORES
                   PERFORM VARYING WS-IDX-DEUDOR FROM 1 BY 1
                       UNTIL WS-IDX-DEUDOR > WS-CANT-DEUDORES
                       IF WS-DE-EXPOSICION (WS-IDX-DEUDOR)
                          > WS-TOPE-GRUPO
                           ADD 1 TO WS-CANT-EXCESOS
                           PERFORM 320-ESCRIBIR-DEUDOR
                       END-IF
                   END-PERFORM
               END-IF.

           500-LISTAR-VINCULADOS SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE "PARTES VINCULADAS (D DIRECTOR, P PERSONAL, A ACCIO
      -             "NISTA)" TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "T DNI      NOMBRE                         "
                   DELIMITED BY SIZE
                   "                EXPOSICION   % RPC  SITUACION"
                   DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-VINCULADOS
                   MOVE WS-VI-EXPOSICION (WS-IDX) TO WS-MONTO-RENGLON
                   MOVE WS-TOPE-VINC TO WS-TOPE-RENGLON
                   PERFORM 700-MEDIR-CONTRA-TOPE
                   IF WS-SITUACION = 'EXCEDE EL TOPE'
                       ADD 1 TO WS-CANT-EXCESOS
                   END-IF
                   MOVE SPACES TO LINEA-REPORTE
                   STRING
                       WS-VI-TIPO (WS-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-VI-DNI (WS-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-VI-NOMBRE (WS-IDX) DELIMITED BY SIZE
                       "      " DELIMITED BY SIZE
                       WS-EXPOSICION-DISPLAY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-PORC-DISPLAY DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-SITUACION DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   END-STRING
                   WRITE LINEA-REPORTE
               END-PERFORM.
               MOVE WS-TOTAL-VINCULADOS TO WS-MONTO-RENGLON.
               MOVE WS-TOPE-VINC-TOT TO WS-TOPE-RENGLON.
               PERFORM 700-MEDIR-CONTRA-TOPE.
               IF WS-SITUACION = 'EXCEDE EL TOPE'
                   ADD 1 TO WS-CANT-EXCESOS
               END-IF.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "TOTAL VINCULADOS                           "
                   DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-EXPOSICION-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PORC-DISPLAY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-SITUACION DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.

           600-ESCRIBIR-TOTALES SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "CLIENTES: " DELIMITED BY SIZE
                   WS-CANT-CLIENTES DELIMITED BY SIZE
                   "  DEUDORES: " DELIMITED BY SIZE
                   WS-CANT-DEUDORES DELIMITED BY SIZE
                   "  VINCULADOS: " DELIMITED BY SIZE
                   WS-CANT-VINCULADOS DELIMITED BY SIZE
                   "  EXCESOS: " DELIMITED BY SIZE
                   WS-CANT-EXCESOS DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.

      *    Deja listos para el renglón la exposición, su porcentaje
      *    sobre la responsabilidad patrimonial y la situación
      *    contra el tope que corresponda.
           700-MEDIR-CONTRA-TOPE SECTION.
               MOVE WS-MONTO-RENGLON TO WS-EXPOSICION-DISPLAY.
               MOVE SPACES TO WS-SITUACION.
               IF CAPITAL-CARGADO
                   COMPUTE WS-PORC-CAPITAL ROUNDED =
                       WS-MONTO-RENGLON * 100 / WS-CAPITAL
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-PORC-CAPITAL
                   END-COMPUTE
                   IF WS-MONTO-RENGLON > WS-TOPE-RENGLON
                       MOVE 'EXCEDE EL TOPE' TO WS-SITUACION
                   ELSE
                       MOVE 'DENTRO DEL TOPE' TO WS-SITUACION
                   END-IF
               ELSE
                   MOVE ZERO TO WS-PORC-CAPITAL
               END-IF.
               MOVE WS-PORC-CAPITAL TO WS-PORC-DISPLAY.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
