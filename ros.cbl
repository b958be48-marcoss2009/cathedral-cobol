       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONAR-CASOS-ROS.
       AUTHOR. MARCOS MUÑOZ.

      * Casos de reporte de operación sospechosa (ROS) del oficial
      * de cumplimiento: lista los casos abiertos con su
      * vencimiento legal (marcando los vencidos y los que vencen
      * en la semana), muestra el detalle de un caso, permite
      * cargar la narrativa y genera el archivo de presentación a
      * la UIF (uif_ros_<caso>.txt) con los datos del sujeto, la
      * alerta, la narrativa y los movimientos relacionados que
      * ABRIR-CASO-ROS copió al abrir el caso. Presentado el
      * reporte, el caso queda cerrado con la fecha y el oficial.
      * La opción del menú no se muestra ni se habilita a los
      * cajeros: el cliente no puede enterarse del reporte.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CASOS-ROS ASSIGN TO 'casos_ros.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-NUMERO OF REGISTRO-CASO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-MOV-CASO
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-CASO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-MCA.

           SELECT ARCHIVO-UIF
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-UIF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-UIF.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CASOS-ROS.
           01 REGISTRO-CASO.
               COPY "casoros.cpy".

       FD  ARCHIVO-MOV-CASO.
           01 REGISTRO-MOV-CASO.
               COPY "movimientos.cpy".

       FD  ARCHIVO-UIF
           RECORD CONTAINS 100 CHARACTERS.
           01 LINEA-UIF              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-MCA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-UIF    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-CASO   PIC X(100).
       01  NOMBRE-ARCHIVO-UIF    PIC X(100).

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

       01  OPCION-CASOS          PIC 9.
       01  WS-CONTINUAR          PIC X(01) VALUE 'S'.
           88 CONTINUAR          VALUE 'S'.

       01  WS-NUMERO-ELEGIDO     PIC 9(06).
       01  WS-CASO-ENCONTRADO    PIC X(01) VALUE 'N'.
           88 CASO-ENCONTRADO    VALUE 'S'.
       01  WS-CONFIRMA           PIC X(01).

       01  WS-FECHA-HOY          PIC 9(08).
      *    Los casos que vencen dentro de la semana se marcan para
      *    que no se pasen.
       01  WS-FECHA-AVISO        PIC 9(08).
       01  WS-DIAS-AVISO         PIC 9(03) VALUE 7.
       01  WS-CANT-ABIERTOS      PIC 9(06) VALUE ZERO.
       01  WS-MARCA-PLAZO        PIC X(12).

       01  WS-IDX-LINEA          PIC 9(01).
       01  WS-MONTO-DISPLAY      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DEBITOS-DISPLAY    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CREDITOS-DISPLAY   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión.
       01  LK-OPERADOR           PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- CASOS DE OPERACIÓN SOSPECHOSA (ROS) ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           MOVE WS-FECHA-HOY TO WS-FECHA-AVISO.
           CALL 'SUMAR-DIAS-FECHA' USING WS-FECHA-AVISO WS-DIAS-AVISO.
           OPEN I-O ARCHIVO-CASOS-ROS.
           IF WS-FILE-STATUS = '35'
               DISPLAY '--> NO HAY CASOS ABIERTOS'
           ELSE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR AL ABRIR LOS CASOS DE CUMPLIMIENTO'
           ELSE
               PERFORM UNTIL NOT CONTINUAR
                   PERFORM 100-MENU-CASOS
               END-PERFORM
               CLOSE ARCHIVO-CASOS-ROS
           END-IF
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-MENU-CASOS SECTION.
               DISPLAY '----> Seleccione la acción a realizar:'.
               DISPLAY '1. Listar casos abiertos'.
               DISPLAY '2. Consultar un caso'.
               DISPLAY '3. Cargar la narrativa'.
               DISPLAY '4. Generar la presentación a la UIF'.
               DISPLAY '0. Salir'.
               DISPLAY 'Elija una opción: ' WITH NO ADVANCING.
               ACCEPT OPCION-CASOS.

               EVALUATE OPCION-CASOS
                   WHEN 1
                       PERFORM 200-LISTAR-ABIERTOS
                   WHEN 2
                       PERFORM 110-LOCALIZAR-CASO
                       IF CASO-ENCONTRADO
                           PERFORM 300-MOSTRAR-CASO
                       END-IF
                   WHEN 3
                       PERFORM 110-LOCALIZAR-CASO
                       IF CASO-ENCONTRADO
                           PERFORM 400-CARGAR-NARRATIVA
                       END-IF
                   WHEN 4
                       PERFORM 110-LOCALIZAR-CASO
                       IF CASO-ENCONTRADO
                           PERFORM 500-GENERAR-PRESENTACION
                       END-IF
                   WHEN 0
                       MOVE 'N' TO WS-CONTINUAR
                   WHEN OTHER
                       DISPLAY '--> OPCIÓN INVÁLIDA'
               END-EVALUATE.

           110-LOCALIZAR-CASO SECTION.
               DISPLAY 'Número de caso: ' WITH NO ADVANCING.
               ACCEPT WS-NUMERO-ELEGIDO.
               MOVE WS-NUMERO-ELEGIDO TO CR-NUMERO OF REGISTRO-CASO.
               READ ARCHIVO-CASOS-ROS
                   KEY IS CR-NUMERO OF REGISTRO-CASO
                   INVALID KEY
                       MOVE 'N' TO WS-CASO-ENCONTRADO
                       DISPLAY '--> CASO NO ENCONTRADO'
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CASO-ENCONTRADO
               END-READ.

           200-LISTAR-ABIERTOS SECTION.
               MOVE ZERO TO WS-CANT-ABIERTOS.
               MOVE 'N' TO WS-EOF-FLAG.
               MOVE ZERO TO CR-NUMERO OF REGISTRO-CASO.
               START ARCHIVO-CASOS-ROS
                   KEY IS >= CR-NUMERO OF REGISTRO-CASO
                   INVALID KEY
                       SET FIN-ARCHIVO TO TRUE
               END-START.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CASOS-ROS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF CASO-ABIERTO OF REGISTRO-CASO
                               ADD 1 TO WS-CANT-ABIERTOS
                               PERFORM 210-MOSTRAR-RENGLON
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-CANT-ABIERTOS = ZERO
                   DISPLAY '--> NO HAY CASOS ABIERTOS'
               END-IF.

           210-MOSTRAR-RENGLON SECTION.
               MOVE SPACES TO WS-MARCA-PLAZO.
               IF CR-FECHA-LIMITE OF REGISTRO-CASO < WS-FECHA-HOY
                   MOVE '** VENCIDO' TO WS-MARCA-PLAZO
               ELSE
                   IF CR-FECHA-LIMITE OF REGISTRO-CASO
                       <= WS-FECHA-AVISO
                       MOVE '* POR VENCER' TO WS-MARCA-PLAZO
                   END-IF
               END-IF.
               DISPLAY 'CASO ' CR-NUMERO OF REGISTRO-CASO
                   ' ALERTA ' CR-ALERTA OF REGISTRO-CASO
                   ' DNI:' CR-DNI OF REGISTRO-CASO
                   ' VENCE:' CR-FECHA-LIMITE OF REGISTRO-CASO
                   ' ' WS-MARCA-PLAZO.

           300-MOSTRAR-CASO SECTION.
               DISPLAY '-------------------------------'.
               DISPLAY 'Caso:       ' CR-NUMERO OF REGISTRO-CASO.
               DISPLAY 'Alerta:     ' CR-ALERTA OF REGISTRO-CASO
                   ' ' CR-PATRON OF REGISTRO-CASO.
               DISPLAY 'Evidencia:  ' CR-DETALLE OF REGISTRO-CASO.
               DISPLAY 'Sujeto:     ' CR-DNI OF REGISTRO-CASO
                   ' ' CR-NOMBRE OF REGISTRO-CASO.
               IF CR-TIPO-PERSONA OF REGISTRO-CASO = 'J'
                   DISPLAY 'CUIT:       ' CR-CUIT OF REGISTRO-CASO
               END-IF.
               DISPLAY 'Domicilio:  ' CR-DOMICILIO OF REGISTRO-CASO.
               DISPLAY 'Riesgo:     '
                   CR-CATEGORIA-RIESGO OF REGISTRO-CASO.
               DISPLAY 'Cuenta:     ' CR-CUENTA OF REGISTRO-CASO.
               MOVE CR-TOTAL-DEBITOS OF REGISTRO-CASO
                   TO WS-DEBITOS-DISPLAY.
               MOVE CR-TOTAL-CREDITOS OF REGISTRO-CASO
                   TO WS-CREDITOS-DISPLAY.
               DISPLAY 'Movimientos:' CR-CANT-MOVIMIENTOS
                   OF REGISTRO-CASO.
               DISPLAY 'Débitos:    ' WS-DEBITOS-DISPLAY.
               DISPLAY 'Créditos:   ' WS-CREDITOS-DISPLAY.
               DISPLAY 'Abierto:    '
                   CR-FECHA-APERTURA OF REGISTRO-CASO
                   ' por ' CR-OPERADOR-APERTURA OF REGISTRO-CASO.
               DISPLAY 'Vence:      ' CR-FECHA-LIMITE OF REGISTRO-CASO.
               IF CASO-PRESENTADO OF REGISTRO-CASO
                   DISPLAY 'Presentado: '
                       CR-FECHA-PRESENTACION OF REGISTRO-CASO
                       ' por '
                       CR-OPERADOR-PRESENTACION OF REGISTRO-CASO
               END-IF.
               DISPLAY 'Narrativa:'.
               PERFORM VARYING WS-IDX-LINEA FROM 1 BY 1
                   UNTIL WS-IDX-LINEA > 5
                   IF CR-LINEA-NARRATIVA OF REGISTRO-CASO
                      (WS-IDX-LINEA) NOT = SPACES
                       DISPLAY '  ' CR-LINEA-NARRATIVA
                           OF REGISTRO-CASO (WS-IDX-LINEA)
                   END-IF
               END-PERFORM.
               DISPLAY '-------------------------------'.

      *    La narrativa se recarga completa, renglón por renglón;
      *    un renglón en blanco termina la carga.
           400-CARGAR-NARRATIVA SECTION.
               IF CASO-PRESENTADO OF REGISTRO-CASO
                   DISPLAY '--> EL CASO YA FUE PRESENTADO'
               ELSE
                   DISPLAY 'Narrativa (hasta 5 renglones de 60, '
                       'ENTER vacío termina):'
                   MOVE SPACES TO WS-CONFIRMA
                   PERFORM VARYING WS-IDX-LINEA FROM 1 BY 1
                       UNTIL WS-IDX-LINEA > 5
                       MOVE SPACES TO CR-LINEA-NARRATIVA
                           OF REGISTRO-CASO (WS-IDX-LINEA)
                       IF WS-CONFIRMA = SPACES
                           DISPLAY WS-IDX-LINEA '> '
                               WITH NO ADVANCING
                           ACCEPT CR-LINEA-NARRATIVA
                               OF REGISTRO-CASO (WS-IDX-LINEA)
                           IF CR-LINEA-NARRATIVA OF REGISTRO-CASO
                              (WS-IDX-LINEA) = SPACES
                               MOVE 'F' TO WS-CONFIRMA
                           END-IF
                       END-IF
                   END-PERFORM
                   REWRITE REGISTRO-CASO
                   IF WS-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR AL ACTUALIZAR EL CASO'
                   ELSE
                       DISPLAY '---> NARRATIVA REGISTRADA'
                   END-IF
               END-IF.

      *    Sin narrativa no hay reporte que presentar.
           500-GENERAR-PRESENTACION SECTION.
               IF CASO-PRESENTADO OF REGISTRO-CASO
                   DISPLAY '--> EL CASO YA FUE PRESENTADO EL '
                       CR-FECHA-PRESENTACION OF REGISTRO-CASO
               ELSE
               IF CR-LINEA-NARRATIVA OF REGISTRO-CASO (1) = SPACES
                   DISPLAY '--> FALTA CARGAR LA NARRATIVA DEL CASO'
               ELSE
                   PERFORM 300-MOSTRAR-CASO
                   DISPLAY '¿Confirma la presentación a la UIF? '
                       '(S/N): ' WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       PERFORM 510-ESCRIBIR-ARCHIVO-UIF
                   ELSE
                       DISPLAY '--> OPERACIÓN CANCELADA'
                   END-IF
               END-IF
               END-IF.

           510-ESCRIBIR-ARCHIVO-UIF SECTION.
               MOVE SPACES TO NOMBRE-ARCHIVO-UIF.
               STRING
                   "uif_ros_" DELIMITED BY SIZE
                   CR-NUMERO OF REGISTRO-CASO DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-UIF
               END-STRING.
               OPEN OUTPUT ARCHIVO-UIF.
               IF WS-FILE-STATUS-UIF NOT = '00'
                   DISPLAY 'ERROR AL CREAR EL ARCHIVO DE LA UIF'
               ELSE
                   PERFORM 520-ESCRIBIR-ENCABEZADO
                   PERFORM 530-ESCRIBIR-MOVIMIENTOS
                   CLOSE ARCHIVO-UIF
                   MOVE 'P' TO CR-ESTADO OF REGISTRO-CASO
                   MOVE WS-FECHA-HOY
                       TO CR-FECHA-PRESENTACION OF REGISTRO-CASO
                   MOVE LK-OPERADOR
                       TO CR-OPERADOR-PRESENTACION OF REGISTRO-CASO
                   REWRITE REGISTRO-CASO
                   IF WS-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR AL ACTUALIZAR EL CASO'
                   ELSE
                       DISPLAY '---> PRESENTACIÓN GENERADA EN '
                           NOMBRE-ARCHIVO-UIF
                       IF WS-FECHA-HOY
                          > CR-FECHA-LIMITE OF REGISTRO-CASO
                           DISPLAY '--> PRESENTADA FUERA DE TÉRMINO '
                               '(VENCÍA EL '
                               CR-FECHA-LIMITE OF REGISTRO-CASO ')'
                       END-IF
                   END-IF
               END-IF.

           520-ESCRIBIR-ENCABEZADO SECTION.
               MOVE SPACES TO LINEA-UIF.
               STRING
                   'REPORTE DE OPERACION SOSPECHOSA - CASO '
                   DELIMITED BY SIZE
                   CR-NUMERO OF REGISTRO-CASO DELIMITED BY SIZE
                   ' - FECHA ' DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   INTO LINEA-UIF
               END-STRING.
               WRITE LINEA-UIF.
               MOVE SPACES TO LINEA-UIF.
               STRING
                   'SUJETO: ' DELIMITED BY SIZE
                   CR-DNI OF REGISTRO-CASO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CR-NOMBRE OF REGISTRO-CASO DELIMITED BY SIZE
                   ' CUIT: ' DELIMITED BY SIZE
                   CR-CUIT OF REGISTRO-CASO DELIMITED BY SIZE
                   INTO LINEA-UIF
               END-STRING.
               WRITE LINEA-UIF.
               MOVE SPACES TO LINEA-UIF.
               STRING
                   'DOMICILIO: ' DELIMITED BY SIZE
                   CR-DOMICILIO OF REGISTRO-CASO DELIMITED BY SIZE
                   ' RIESGO: ' DELIMITED BY SIZE
                   CR-CATEGORIA-RIESGO OF REGISTRO-CASO
                   DELIMITED BY SIZE
                   INTO LINEA-UIF
               END-STRING.
               WRITE LINEA-UIF.
               MOVE SPACES TO LINEA-UIF.
               STRING
                   'CUENTA: ' DELIMITED BY SIZE
                   CR-CUENTA OF REGISTRO-CASO DELIMITED BY SIZE
                   ' ALERTA: ' DELIMITED BY SIZE
                   CR-ALERTA OF REGISTRO-CASO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CR-PATRON OF REGISTRO-CASO DELIMITED BY SIZE
                   INTO LINEA-UIF
               END-STRING.
               WRITE LINEA-UIF.
               MOVE SPACES TO LINEA-UIF.
               STRING
                   'EVIDENCIA: ' DELIMITED BY SIZE
                   CR-DETALLE OF REGISTRO-CASO DELIMITED BY SIZE
                   INTO LINEA-UIF
               END-STRING.
               WRITE LINEA-UIF.
               MOVE CR-TOTAL-DEBITOS OF REGISTRO-CASO
                   TO WS-DEBITOS-DISPLAY.
               MOVE CR-TOTAL-CREDITOS OF REGISTRO-CASO
                   TO WS-CREDITOS-DISPLAY.
               MOVE SPACES TO LINEA-UIF.
               STRING
                   'MOVIMIENTOS: ' DELIMITED BY SIZE
                   CR-CANT-MOVIMIENTOS OF REGISTRO-CASO
                   DELIMITED BY SIZE
                   ' DEBITOS: ' DELIMITED BY SIZE
                   WS-DEBITOS-DISPLAY DELIMITED BY SIZE
                   ' CREDITOS: ' DELIMITED BY SIZE
                   WS-CREDITOS-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-UIF
               END-STRING.
               WRITE LINEA-UIF.
               MOVE 'NARRATIVA:' TO LINEA-UIF.
               WRITE LINEA-UIF.
               PERFORM VARYING WS-IDX-LINEA FROM 1 BY 1
                   UNTIL WS-IDX-LINEA > 5
                   IF CR-LINEA-NARRATIVA OF REGISTRO-CASO
                      (WS-IDX-LINEA) NOT = SPACES
                       MOVE CR-LINEA-NARRATIVA OF REGISTRO-CASO
                           (WS-IDX-LINEA) TO LINEA-UIF
                       WRITE LINEA-UIF
                   END-IF
               END-PERFORM.

      *    Detalle de los movimientos relacionados copiados al
      *    abrir el caso.
           530-ESCRIBIR-MOVIMIENTOS SECTION.
               MOVE 'DETALLE DE MOVIMIENTOS:' TO LINEA-UIF.
               WRITE LINEA-UIF.
               MOVE SPACES TO NOMBRE-ARCHIVO-CASO.
               STRING
                   "ros_" DELIMITED BY SIZE
                   CR-NUMERO OF REGISTRO-CASO DELIMITED BY SIZE
                   "_mov.dat" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-CASO
               END-STRING.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-MOV-CASO.
               IF WS-FILE-STATUS-MCA = '00'
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-MOV-CASO
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               PERFORM 540-ESCRIBIR-MOVIMIENTO
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-MOV-CASO
               END-IF.

           540-ESCRIBIR-MOVIMIENTO SECTION.
               MOVE MONTO OF REGISTRO-MOV-CASO TO WS-MONTO-DISPLAY.
               MOVE SPACES TO LINEA-UIF.
               STRING
                   FECHA-MOVIMIENTO OF REGISTRO-MOV-CASO
                   DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   TIPO-MOVIMIENTO OF REGISTRO-MOV-CASO
                   DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MONTO-DISPLAY DELIMITED BY SIZE
                   ' CONCEPTO ' DELIMITED BY SIZE
                   CONCEPTO OF REGISTRO-MOV-CASO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CANAL OF REGISTRO-MOV-CASO DELIMITED BY SIZE
                   ' SUC ' DELIMITED BY SIZE
                   SUCURSAL OF REGISTRO-MOV-CASO DELIMITED BY SIZE
                   INTO LINEA-UIF
               END-STRING.
               WRITE LINEA-UIF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
