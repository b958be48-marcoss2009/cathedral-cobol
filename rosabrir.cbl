       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABRIR-CASO-ROS.
       AUTHOR. MARCOS MUÑOZ.

      * Abre el caso de reporte de operación sospechosa de una
      * alerta que GESTIONAR-ALERTAS acaba de escalar a
      * cumplimiento: toma la alerta, los datos del cliente de
      * clientes.dat y copia a ros_<caso>_mov.dat los movimientos
      * de la cuenta de la alerta de los doce meses previos (de
      * los archivos anuales que dejó ARCHIVAR-MOVIMIENTOS y del
      * archivo activo), con sus totales. El vencimiento legal de
      * la presentación se fija en la apertura, a
      * PA-DIAS-PLAZO-ROS días corridos. Devuelve el número de
      * caso, o cero si no se pudo abrir.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CASOS-ROS ASSIGN TO 'casos_ros.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-NUMERO OF REGISTRO-CASO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-CONTADOR
               ASSIGN TO 'contador-casos-ros.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CONTADOR.

           SELECT ARCHIVO-CLIENTES ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DNI OF REGISTRO-CLIENTE
               FILE STATUS IS WS-FILE-STATUS-CLI.

           SELECT ARCHIVO-MOVIMIENTOS
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-MOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-MOV.

      *    Copia de los movimientos relacionados que acompaña al
      *    caso, con el mismo formato que cuentas/<cuenta>.dat.
           SELECT ARCHIVO-MOV-CASO
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-CASO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-MCA.

           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CASOS-ROS.
           01 REGISTRO-CASO.
               COPY "casoros.cpy".

       FD  ARCHIVO-CONTADOR.
           01 REGISTRO-CONTADOR.
               05 CONTADOR-CASO PIC 9(06).

       FD  ARCHIVO-CLIENTES.
           01 REGISTRO-CLIENTE.
               COPY "cliente.cpy".

       FD  ARCHIVO-MOVIMIENTOS.
           01 REGISTRO-MOVIMIENTOS.
               COPY "movimientos.cpy".

       FD  ARCHIVO-MOV-CASO.
           01 REGISTRO-MOV-CASO.
               COPY "movimientos.cpy".

       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS           PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CONTADOR  PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CLI       PIC XX VALUE '00'.
       01  WS-FILE-STATUS-MOV       PIC XX VALUE '00'.
       01  WS-FILE-STATUS-MCA       PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM     PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-MOV       PIC X(100).
       01  NOMBRE-ARCHIVO-CASO      PIC X(100).

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-DIAS-PLAZO         PIC 9(03) VALUE 30.

      *    Ventana de movimientos relacionados: desde la misma
      *    fecha del año anterior a la alerta hasta hoy.
       01  WS-FECHA-DESDE        PIC 9(08).
       01  WS-ANIO-ARCHIVO       PIC 9(04).
       01  WS-ANIO-DESDE         PIC 9(04).
       01  WS-ANIO-HASTA         PIC 9(04).

       LINKAGE SECTION.
       01  LK-ALERTA.
           COPY "alerta.cpy".
       01  LK-OPERADOR           PIC X(08).
       01  LK-NUMERO-CASO        PIC 9(06).

       PROCEDURE DIVISION USING LK-ALERTA LK-OPERADOR
           LK-NUMERO-CASO.
       000-MAIN-LOGIC SECTION.
           MOVE ZERO TO LK-NUMERO-CASO.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 050-LEER-PARAMETROS.

           OPEN I-O ARCHIVO-CASOS-ROS.
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT ARCHIVO-CASOS-ROS
               CLOSE ARCHIVO-CASOS-ROS
               OPEN I-O ARCHIVO-CASOS-ROS
           END-IF.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR AL ABRIR LOS CASOS DE CUMPLIMIENTO'
           ELSE
               INITIALIZE REGISTRO-CASO
               PERFORM 100-ASIGNAR-NUMERO
               PERFORM 110-DATOS-DE-LA-ALERTA
               PERFORM 120-DATOS-DEL-CLIENTE
               PERFORM 130-COPIAR-MOVIMIENTOS
               WRITE REGISTRO-CASO
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL GRABAR EL CASO'
               ELSE
                   MOVE CR-NUMERO OF REGISTRO-CASO TO LK-NUMERO-CASO
               END-IF
               CLOSE ARCHIVO-CASOS-ROS
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           050-LEER-PARAMETROS SECTION.
               OPEN INPUT ARCHIVO-PARAMETROS.
               IF WS-FILE-STATUS-PARAM = '00'
                   READ ARCHIVO-PARAMETROS
                   END-READ
                   IF PA-DIAS-PLAZO-ROS NUMERIC
                      AND PA-DIAS-PLAZO-ROS NOT = ZERO
                       MOVE PA-DIAS-PLAZO-ROS TO WS-DIAS-PLAZO
                   END-IF
                   CLOSE ARCHIVO-PARAMETROS
               END-IF.

           100-ASIGNAR-NUMERO SECTION.
               OPEN I-O ARCHIVO-CONTADOR.
               IF WS-FILE-STATUS-CONTADOR = '35'
                   OPEN OUTPUT ARCHIVO-CONTADOR
                   MOVE ZERO TO CONTADOR-CASO
                   WRITE REGISTRO-CONTADOR
                   CLOSE ARCHIVO-CONTADOR
                   OPEN I-O ARCHIVO-CONTADOR
               END-IF.
               READ ARCHIVO-CONTADOR INTO REGISTRO-CONTADOR
               END-READ.
               ADD 1 TO CONTADOR-CASO.
               MOVE CONTADOR-CASO TO CR-NUMERO OF REGISTRO-CASO.
               REWRITE REGISTRO-CONTADOR.
               CLOSE ARCHIVO-CONTADOR.

           110-DATOS-DE-LA-ALERTA SECTION.
               MOVE AL-NUMERO OF LK-ALERTA
                   TO CR-ALERTA OF REGISTRO-CASO.
               MOVE AL-PATRON OF LK-ALERTA
                   TO CR-PATRON OF REGISTRO-CASO.
               MOVE AL-DETALLE OF LK-ALERTA
                   TO CR-DETALLE OF REGISTRO-CASO.
               MOVE AL-DNI OF LK-ALERTA TO CR-DNI OF REGISTRO-CASO.
               MOVE AL-CUENTA OF LK-ALERTA
                   TO CR-CUENTA OF REGISTRO-CASO.
               MOVE WS-FECHA-HOY TO CR-FECHA-APERTURA OF REGISTRO-CASO.
               MOVE WS-FECHA-HOY TO CR-FECHA-LIMITE OF REGISTRO-CASO.
               CALL 'SUMAR-DIAS-FECHA' USING
                   CR-FECHA-LIMITE OF REGISTRO-CASO WS-DIAS-PLAZO.
               MOVE 'A' TO CR-ESTADO OF REGISTRO-CASO.
               MOVE ZERO TO CR-FECHA-PRESENTACION OF REGISTRO-CASO.
               MOVE LK-OPERADOR
                   TO CR-OPERADOR-APERTURA OF REGISTRO-CASO.
               MOVE SPACES
                   TO CR-OPERADOR-PRESENTACION OF REGISTRO-CASO.

      *    Datos del cliente tal como estaban al abrir el caso; un
      *    DNI que no está en el maestro deja los datos en blanco.
           120-DATOS-DEL-CLIENTE SECTION.
               OPEN INPUT ARCHIVO-CLIENTES.
               IF WS-FILE-STATUS-CLI = '00'
                   MOVE AL-DNI OF LK-ALERTA
                       TO CLI-DNI OF REGISTRO-CLIENTE
                   READ ARCHIVO-CLIENTES
                       KEY IS CLI-DNI OF REGISTRO-CLIENTE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CLI-NOMBRE OF REGISTRO-CLIENTE
                               TO CR-NOMBRE OF REGISTRO-CASO
                           MOVE CLI-TIPO-PERSONA OF REGISTRO-CLIENTE
                               TO CR-TIPO-PERSONA OF REGISTRO-CASO
                           MOVE CLI-CUIT OF REGISTRO-CLIENTE
                               TO CR-CUIT OF REGISTRO-CASO
                           MOVE CLI-DOMICILIO OF REGISTRO-CLIENTE
                               TO CR-DOMICILIO OF REGISTRO-CASO
                           MOVE CLI-CATEGORIA-RIESGO
                               OF REGISTRO-CLIENTE
                               TO CR-CATEGORIA-RIESGO
                               OF REGISTRO-CASO
                   END-READ
                   CLOSE ARCHIVO-CLIENTES
               END-IF.

      *    Primero los archivos anuales y después el activo, igual
      *    que el extracto, filtrando por la ventana de doce meses.
           130-COPIAR-MOVIMIENTOS SECTION.
               MOVE ZERO TO CR-CANT-MOVIMIENTOS OF REGISTRO-CASO.
               MOVE ZERO TO CR-TOTAL-DEBITOS OF REGISTRO-CASO.
               MOVE ZERO TO CR-TOTAL-CREDITOS OF REGISTRO-CASO.
               IF AL-CUENTA OF LK-ALERTA NOT = ZERO
                   MOVE SPACES TO NOMBRE-ARCHIVO-CASO
                   STRING
                       "ros_" DELIMITED BY SIZE
                       CR-NUMERO OF REGISTRO-CASO DELIMITED BY SIZE
                       "_mov.dat" DELIMITED BY SIZE
                       INTO NOMBRE-ARCHIVO-CASO
                   END-STRING
                   OPEN OUTPUT ARCHIVO-MOV-CASO
                   IF WS-FILE-STATUS-MCA NOT = '00'
                       DISPLAY 'ERROR AL CREAR LOS MOVIMIENTOS DEL '
                           'CASO'
                   ELSE
                       COMPUTE WS-FECHA-DESDE =
                           AL-FECHA OF LK-ALERTA - 10000
                       MOVE WS-FECHA-DESDE (1:4) TO WS-ANIO-DESDE
                       MOVE WS-FECHA-HOY (1:4) TO WS-ANIO-HASTA
                       PERFORM VARYING WS-ANIO-ARCHIVO
                           FROM WS-ANIO-DESDE BY 1
                           UNTIL WS-ANIO-ARCHIVO > WS-ANIO-HASTA
                           MOVE SPACES TO NOMBRE-ARCHIVO-MOV
                           STRING
                               "cuentas/" DELIMITED BY SIZE
                               AL-CUENTA OF LK-ALERTA
                               DELIMITED BY SIZE
                               "_" DELIMITED BY SIZE
                               WS-ANIO-ARCHIVO DELIMITED BY SIZE
                               ".dat" DELIMITED BY SIZE
                               INTO NOMBRE-ARCHIVO-MOV
                           END-STRING
                           PERFORM 140-COPIAR-UN-ARCHIVO
                       END-PERFORM
                       MOVE SPACES TO NOMBRE-ARCHIVO-MOV
                       STRING
                           "cuentas/" DELIMITED BY SIZE
                           AL-CUENTA OF LK-ALERTA DELIMITED BY SIZE
                           ".dat" DELIMITED BY SIZE
                           INTO NOMBRE-ARCHIVO-MOV
                       END-STRING
                       PERFORM 140-COPIAR-UN-ARCHIVO
                       CLOSE ARCHIVO-MOV-CASO
                   END-IF
               END-IF.

           140-COPIAR-UN-ARCHIVO SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT ARCHIVO-MOVIMIENTOS.
               IF WS-FILE-STATUS-MOV = '00'
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-MOVIMIENTOS
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF FECHA-MOVIMIENTO
                                   OF REGISTRO-MOVIMIENTOS (1:8)
                                   >= WS-FECHA-DESDE
                                   PERFORM 150-COPIAR-MOVIMIENTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-MOVIMIENTOS
               END-IF.

           150-COPIAR-MOVIMIENTO SECTION.
               MOVE REGISTRO-MOVIMIENTOS TO REGISTRO-MOV-CASO.
               WRITE REGISTRO-MOV-CASO.
               ADD 1 TO CR-CANT-MOVIMIENTOS OF REGISTRO-CASO.
               IF DEBE OF REGISTRO-MOVIMIENTOS
                  OR PUNITORIO OF REGISTRO-MOVIMIENTOS
                   ADD MONTO OF REGISTRO-MOVIMIENTOS
                       TO CR-TOTAL-DEBITOS OF REGISTRO-CASO
               ELSE
                   ADD MONTO OF REGISTRO-MOVIMIENTOS
                       TO CR-TOTAL-CREDITOS OF REGISTRO-CASO
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
