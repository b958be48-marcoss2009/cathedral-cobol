       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAR-LISTAS-CONTROL.
       AUTHOR. MARCOS MUÑOZ.

      * Intake de las listas de control: cumplimiento deja caer
      * listas_control.txt (un renglón de formato fijo por
      * persona: lista ONU/OFAC/PEP, nombre y DNI o CUIT) y este
      * batch lo vuelca a listas_control.dat. Una entrada ya
      * conocida sólo se marca vista en la carga del día; una
      * nueva entra con la fecha del día. Las entradas de una
      * lista recibida que esta vez no vinieron salieron de la
      * lista y se borran. Si la carga trajo entradas nuevas, se
      * recorre todo el maestro de clientes contra ellas y cada
      * cliente que coincide queda como alerta para
      * cumplimiento; los clientes ya controlados contra las
      * entradas viejas no vuelven a alertar en cada carga.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-INTAKE ASSIGN TO 'listas_control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-INT.

           SELECT ARCHIVO-LISTAS ASSIGN TO 'listas_control.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-CLAVE OF REGISTRO-LISTA
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-CLIENTES ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DNI OF REGISTRO-CLIENTE
               FILE STATUS IS WS-FILE-STATUS-CLI.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-INTAKE.
           01  LINEA-INTAKE.
               05  IN-LISTA            PIC X(04).
               05  IN-NOMBRE           PIC X(30).
               05  IN-DOCUMENTO        PIC 9(11).

       FD  ARCHIVO-LISTAS.
           01 REGISTRO-LISTA.
               COPY "listacontrol.cpy".

       FD  ARCHIVO-CLIENTES.
           01 REGISTRO-CLIENTE.
               COPY "cliente.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-INT    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CLI    PIC XX VALUE '00'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-EOF-LISTAS         PIC X(01) VALUE 'N'.
           88 FIN-LISTAS         VALUE 'Y'.
       01  WS-EOF-CLIENTES       PIC X(01) VALUE 'N'.
           88 FIN-CLIENTES       VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-ENTRADA-EXISTE     PIC X(01).

      *    Listas presentes en la carga del día: sólo de ésas se
      *    borran las entradas que no vinieron.
       01  WS-TABLA-LISTAS.
           05 WS-LISTA-RECIBIDA  PIC X(04) OCCURS 10 TIMES.
       01  WS-CANT-LISTAS        PIC 9(02) VALUE ZERO.
       01  WS-IDX-LISTA          PIC 9(02).
       01  WS-LISTA-HALLADA      PIC X(01).

      *    Datos del cliente para el control: DNI o, para una
      *    persona jurídica, su CUIT.
       01  WS-DOCUMENTO-CLIENTE  PIC 9(11).
       01  WS-CUENTA-CLIENTE     PIC 9(08) VALUE ZERO.
       01  WS-ORIGEN             PIC X(12) VALUE 'RECONTROL'.
       01  WS-RESULTADO-LISTAS   PIC X(01).

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna.
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

       01  WS-CANT-LEIDOS        PIC 9(06) VALUE ZERO.
       01  WS-CANT-NUEVOS        PIC 9(06) VALUE ZERO.
       01  WS-CANT-BORRADOS      PIC 9(06) VALUE ZERO.
       01  WS-CANT-CLIENTES      PIC 9(06) VALUE ZERO.
       01  WS-CANT-COINCIDENCIAS PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- CARGA DE LISTAS DE CONTROL ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 100-CARGAR-INTAKE.
           IF WS-CANT-LISTAS > ZERO
               PERFORM 200-DEPURAR-SALIDAS
           END-IF.
           IF WS-CANT-NUEVOS > ZERO
               PERFORM 300-RECONTROLAR-CLIENTES
           END-IF.
           DISPLAY '---- ENTRADAS LEÍDAS: ' WS-CANT-LEIDOS.
           DISPLAY '---- ENTRADAS NUEVAS: ' WS-CANT-NUEVOS.
           DISPLAY '---- ENTRADAS DADAS DE BAJA: ' WS-CANT-BORRADOS.
           DISPLAY '---- CLIENTES CONTROLADOS: ' WS-CANT-CLIENTES.
           DISPLAY '---- CLIENTES EN LISTAS: '
               WS-CANT-COINCIDENCIAS.
           MOVE WS-CANT-LEIDOS TO CB-PROCESADOS.
           MOVE WS-CANT-NUEVOS TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-CARGAR-INTAKE SECTION.
               OPEN INPUT ARCHIVO-INTAKE.
               IF WS-FILE-STATUS-INT = '35'
                   DISPLAY '--> SIN LISTAS DE CONTROL NUEVAS HOY'
               ELSE
               IF WS-FILE-STATUS-INT NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE LISTAS'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN I-O ARCHIVO-LISTAS
                   IF WS-FILE-STATUS = '35'
                       OPEN OUTPUT ARCHIVO-LISTAS
                       CLOSE ARCHIVO-LISTAS
                       OPEN I-O ARCHIVO-LISTAS
                   END-IF
                   IF WS-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR AL ABRIR LAS LISTAS DE CONTROL'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM UNTIL FIN-ARCHIVO
                           READ ARCHIVO-INTAKE
                               AT END
                                   SET FIN-ARCHIVO TO TRUE
                               NOT AT END
                                   ADD 1 TO WS-CANT-LEIDOS
                                   PERFORM 110-APLICAR-RENGLON
                           END-READ
                       END-PERFORM
                       CLOSE ARCHIVO-LISTAS
                   END-IF
                   CLOSE ARCHIVO-INTAKE
               END-IF
               END-IF.

      *    El nombre se guarda en mayúsculas, que es como lo
      *    compara CONTROLAR-LISTAS.
           110-APLICAR-RENGLON SECTION.
               IF IN-LISTA NOT = SPACES
                   INSPECT IN-NOMBRE CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   PERFORM 120-ANOTAR-LISTA
                   MOVE IN-LISTA TO LC-LISTA OF REGISTRO-LISTA
                   MOVE IN-NOMBRE TO LC-NOMBRE OF REGISTRO-LISTA
                   MOVE IN-DOCUMENTO TO LC-DOCUMENTO OF REGISTRO-LISTA
                   MOVE 'S' TO WS-ENTRADA-EXISTE
                   READ ARCHIVO-LISTAS
                       KEY IS LC-CLAVE OF REGISTRO-LISTA
                       INVALID KEY
                           MOVE 'N' TO WS-ENTRADA-EXISTE
                   END-READ
                   MOVE WS-FECHA-HOY
                       TO LC-FECHA-VISTA OF REGISTRO-LISTA
                   IF WS-ENTRADA-EXISTE = 'S'
                       REWRITE REGISTRO-LISTA
                   ELSE
                       MOVE WS-FECHA-HOY
                           TO LC-FECHA-ALTA OF REGISTRO-LISTA
                       WRITE REGISTRO-LISTA
                       IF WS-FILE-STATUS = '00'
                           ADD 1 TO WS-CANT-NUEVOS
                       END-IF
                   END-IF
               END-IF.

           120-ANOTAR-LISTA SECTION.
               MOVE 'N' TO WS-LISTA-HALLADA.
               PERFORM VARYING WS-IDX-LISTA FROM 1 BY 1
                   UNTIL WS-IDX-LISTA > WS-CANT-LISTAS
                   IF WS-LISTA-RECIBIDA (WS-IDX-LISTA) = IN-LISTA
                       MOVE 'S' TO WS-LISTA-HALLADA
                   END-IF
               END-PERFORM.
               IF WS-LISTA-HALLADA = 'N' AND WS-CANT-LISTAS < 10
                   ADD 1 TO WS-CANT-LISTAS
                   MOVE IN-LISTA TO WS-LISTA-RECIBIDA (WS-CANT-LISTAS)
               END-IF.

      *    Cada carga trae la lista completa: lo que de una lista
      *    recibida no vino hoy es una persona que salió de ella.
           200-DEPURAR-SALIDAS SECTION.
               OPEN I-O ARCHIVO-LISTAS.
               IF WS-FILE-STATUS = '00'
                   PERFORM UNTIL FIN-LISTAS
                       READ ARCHIVO-LISTAS NEXT RECORD
                           AT END
                               SET FIN-LISTAS TO TRUE
                           NOT AT END
                               PERFORM 210-DEPURAR-ENTRADA
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-LISTAS
               END-IF.

           210-DEPURAR-ENTRADA SECTION.
               MOVE 'N' TO WS-LISTA-HALLADA.
               PERFORM VARYING WS-IDX-LISTA FROM 1 BY 1
                   UNTIL WS-IDX-LISTA > WS-CANT-LISTAS
                   IF WS-LISTA-RECIBIDA (WS-IDX-LISTA)
                       = LC-LISTA OF REGISTRO-LISTA
                       MOVE 'S' TO WS-LISTA-HALLADA
                   END-IF
               END-PERFORM.
               IF WS-LISTA-HALLADA = 'S'
                  AND LC-FECHA-VISTA OF REGISTRO-LISTA < WS-FECHA-HOY
                   DELETE ARCHIVO-LISTAS RECORD
                   IF WS-FILE-STATUS = '00'
                       ADD 1 TO WS-CANT-BORRADOS
                   END-IF
               END-IF.

      *    Recorrida del maestro contra las entradas incorporadas
      *    hoy: un cliente de años que acaba de entrar en una lista
      *    queda como alerta igual que un alta nueva.
           300-RECONTROLAR-CLIENTES SECTION.
               OPEN INPUT ARCHIVO-CLIENTES.
               IF WS-FILE-STATUS-CLI = '00'
                   PERFORM UNTIL FIN-CLIENTES
                       READ ARCHIVO-CLIENTES NEXT RECORD
                           AT END
                               SET FIN-CLIENTES TO TRUE
                           NOT AT END
                               IF NOT CLIENTE-DE-BAJA
                                      OF REGISTRO-CLIENTE
                                   PERFORM 310-CONTROLAR-CLIENTE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CLIENTES
               END-IF.

           310-CONTROLAR-CLIENTE SECTION.
               ADD 1 TO WS-CANT-CLIENTES.
               IF PERSONA-JURIDICA OF REGISTRO-CLIENTE
                   MOVE CLI-CUIT OF REGISTRO-CLIENTE
                       TO WS-DOCUMENTO-CLIENTE
               ELSE
                   MOVE CLI-DNI OF REGISTRO-CLIENTE
                       TO WS-DOCUMENTO-CLIENTE
               END-IF.
               CALL 'CONTROLAR-LISTAS' USING
                   CLI-NOMBRE OF REGISTRO-CLIENTE
                   WS-DOCUMENTO-CLIENTE
                   CLI-DNI OF REGISTRO-CLIENTE
                   WS-CUENTA-CLIENTE WS-ORIGEN
                   WS-FECHA-HOY WS-RESULTADO-LISTAS.
               IF WS-RESULTADO-LISTAS = 'S'
                   ADD 1 TO WS-CANT-COINCIDENCIAS
                   DISPLAY '--> CLIENTE EN LISTAS DE CONTROL: '
                       CLI-DNI OF REGISTRO-CLIENTE ' '
                       CLI-NOMBRE OF REGISTRO-CLIENTE
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
