      * marca el evento como notificado. Los avisos por comisión
      * de cuenta dormida son un reclamo recurrente del defensor
      * del cliente: esto es lo que permite demostrar el envío.
      * Cuando el evento es la entrada en mora de un préstamo
      * (MORA-PREST) el aviso sale además a cada garante y
      * codeudor registrado en garantes.dat para ese préstamo.
      * Si el cliente tiene oficial de cuenta asignado, el oficial
      * recibe copia de cada aviso en su propio archivo del día
      * (avisos_oficiales_<fecha>.txt), también con su renglón en
      * el log.
      * Al cliente o garante con el domicilio observado por
      * correspondencia devuelta no se le despacha el aviso en
      * papel: queda en el log y en correspondencia_suprimida.dat
      * como retenido y el franqueo ahorrado se suma en el maestro
      * de clientes.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CLI-DNI OF REGISTRO-CLIENTE
               FILE STATUS IS WS-FILE-STATUS-CLI.

           SELECT ARCHIVO-GARANTES ASSIGN TO 'garantes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-CLAVE OF REGISTRO-GARANTE
               FILE STATUS IS WS-FILE-STATUS-GAR.

           SELECT ARCHIVO-AVISOS
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-AVISOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-AVI.

           SELECT ARCHIVO-COPIAS
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-COPIAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-COP.

           SELECT ARCHIVO-OPERADORES ASSIGN TO 'operadores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO OF REGISTRO-OPERADOR
               FILE STATUS IS WS-FILE-STATUS-OPE.

           SELECT ARCHIVO-LOG ASSIGN TO 'avisos_log.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-LOG.

           SELECT ARCHIVO-SUPRIMIDAS
               ASSIGN TO 'correspondencia_suprimida.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-SUP.

           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-EVENTOS.
           01 REGISTRO-CLIENTE.
               COPY "cliente.cpy".

       FD  ARCHIVO-GARANTES.
           01 REGISTRO-GARANTE.
               COPY "garante.cpy".

       FD  ARCHIVO-AVISOS
           RECORD CONTAINS 90 CHARACTERS.
           01  LINEA-AVISO            PIC X(90).

       FD  ARCHIVO-COPIAS
           RECORD CONTAINS 90 CHARACTERS.
           01  LINEA-COPIA            PIC X(90).

       FD  ARCHIVO-OPERADORES.
           01 REGISTRO-OPERADOR.
               COPY "operador.cpy".

       FD  ARCHIVO-LOG
           RECORD CONTAINS 90 CHARACTERS.
           01  LINEA-LOG              PIC X(90).

       FD  ARCHIVO-SUPRIMIDAS
           RECORD CONTAINS 90 CHARACTERS.
           01  LINEA-SUPRIMIDA        PIC X(90).

       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CLI    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-AVI    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-LOG    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-GAR    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-AVISOS PIC X(100).

      *    Copia al oficial de cuenta del cliente.
       01  WS-FILE-STATUS-COP    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-OPE    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-COPIAS PIC X(100).
       01  WS-OFICIAL-CLIENTE    PIC X(08).
       01  WS-NOMBRE-OFICIAL     PIC X(30).
       01  WS-CANT-COPIAS        PIC 9(06) VALUE ZERO.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.


       01  WS-CANT-AVISOS        PIC 9(06) VALUE ZERO.
       01  WS-CANT-SIN-CONTACTO  PIC 9(06) VALUE ZERO.
       01  WS-CANT-GARANTES      PIC 9(06) VALUE ZERO.

      *    Aviso a garantes: el número de préstamo viaja en el
      *    detalle del evento MORA-PREST ("PRESTAMO nnnnnn ...").
       01  WS-PRESTAMO-MORA      PIC 9(06).
       01  WS-EOF-GARANTES       PIC X(01).
       01  WS-TIPO-GARANTIA      PIC X(08).

      *    Avisos retenidos por domicilio observado y franqueo que
      *    se deja de pagar por ellos.
       01  WS-FILE-STATUS-SUP    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM  PIC XX VALUE '00'.
       01  WS-COSTO-PIEZA        PIC 9(05)V99 VALUE 450.
       01  WS-DNI-RETENIDO       PIC 9(08).
       01  WS-CANT-RETENIDOS     PIC 9(06) VALUE ZERO.
       01  WS-AHORRO-FRANQUEO    PIC 9(09)V99 VALUE ZERO.
       01  WS-COSTO-DISPLAY      PIC ZZ,ZZ9.99.
       01  WS-AHORRO-DISPLAY     PIC $ZZZ,ZZZ,ZZ9.99.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'GENERAR-AVISOS'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- GENERACIÓN DE AVISOS AL CLIENTE ----'.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 050-LEER-PARAMETROS.
           STRING
               "avisos_" DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-AVISOS
           END-STRING.
           STRING
               "avisos_oficiales_" DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-COPIAS
           END-STRING.

           OPEN OUTPUT ARCHIVO-AVISOS.
           IF WS-FILE-STATUS-AVI NOT = '00'
               DISPLAY 'ERROR AL CREAR EL ARCHIVO DE AVISOS'
           ELSE
               OPEN OUTPUT ARCHIVO-COPIAS
               PERFORM 100-PROCESAR-EVENTOS
               CLOSE ARCHIVO-AVISOS
               MOVE NOMBRE-ARCHIVO-AVISOS TO WS-ARCHIVO-CATALOGO
               CALL 'REGISTRAR-REPORTE' USING
                   WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                   WS-SUCURSAL-CATALOGO
               IF WS-FILE-STATUS-COP = '00'
                   CLOSE ARCHIVO-COPIAS
               END-IF
               DISPLAY '---- AVISOS GENERADOS: ' WS-CANT-AVISOS
               DISPLAY '---- SIN DATOS DE CONTACTO: '
                   WS-CANT-SIN-CONTACTO
               DISPLAY '---- AVISOS A GARANTES: ' WS-CANT-GARANTES
               DISPLAY '---- COPIAS A OFICIALES: ' WS-CANT-COPIAS
               MOVE WS-AHORRO-FRANQUEO TO WS-AHORRO-DISPLAY
               DISPLAY '---- RETENIDOS POR DOMICILIO OBSERVADO: '
                   WS-CANT-RETENIDOS ' (FRANQUEO AHORRADO: '
                   WS-AHORRO-DISPLAY ')'
               DISPLAY '---- ARCHIVO DE DESPACHO: '
                   NOMBRE-ARCHIVO-AVISOS
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           050-LEER-PARAMETROS SECTION.
               OPEN INPUT ARCHIVO-PARAMETROS.
               IF WS-FILE-STATUS-PARAM = '00'
                   READ ARCHIVO-PARAMETROS
                   END-READ
                   IF PA-COSTO-PIEZA-POSTAL NUMERIC
                      AND PA-COSTO-PIEZA-POSTAL NOT = ZERO
                       MOVE PA-COSTO-PIEZA-POSTAL TO WS-COSTO-PIEZA
                   END-IF
                   CLOSE ARCHIVO-PARAMETROS
               END-IF.

           100-PROCESAR-EVENTOS SECTION.
               OPEN I-O ARCHIVO-EVENTOS.
               IF WS-FILE-STATUS NOT = '00'

           110-GENERAR-UN-AVISO SECTION.
               PERFORM 120-BUSCAR-CONTACTO.
               IF WS-CLIENTE-HALLADO = 'S'
                  AND DOMICILIO-OBSERVADO OF REGISTRO-CLIENTE
                   MOVE EV-DNI OF REGISTRO-EVENTO TO WS-DNI-RETENIDO
                   PERFORM 180-RETENER-AVISO
               ELSE
                   PERFORM 130-ESCRIBIR-AVISO
                   PERFORM 140-ESCRIBIR-LOG
               END-IF.
               IF WS-OFICIAL-CLIENTE NOT = SPACES
                   PERFORM 170-COPIAR-OFICIAL
               END-IF.
               IF EV-TIPO OF REGISTRO-EVENTO = 'MORA-PREST'
                   PERFORM 150-AVISAR-GARANTES
               END-IF.
               MOVE 'N' TO EV-ESTADO OF REGISTRO-EVENTO.
               REWRITE REGISTRO-EVENTO.
               ADD 1 TO WS-CANT-AVISOS.
                   END-READ
                   CLOSE ARCHIVO-CLIENTES
               END-IF.
               MOVE SPACES TO WS-OFICIAL-CLIENTE.
               IF WS-CLIENTE-HALLADO NOT = 'S'
                   ADD 1 TO WS-CANT-SIN-CONTACTO
                   MOVE SPACES TO CLI-NOMBRE OF REGISTRO-CLIENTE
                   MOVE SPACES
                       TO CLI-DOMICILIO OF REGISTRO-CLIENTE
                   MOVE SPACES TO CLI-EMAIL OF REGISTRO-CLIENTE
               ELSE
                   MOVE CLI-OFICIAL OF REGISTRO-CLIENTE
                       TO WS-OFICIAL-CLIENTE
               END-IF.

           130-ESCRIBIR-AVISO SECTION.
                   CLOSE ARCHIVO-LOG
               END-IF.

      *    Mismo aviso para cada garante y codeudor del préstamo,
      *    con su propio contacto del maestro y su renglón en el
      *    log probatorio.
           150-AVISAR-GARANTES SECTION.
               MOVE EV-DETALLE OF REGISTRO-EVENTO (10:6)
                   TO WS-PRESTAMO-MORA.
               OPEN INPUT ARCHIVO-GARANTES.
               IF WS-FILE-STATUS-GAR = '00'
                   MOVE WS-PRESTAMO-MORA
                       TO GA-PRESTAMO OF REGISTRO-GARANTE
                   MOVE ZERO TO GA-DNI OF REGISTRO-GARANTE
                   MOVE 'N' TO WS-EOF-GARANTES
                   START ARCHIVO-GARANTES
                       KEY IS >= GA-CLAVE OF REGISTRO-GARANTE
                       INVALID KEY
                           MOVE 'S' TO WS-EOF-GARANTES
                   END-START
                   PERFORM UNTIL WS-EOF-GARANTES = 'S'
                       READ ARCHIVO-GARANTES NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-EOF-GARANTES
                           NOT AT END
                               IF GA-PRESTAMO OF REGISTRO-GARANTE
                                  NOT = WS-PRESTAMO-MORA
                                   MOVE 'S' TO WS-EOF-GARANTES
                               ELSE
                                   PERFORM 160-AVISAR-UN-GARANTE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-GARANTES
               END-IF.

           160-AVISAR-UN-GARANTE SECTION.
               IF GA-CODEUDOR OF REGISTRO-GARANTE
                   MOVE 'CODEUDOR' TO WS-TIPO-GARANTIA
               ELSE
                   MOVE 'GARANTE' TO WS-TIPO-GARANTIA
               END-IF.
               MOVE 'N' TO WS-CLIENTE-HALLADO.
               OPEN INPUT ARCHIVO-CLIENTES.
               IF WS-FILE-STATUS-CLI = '00'
                   MOVE GA-DNI OF REGISTRO-GARANTE
                       TO CLI-DNI OF REGISTRO-CLIENTE
                   READ ARCHIVO-CLIENTES
                       KEY IS CLI-DNI OF REGISTRO-CLIENTE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-CLIENTE-HALLADO
                   END-READ
                   CLOSE ARCHIVO-CLIENTES
               END-IF.
               IF WS-CLIENTE-HALLADO NOT = 'S'
                   ADD 1 TO WS-CANT-SIN-CONTACTO
                   MOVE SPACES TO CLI-NOMBRE OF REGISTRO-CLIENTE
                   MOVE SPACES
                       TO CLI-DOMICILIO OF REGISTRO-CLIENTE
                   MOVE SPACES TO CLI-EMAIL OF REGISTRO-CLIENTE
               END-IF.

      *        Un garante con el domicilio observado tampoco
      *        recibe el aviso en papel.
               IF WS-CLIENTE-HALLADO = 'S'
                  AND DOMICILIO-OBSERVADO OF REGISTRO-CLIENTE
                   MOVE GA-DNI OF REGISTRO-GARANTE
                       TO WS-DNI-RETENIDO
                   PERFORM 180-RETENER-AVISO
               ELSE
                   PERFORM 165-ESCRIBIR-AVISO-GARANTE
               END-IF.
               ADD 1 TO WS-CANT-GARANTES.

           165-ESCRIBIR-AVISO-GARANTE SECTION.
               MOVE ALL '-' TO LINEA-AVISO.
               WRITE LINEA-AVISO.
               MOVE SPACES TO LINEA-AVISO.
               STRING
                   "AVISO A " DELIMITED BY SIZE
                   WS-TIPO-GARANTIA DELIMITED BY SPACE
                   ": " DELIMITED BY SIZE
                   CLI-NOMBRE OF REGISTRO-CLIENTE
                       DELIMITED BY SIZE
                   " (DNI " DELIMITED BY SIZE
                   GA-DNI OF REGISTRO-GARANTE DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO LINEA-AVISO
               END-STRING.
               WRITE LINEA-AVISO.
               MOVE SPACES TO LINEA-AVISO.
               STRING
                   "DOMICILIO: " DELIMITED BY SIZE
                   CLI-DOMICILIO OF REGISTRO-CLIENTE
                       DELIMITED BY SIZE
                   " EMAIL: " DELIMITED BY SIZE
                   CLI-EMAIL OF REGISTRO-CLIENTE DELIMITED BY SIZE
                   INTO LINEA-AVISO
               END-STRING.
               WRITE LINEA-AVISO.
               MOVE SPACES TO LINEA-AVISO.
               STRING
                   "USTED GARANTIZA EL PRESTAMO " DELIMITED BY SIZE
                   WS-PRESTAMO-MORA DELIMITED BY SIZE
                   " DE LA CUENTA " DELIMITED BY SIZE
                   EV-CUENTA OF REGISTRO-EVENTO DELIMITED BY SIZE
                   ", QUE ENTRO EN MORA" DELIMITED BY SIZE
                   INTO LINEA-AVISO
               END-STRING.
               WRITE LINEA-AVISO.

               MOVE SPACES TO LINEA-LOG.
               STRING
                   WS-FECHA-HOY DELIMITED BY SIZE
                   " DNI " DELIMITED BY SIZE
                   GA-DNI OF REGISTRO-GARANTE DELIMITED BY SIZE
                   " CTA " DELIMITED BY SIZE
                   EV-CUENTA OF REGISTRO-EVENTO DELIMITED BY SIZE
                   " AVISO " DELIMITED BY SIZE
                   EV-TIPO OF REGISTRO-EVENTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TIPO-GARANTIA DELIMITED BY SPACE
                   " DESPACHADO" DELIMITED BY SIZE
                   INTO LINEA-LOG
               END-STRING.
               OPEN EXTEND ARCHIVO-LOG.
               IF WS-FILE-STATUS-LOG = '35'
                   OPEN OUTPUT ARCHIVO-LOG
               END-IF.
               IF WS-FILE-STATUS-LOG = '00'
                   WRITE LINEA-LOG
                   CLOSE ARCHIVO-LOG
               END-IF.

      *    Copia del aviso al oficial de cuenta del cliente, con
      *    el nombre del oficial de operadores.dat, y su renglón en
      *    el log probatorio.
           170-COPIAR-OFICIAL SECTION.
               MOVE SPACES TO WS-NOMBRE-OFICIAL.
               OPEN INPUT ARCHIVO-OPERADORES.
               IF WS-FILE-STATUS-OPE = '00'
                   MOVE WS-OFICIAL-CLIENTE
                       TO OP-CODIGO OF REGISTRO-OPERADOR
                   READ ARCHIVO-OPERADORES
                       KEY IS OP-CODIGO OF REGISTRO-OPERADOR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE OP-NOMBRE OF REGISTRO-OPERADOR
                               TO WS-NOMBRE-OFICIAL
                   END-READ
                   CLOSE ARCHIVO-OPERADORES
               END-IF.
               IF WS-FILE-STATUS-COP = '00'
                   MOVE ALL '-' TO LINEA-COPIA
                   WRITE LINEA-COPIA
                   MOVE SPACES TO LINEA-COPIA
                   STRING
                       "COPIA A OFICIAL " DELIMITED BY SIZE
                       WS-OFICIAL-CLIENTE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-NOMBRE-OFICIAL DELIMITED BY SIZE
                       INTO LINEA-COPIA
                   END-STRING
                   WRITE LINEA-COPIA
                   MOVE SPACES TO LINEA-COPIA
                   STRING
                       "CLIENTE: " DELIMITED BY SIZE
                       CLI-NOMBRE OF REGISTRO-CLIENTE
                           DELIMITED BY SIZE
                       " (DNI " DELIMITED BY SIZE
                       EV-DNI OF REGISTRO-EVENTO DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO LINEA-COPIA
                   END-STRING
                   WRITE LINEA-COPIA
                   MOVE SPACES TO LINEA-COPIA
                   STRING
                       EV-TIPO OF REGISTRO-EVENTO DELIMITED BY SIZE
                       " CUENTA " DELIMITED BY SIZE
                       EV-CUENTA OF REGISTRO-EVENTO DELIMITED BY SIZE
                       " EL " DELIMITED BY SIZE
                       WS-FECHA DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       EV-DETALLE OF REGISTRO-EVENTO DELIMITED BY SIZE
                       INTO LINEA-COPIA
                   END-STRING
                   WRITE LINEA-COPIA
               END-IF.

               MOVE SPACES TO LINEA-LOG.
               STRING
                   WS-FECHA-HOY DELIMITED BY SIZE
                   " DNI " DELIMITED BY SIZE
                   EV-DNI OF REGISTRO-EVENTO DELIMITED BY SIZE
                   " CTA " DELIMITED BY SIZE
                   EV-CUENTA OF REGISTRO-EVENTO DELIMITED BY SIZE
                   " AVISO " DELIMITED BY SIZE
                   EV-TIPO OF REGISTRO-EVENTO DELIMITED BY SIZE
                   " COPIA OFICIAL " DELIMITED BY SIZE
                   WS-OFICIAL-CLIENTE DELIMITED BY SPACE
                   INTO LINEA-LOG
               END-STRING.
               OPEN EXTEND ARCHIVO-LOG.
               IF WS-FILE-STATUS-LOG = '35'
                   OPEN OUTPUT ARCHIVO-LOG
               END-IF.
               IF WS-FILE-STATUS-LOG = '00'
                   WRITE LINEA-LOG
                   CLOSE ARCHIVO-LOG
               END-IF.
               ADD 1 TO WS-CANT-COPIAS.

      *    Aviso que no se despacha porque el correo ya devolvió
      *    la correspondencia a ese domicilio: renglón en el log
      *    probatorio y en la lista de piezas retenidas, y el
      *    franqueo ahorrado sumado al cliente.
           180-RETENER-AVISO SECTION.
               OPEN I-O ARCHIVO-CLIENTES.
               IF WS-FILE-STATUS-CLI = '00'
                   MOVE WS-DNI-RETENIDO TO CLI-DNI OF REGISTRO-CLIENTE
                   READ ARCHIVO-CLIENTES
                       KEY IS CLI-DNI OF REGISTRO-CLIENTE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO CLI-PIEZAS-SUPRIMIDAS
                               OF REGISTRO-CLIENTE
                           ADD WS-COSTO-PIEZA TO CLI-AHORRO-CORREO
                               OF REGISTRO-CLIENTE
                           REWRITE REGISTRO-CLIENTE
                   END-READ
                   CLOSE ARCHIVO-CLIENTES
               END-IF.
               ADD 1 TO WS-CANT-RETENIDOS.
               ADD WS-COSTO-PIEZA TO WS-AHORRO-FRANQUEO.
               MOVE WS-COSTO-PIEZA TO WS-COSTO-DISPLAY.

               MOVE SPACES TO LINEA-LOG.
               STRING
                   WS-FECHA-HOY DELIMITED BY SIZE
                   " DNI " DELIMITED BY SIZE
                   WS-DNI-RETENIDO DELIMITED BY SIZE
                   " CTA " DELIMITED BY SIZE
                   EV-CUENTA OF REGISTRO-EVENTO DELIMITED BY SIZE
                   " AVISO " DELIMITED BY SIZE
                   EV-TIPO OF REGISTRO-EVENTO DELIMITED BY SIZE
                   " RETENIDO DOMIC. OBSERVADO" DELIMITED BY SIZE
                   INTO LINEA-LOG
               END-STRING.
               OPEN EXTEND ARCHIVO-LOG.
               IF WS-FILE-STATUS-LOG = '35'
                   OPEN OUTPUT ARCHIVO-LOG
               END-IF.
               IF WS-FILE-STATUS-LOG = '00'
                   WRITE LINEA-LOG
                   CLOSE ARCHIVO-LOG
               END-IF.

               MOVE SPACES TO LINEA-SUPRIMIDA.
               STRING
                   WS-FECHA-HOY DELIMITED BY SIZE
                   " DNI " DELIMITED BY SIZE
                   WS-DNI-RETENIDO DELIMITED BY SIZE
                   " CTA " DELIMITED BY SIZE
                   EV-CUENTA OF REGISTRO-EVENTO DELIMITED BY SIZE
                   " AVISO " DELIMITED BY SIZE
                   EV-TIPO OF REGISTRO-EVENTO DELIMITED BY SIZE
                   " RETENIDO $" DELIMITED BY SIZE
                   WS-COSTO-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-SUPRIMIDA
               END-STRING.
               OPEN EXTEND ARCHIVO-SUPRIMIDAS.
               IF WS-FILE-STATUS-SUP = '35'
                   OPEN OUTPUT ARCHIVO-SUPRIMIDAS
               END-IF.
               IF WS-FILE-STATUS-SUP = '00'
                   WRITE LINEA-SUPRIMIDA
                   CLOSE ARCHIVO-SUPRIMIDAS
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
