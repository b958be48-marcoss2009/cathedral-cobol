       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBERAR-HIPOTECA.
       AUTHOR. MARCOS MUÑOZ.

      * Liberación de la hipoteca de un préstamo cancelado: la
      * garantía de hipotecas.dat queda liberada con la fecha del
      * día y se imprime la carta de liberación
      * (carta_liberacion_<prestamo>.txt) que el titular presenta
      * ante el registro de la propiedad para cancelar la
      * inscripción. La llaman todos los caminos que cancelan un
      * préstamo: el cobro batch de cuotas, el pago por ventanilla
      * y la cancelación anticipada. Un préstamo sin hipoteca
      * vigente no hace nada.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-HIPOTECAS ASSIGN TO 'hipotecas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-PRESTAMO OF REGISTRO-HIPOTECA
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS-CTA.

           SELECT ARCHIVO-CARTA
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-CARTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CARTA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-HIPOTECAS.
           01 REGISTRO-HIPOTECA.
               COPY "hipoteca.cpy".

       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-CARTA
           RECORD CONTAINS 100 CHARACTERS.
           01 LINEA-CARTA         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CARTA  PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-CARTA  PIC X(100).

       01  WS-NOMBRE-TITULAR     PIC X(30) VALUE SPACES.
       01  WS-MONTO-DISPLAY      PIC $ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
      *    Préstamo cancelado, su cuenta vinculada (para el nombre
      *    del titular en la carta) y la fecha de la cancelación.
       01  LK-PRESTAMO           PIC 9(06).
       01  LK-CUENTA             PIC 9(08).
       01  LK-FECHA              PIC 9(08).

       PROCEDURE DIVISION USING LK-PRESTAMO LK-CUENTA LK-FECHA.
       000-MAIN-LOGIC SECTION.
           OPEN I-O ARCHIVO-HIPOTECAS.
           IF WS-FILE-STATUS = '00'
               MOVE LK-PRESTAMO TO HI-PRESTAMO OF REGISTRO-HIPOTECA
               READ ARCHIVO-HIPOTECAS
                   KEY IS HI-PRESTAMO OF REGISTRO-HIPOTECA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HIPOTECA-VIGENTE OF REGISTRO-HIPOTECA
                           MOVE 'L' TO HI-ESTADO
                               OF REGISTRO-HIPOTECA
                           MOVE LK-FECHA TO HI-FECHA-LIBERACION
                               OF REGISTRO-HIPOTECA
                           REWRITE REGISTRO-HIPOTECA
                           DISPLAY '--> HIPOTECA LIBERADA DEL '
                               'PRÉSTAMO ' LK-PRESTAMO
                           PERFORM 100-BUSCAR-TITULAR
                           PERFORM 200-IMPRIMIR-CARTA
                       END-IF
               END-READ
               CLOSE ARCHIVO-HIPOTECAS
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-BUSCAR-TITULAR SECTION.
               MOVE SPACES TO WS-NOMBRE-TITULAR.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS-CTA = '00'
                   MOVE LK-CUENTA TO CC-NUMERO-CUENTA OF RCC
                   READ ARCHIVO-CUENTAS
                       KEY IS CC-NUMERO-CUENTA OF RCC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CC-NOMBRE-CLIENTE OF RCC
                               TO WS-NOMBRE-TITULAR
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

      *    La carta lleva los datos registrales del inmueble tal
      *    como se inscribieron, para que el registro identifique
      *    la hipoteca a cancelar.
           200-IMPRIMIR-CARTA SECTION.
               MOVE SPACES TO NOMBRE-ARCHIVO-CARTA.
               STRING
                   "carta_liberacion_" DELIMITED BY SIZE
                   LK-PRESTAMO DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-CARTA
               END-STRING.

               OPEN OUTPUT ARCHIVO-CARTA.
               IF WS-FILE-STATUS-CARTA NOT = '00'
                   DISPLAY 'ERROR AL CREAR LA CARTA DE LIBERACIÓN'
               ELSE
                   MOVE ALL '=' TO LINEA-CARTA
                   WRITE LINEA-CARTA
                   MOVE 'CARTA DE LIBERACIÓN DE HIPOTECA'
                       TO LINEA-CARTA
                   WRITE LINEA-CARTA
                   MOVE ALL '=' TO LINEA-CARTA
                   WRITE LINEA-CARTA

                   MOVE SPACES TO LINEA-CARTA
                   STRING
                       "Fecha: " DELIMITED BY SIZE
                       LK-FECHA DELIMITED BY SIZE
                       INTO LINEA-CARTA
                   END-STRING
                   WRITE LINEA-CARTA
                   MOVE SPACES TO LINEA-CARTA
                   STRING
                       "Préstamo hipotecario: " DELIMITED BY SIZE
                       LK-PRESTAMO DELIMITED BY SIZE
                       INTO LINEA-CARTA
                   END-STRING
                   WRITE LINEA-CARTA
                   MOVE SPACES TO LINEA-CARTA
                   STRING
                       "Titular: " DELIMITED BY SIZE
                       WS-NOMBRE-TITULAR DELIMITED BY SIZE
                       INTO LINEA-CARTA
                   END-STRING
                   WRITE LINEA-CARTA
                   MOVE SPACES TO LINEA-CARTA
                   STRING
                       "Inmueble: " DELIMITED BY SIZE
                       HI-DOMICILIO OF REGISTRO-HIPOTECA
                       DELIMITED BY SIZE
                       INTO LINEA-CARTA
                   END-STRING
                   WRITE LINEA-CARTA
                   MOVE SPACES TO LINEA-CARTA
                   STRING
                       "Matrícula: " DELIMITED BY SIZE
                       HI-MATRICULA OF REGISTRO-HIPOTECA
                       DELIMITED BY SIZE
                       "  Registro: " DELIMITED BY SIZE
                       HI-REGISTRO OF REGISTRO-HIPOTECA
                       DELIMITED BY SIZE
                       INTO LINEA-CARTA
                   END-STRING
                   WRITE LINEA-CARTA
                   MOVE SPACES TO LINEA-CARTA
                   STRING
                       "Hipoteca en grado " DELIMITED BY SIZE
                       HI-GRADO OF REGISTRO-HIPOTECA
                       DELIMITED BY SIZE
                       ", inscripta el " DELIMITED BY SIZE
                       HI-FECHA-INSCRIPCION OF REGISTRO-HIPOTECA
                       DELIMITED BY SIZE
                       INTO LINEA-CARTA
                   END-STRING
                   WRITE LINEA-CARTA
                   MOVE HI-VALOR-TASACION OF REGISTRO-HIPOTECA
                       TO WS-MONTO-DISPLAY
                   MOVE SPACES TO LINEA-CARTA
                   STRING
                       "Valor de tasación: " DELIMITED BY SIZE
                       WS-MONTO-DISPLAY DELIMITED BY SIZE
                       INTO LINEA-CARTA
                   END-STRING
                   WRITE LINEA-CARTA

                   MOVE SPACES TO LINEA-CARTA
                   WRITE LINEA-CARTA
                   MOVE SPACES TO LINEA-CARTA
                   STRING
                       'Por la presente el banco deja constancia de '
                           DELIMITED BY SIZE
                       'que el préstamo citado se'
                           DELIMITED BY SIZE
                       INTO LINEA-CARTA
                   END-STRING
                   WRITE LINEA-CARTA
                   MOVE SPACES TO LINEA-CARTA
                   STRING
                       'encuentra totalmente cancelado y presta '
                           DELIMITED BY SIZE
                       'conformidad para que se cancele'
                           DELIMITED BY SIZE
                       INTO LINEA-CARTA
                   END-STRING
                   WRITE LINEA-CARTA
                   MOVE SPACES TO LINEA-CARTA
                   STRING
                       'la inscripción de la hipoteca en el registro '
                           DELIMITED BY SIZE
                       'de la propiedad inmueble.'
                           DELIMITED BY SIZE
                       INTO LINEA-CARTA
                   END-STRING
                   WRITE LINEA-CARTA
                   MOVE SPACES TO LINEA-CARTA
                   WRITE LINEA-CARTA
                   MOVE ALL '=' TO LINEA-CARTA
                   WRITE LINEA-CARTA
                   CLOSE ARCHIVO-CARTA
                   DISPLAY '--> CARTA DE LIBERACIÓN GENERADA: '
                       NOMBRE-ARCHIVO-CARTA
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
