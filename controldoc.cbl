       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLAR-DOCUMENTOS.
       AUTHOR. MARCOS MUÑOZ.

      * Batch diario de vencimiento de la documentación de los
      * clientes (legajo conozca a su cliente): recorre el maestro
      * y, para cada documento con vencimiento, avisa al cliente
      * por eventos.dat (DOC-VENCE) cuando le faltan
      * PA-DIAS-AVISO-DOCUMENTO días o menos para vencer, una sola
      * vez por documento. Si algún documento lleva vencido más de
      * PA-DIAS-GRACIA-DOCUMENTO días el cliente queda restringido
      * (DOC-VENCIDO): no se le otorgan productos nuevos y CAJA no
      * le cursa operaciones por encima del monto de autorización
      * hasta que renueve el documento. Un cliente que ya renovó
      * todo lo vencido se libera en la misma corrida.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CLIENTES ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DNI OF REGISTRO-CLIENTE
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CLIENTES.
           01 REGISTRO-CLIENTE.
               COPY "cliente.cpy".

       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM  PIC XX VALUE '00'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-DIAS-AVISO         PIC 9(03) VALUE 30.
       01  WS-DIAS-GRACIA        PIC 9(03) VALUE 15.
      *    Último vencimiento que ya entra en el aviso de hoy, y
      *    fin del plazo de gracia del documento en curso.
       01  WS-FECHA-LIMITE-AVISO PIC 9(08).
       01  WS-FECHA-FIN-GRACIA   PIC 9(08).

       01  WS-IDX-DOCUMENTO      PIC 9(01).
       01  WS-CANT-DOCUMENTOS    PIC 9(01).
       01  WS-DOC-VENCIDO        PIC X(01).
       01  WS-CLIENTE-MODIFICADO PIC X(01).

       01  WS-TIPO-EVENTO        PIC X(12).
       01  WS-CUENTA-EVENTO      PIC 9(08) VALUE ZERO.
       01  WS-DNI-EVENTO         PIC 9(08).
       01  WS-DETALLE-EVENTO     PIC X(40).

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna.
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

       01  WS-CANT-CLIENTES      PIC 9(06) VALUE ZERO.
       01  WS-CANT-AVISOS        PIC 9(06) VALUE ZERO.
       01  WS-CANT-RESTRINGIDOS  PIC 9(06) VALUE ZERO.
       01  WS-CANT-LIBERADOS     PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- CONTROL DE DOCUMENTACIÓN DE CLIENTES ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 050-LEER-PARAMETROS.
           MOVE WS-FECHA-HOY TO WS-FECHA-LIMITE-AVISO.
           CALL 'SUMAR-DIAS-FECHA' USING
               WS-FECHA-LIMITE-AVISO WS-DIAS-AVISO.
           PERFORM 100-PROCESAR-CLIENTES.
           DISPLAY '---- CLIENTES REVISADOS: ' WS-CANT-CLIENTES.
           DISPLAY '---- AVISOS DE VENCIMIENTO: ' WS-CANT-AVISOS.
           DISPLAY '---- CLIENTES RESTRINGIDOS: ' WS-CANT-RESTRINGIDOS.
           DISPLAY '---- CLIENTES LIBERADOS: ' WS-CANT-LIBERADOS.
           MOVE WS-CANT-CLIENTES TO CB-PROCESADOS.
           COMPUTE CB-APLICADOS = WS-CANT-AVISOS
               + WS-CANT-RESTRINGIDOS + WS-CANT-LIBERADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           050-LEER-PARAMETROS SECTION.
               OPEN INPUT ARCHIVO-PARAMETROS.
               IF WS-FILE-STATUS-PARAM = '00'
                   READ ARCHIVO-PARAMETROS
                   END-READ
                   IF PA-DIAS-AVISO-DOCUMENTO NUMERIC
                      AND PA-DIAS-AVISO-DOCUMENTO NOT = ZERO
                       MOVE PA-DIAS-AVISO-DOCUMENTO TO WS-DIAS-AVISO
                   END-IF
                   IF PA-DIAS-GRACIA-DOCUMENTO NUMERIC
                      AND PA-DIAS-GRACIA-DOCUMENTO NOT = ZERO
                       MOVE PA-DIAS-GRACIA-DOCUMENTO
                           TO WS-DIAS-GRACIA
                   END-IF
                   CLOSE ARCHIVO-PARAMETROS
               END-IF.

           100-PROCESAR-CLIENTES SECTION.
               OPEN I-O ARCHIVO-CLIENTES.
               IF WS-FILE-STATUS = '35'
                   DISPLAY '--> SIN CLIENTES REGISTRADOS'
               ELSE
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL MAESTRO DE CLIENTES'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-CLIENTES NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF NOT CLIENTE-DE-BAJA
                                  OF REGISTRO-CLIENTE
                                   ADD 1 TO WS-CANT-CLIENTES
                                   PERFORM 110-CONTROLAR-CLIENTE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CLIENTES
               END-IF
               END-IF.

      *    Un legajo sin documentos cargados no avisa ni restringe.
           110-CONTROLAR-CLIENTE SECTION.
               MOVE 'N' TO WS-DOC-VENCIDO.
               MOVE 'N' TO WS-CLIENTE-MODIFICADO.
               MOVE ZERO TO WS-CANT-DOCUMENTOS.
               IF CLI-CANT-DOCUMENTOS OF REGISTRO-CLIENTE NUMERIC
                   MOVE CLI-CANT-DOCUMENTOS OF REGISTRO-CLIENTE
                       TO WS-CANT-DOCUMENTOS
               END-IF.
               IF WS-CANT-DOCUMENTOS > 5
                   MOVE 5 TO WS-CANT-DOCUMENTOS
               END-IF.
               PERFORM VARYING WS-IDX-DOCUMENTO FROM 1 BY 1
                   UNTIL WS-IDX-DOCUMENTO > WS-CANT-DOCUMENTOS
                   IF CLI-DOC-VENCIMIENTO OF REGISTRO-CLIENTE
                      (WS-IDX-DOCUMENTO) NUMERIC
                      AND CLI-DOC-VENCIMIENTO OF REGISTRO-CLIENTE
                          (WS-IDX-DOCUMENTO) NOT = ZERO
                       PERFORM 120-CONTROLAR-DOCUMENTO
                   END-IF
               END-PERFORM.
               PERFORM 130-ACTUALIZAR-RESTRICCION.
               IF WS-CLIENTE-MODIFICADO = 'S'
                   REWRITE REGISTRO-CLIENTE
                   IF WS-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR AL ACTUALIZAR EL CLIENTE '
                           CLI-DNI OF REGISTRO-CLIENTE
                   END-IF
               END-IF.

      *    El aviso sale una sola vez por documento; se vuelve a
      *    habilitar cuando el documento se renueva en el legajo.
           120-CONTROLAR-DOCUMENTO SECTION.
               IF CLI-DOC-VENCIMIENTO OF REGISTRO-CLIENTE
                  (WS-IDX-DOCUMENTO) NOT < WS-FECHA-HOY
                  AND CLI-DOC-VENCIMIENTO OF REGISTRO-CLIENTE
                      (WS-IDX-DOCUMENTO) NOT > WS-FECHA-LIMITE-AVISO
                  AND CLI-DOC-AVISADO OF REGISTRO-CLIENTE
                      (WS-IDX-DOCUMENTO) NOT = 'S'
                   MOVE 'DOC-VENCE' TO WS-TIPO-EVENTO
                   MOVE SPACES TO WS-DETALLE-EVENTO
                   STRING
                       "DOC " DELIMITED BY SIZE
                       CLI-DOC-TIPO OF REGISTRO-CLIENTE
                           (WS-IDX-DOCUMENTO) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CLI-DOC-NUMERO OF REGISTRO-CLIENTE
                           (WS-IDX-DOCUMENTO) DELIMITED BY SPACE
                       " VENCE " DELIMITED BY SIZE
                       CLI-DOC-VENCIMIENTO OF REGISTRO-CLIENTE
                           (WS-IDX-DOCUMENTO) DELIMITED BY SIZE
                       INTO WS-DETALLE-EVENTO
                   END-STRING
                   PERFORM 140-REGISTRAR-EVENTO
                   MOVE 'S' TO CLI-DOC-AVISADO OF REGISTRO-CLIENTE
                       (WS-IDX-DOCUMENTO)
                   MOVE 'S' TO WS-CLIENTE-MODIFICADO
                   ADD 1 TO WS-CANT-AVISOS
               END-IF.
               MOVE CLI-DOC-VENCIMIENTO OF REGISTRO-CLIENTE
                   (WS-IDX-DOCUMENTO) TO WS-FECHA-FIN-GRACIA.
               CALL 'SUMAR-DIAS-FECHA' USING
                   WS-FECHA-FIN-GRACIA WS-DIAS-GRACIA.
               IF WS-FECHA-FIN-GRACIA < WS-FECHA-HOY
                   MOVE 'S' TO WS-DOC-VENCIDO
               END-IF.

           130-ACTUALIZAR-RESTRICCION SECTION.
               IF WS-DOC-VENCIDO = 'S'
                  AND NOT CLIENTE-RESTRINGIDO-KYC OF REGISTRO-CLIENTE
                   MOVE 'S' TO CLI-RESTRICCION-KYC OF REGISTRO-CLIENTE
                   MOVE 'S' TO WS-CLIENTE-MODIFICADO
                   ADD 1 TO WS-CANT-RESTRINGIDOS
                   MOVE 'DOC-VENCIDO' TO WS-TIPO-EVENTO
                   MOVE 'DOCUMENTACION VENCIDA: OPERATORIA LIMITADA'
                       TO WS-DETALLE-EVENTO
                   PERFORM 140-REGISTRAR-EVENTO
                   DISPLAY '--> CLIENTE RESTRINGIDO POR '
                       'DOCUMENTACIÓN: ' CLI-DNI OF REGISTRO-CLIENTE
               END-IF.
               IF WS-DOC-VENCIDO = 'N'
                  AND CLIENTE-RESTRINGIDO-KYC OF REGISTRO-CLIENTE
                   MOVE 'N' TO CLI-RESTRICCION-KYC OF REGISTRO-CLIENTE
                   MOVE 'S' TO WS-CLIENTE-MODIFICADO
                   ADD 1 TO WS-CANT-LIBERADOS
               END-IF.

           140-REGISTRAR-EVENTO SECTION.
               MOVE CLI-DNI OF REGISTRO-CLIENTE TO WS-DNI-EVENTO.
               CALL 'REGISTRAR-EVENTO' USING
                   WS-TIPO-EVENTO
                   WS-CUENTA-EVENTO
                   WS-DNI-EVENTO
                   WS-DETALLE-EVENTO.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
