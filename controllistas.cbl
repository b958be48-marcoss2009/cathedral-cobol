       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLAR-LISTAS.
       AUTHOR. MARCOS MUÑOZ.

      * Controla una persona contra las listas de control
      * (listas_control.dat: sanciones ONU, OFAC y padrón PEP) por
      * nombre y por documento. El nombre se compara en
      * mayúsculas; el documento puede venir como DNI o como CUIT
      * y se empata también por el DNI contenido en el CUIT. Ante
      * una coincidencia devuelve 'S' y deja una alerta pendiente
      * en alertas.dat para cumplimiento, con el DNI y la cuenta
      * que informa el llamador y la lista que coincidió. Con fecha
      * desde en cero controla contra todas las entradas; si no,
      * sólo contra las incorporadas desde esa fecha, que es lo que
      * usa la recorrida de clientes tras una carga nueva.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-LISTAS ASSIGN TO 'listas_control.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-CLAVE OF REGISTRO-LISTA
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-LISTAS.
           01 REGISTRO-LISTA.
               COPY "listacontrol.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

       01  WS-NOMBRE-BUSCADO     PIC X(30).

      *    Documento buscado y el DNI equivalente: el mismo número
      *    si es un DNI, o los ocho dígitos centrales si es un CUIT.
       01  WS-DOCUMENTO-BUSCADO  PIC 9(11).
       01  WS-DOCUMENTO-CUIT REDEFINES WS-DOCUMENTO-BUSCADO.
           05 WS-DB-PREFIJO      PIC 9(02).
           05 WS-DB-DNI          PIC 9(08).
           05 WS-DB-VERIFICADOR  PIC 9(01).
       01  WS-DNI-BUSCADO        PIC 9(08).
       01  WS-DNI-LISTA          PIC 9(08).

       01  WS-PATRON             PIC X(20).
       01  WS-DETALLE            PIC X(40).

       LINKAGE SECTION.
       01  LK-NOMBRE             PIC X(30).
       01  LK-DOCUMENTO          PIC 9(11).
       01  LK-DNI-ALERTA         PIC 9(08).
       01  LK-CUENTA-ALERTA      PIC 9(08).
      *    Operación que pidió el control, para el detalle de la
      *    alerta (ALTA CUENTA, ALTA CLIENTE, WEB, TRANSF EXT...).
       01  LK-ORIGEN             PIC X(12).
       01  LK-FECHA-DESDE        PIC 9(08).
       01  LK-RESULTADO          PIC X(01).

       PROCEDURE DIVISION USING LK-NOMBRE LK-DOCUMENTO
           LK-DNI-ALERTA LK-CUENTA-ALERTA LK-ORIGEN
           LK-FECHA-DESDE LK-RESULTADO.
       000-MAIN-LOGIC SECTION.
           MOVE 'N' TO LK-RESULTADO.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LK-NOMBRE TO WS-NOMBRE-BUSCADO.
           INSPECT WS-NOMBRE-BUSCADO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE LK-DOCUMENTO TO WS-DOCUMENTO-BUSCADO.
           IF WS-DB-PREFIJO > ZERO
               MOVE WS-DB-DNI TO WS-DNI-BUSCADO
           ELSE
               MOVE WS-DOCUMENTO-BUSCADO TO WS-DNI-BUSCADO
           END-IF.

      *    Sin listas cargadas no hay contra qué controlar.
           OPEN INPUT ARCHIVO-LISTAS.
           IF WS-FILE-STATUS = '00'
               PERFORM UNTIL FIN-ARCHIVO OR LK-RESULTADO = 'S'
                   READ ARCHIVO-LISTAS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF LC-FECHA-ALTA OF REGISTRO-LISTA
                               >= LK-FECHA-DESDE
                               PERFORM 100-COMPARAR-ENTRADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-LISTAS
           END-IF.

           IF LK-RESULTADO = 'S'
               PERFORM 200-GENERAR-ALERTA
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

      *    Coincide el nombre exacto, el mismo documento, o el
      *    mismo DNI aunque uno venga como DNI y el otro como CUIT.
           100-COMPARAR-ENTRADA SECTION.
               IF LC-DOC-PREFIJO OF REGISTRO-LISTA > ZERO
                   MOVE LC-DOC-DNI OF REGISTRO-LISTA TO WS-DNI-LISTA
               ELSE
                   MOVE LC-DOCUMENTO OF REGISTRO-LISTA
                       TO WS-DNI-LISTA
               END-IF.
               IF WS-NOMBRE-BUSCADO NOT = SPACES
                  AND LC-NOMBRE OF REGISTRO-LISTA = WS-NOMBRE-BUSCADO
                   MOVE 'S' TO LK-RESULTADO
               END-IF.
               IF WS-DOCUMENTO-BUSCADO > ZERO
                  AND LC-DOCUMENTO OF REGISTRO-LISTA > ZERO
                   IF LC-DOCUMENTO OF REGISTRO-LISTA
                          = WS-DOCUMENTO-BUSCADO
                      OR WS-DNI-LISTA = WS-DNI-BUSCADO
                       MOVE 'S' TO LK-RESULTADO
                   END-IF
               END-IF.

      *    La alerta lleva la lista que coincidió y el nombre
      *    publicado, para que cumplimiento la revise sin volver a
      *    buscar la entrada.
           200-GENERAR-ALERTA SECTION.
               MOVE SPACES TO WS-PATRON.
               STRING
                   'LISTA ' DELIMITED BY SIZE
                   LC-LISTA OF REGISTRO-LISTA DELIMITED BY SPACE
                   INTO WS-PATRON
               END-STRING.
               MOVE SPACES TO WS-DETALLE.
               STRING
                   LK-ORIGEN DELIMITED BY '  '
                   ': ' DELIMITED BY SIZE
                   LC-NOMBRE OF REGISTRO-LISTA DELIMITED BY SIZE
                   INTO WS-DETALLE
               END-STRING.
               CALL 'REGISTRAR-ALERTA' USING
                   LK-DNI-ALERTA LK-CUENTA-ALERTA
                   WS-PATRON WS-DETALLE.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
