       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBTENER-TASA-REFERENCIA.
       AUTHOR. MARCOS MUÑOZ.

      * Devuelve la tasa de referencia de un índice vigente a una
      * fecha: la última publicada en tasas_referencia.dat en esa
      * fecha o antes (los días sin publicación rige la anterior).
      * Si el índice no tiene ninguna tasa cargada hasta la fecha
      * devuelve cero y lo indica, para que quien llama no otorgue
      * ni reajuste con una tasa inventada.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-TASAS-REFERENCIA
               ASSIGN TO 'tasas_referencia.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-CLAVE OF REGISTRO-TASA-REFERENCIA
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-TASAS-REFERENCIA.
           01 REGISTRO-TASA-REFERENCIA.
               COPY "tasareferencia.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-TASAS-ABIERTO      PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
       01  LK-INDICE             PIC X(06).
       01  LK-FECHA              PIC 9(08).
       01  LK-TASA               PIC V9(04).
      *    'S' si hay una tasa del índice vigente a la fecha.
       01  LK-ENCONTRADA         PIC X(01).

       PROCEDURE DIVISION USING LK-INDICE LK-FECHA LK-TASA
           LK-ENCONTRADA.
       000-MAIN-LOGIC SECTION.
           MOVE ZERO TO LK-TASA.
           MOVE 'N' TO LK-ENCONTRADA.
           PERFORM 100-BUSCAR-TASA.
           PERFORM 900-FINALIZAR-PROGRAMA.

      *    Se posiciona en la primera publicación del índice y
      *    avanza mientras la fecha no pase la pedida; la última
      *    leída es la vigente.
           100-BUSCAR-TASA SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               MOVE 'N' TO WS-TASAS-ABIERTO.
               OPEN INPUT ARCHIVO-TASAS-REFERENCIA.
               IF WS-FILE-STATUS NOT = '00'
                   SET FIN-ARCHIVO TO TRUE
               ELSE
                   MOVE 'S' TO WS-TASAS-ABIERTO
                   MOVE LK-INDICE
                       TO TR-INDICE OF REGISTRO-TASA-REFERENCIA
                   MOVE ZERO
                       TO TR-FECHA OF REGISTRO-TASA-REFERENCIA
                   START ARCHIVO-TASAS-REFERENCIA
                       KEY IS >= TR-CLAVE OF REGISTRO-TASA-REFERENCIA
                       INVALID KEY
                           SET FIN-ARCHIVO TO TRUE
                   END-START
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-TASAS-REFERENCIA NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF TR-INDICE OF REGISTRO-TASA-REFERENCIA
                              NOT = LK-INDICE
                              OR TR-FECHA OF REGISTRO-TASA-REFERENCIA
                                 > LK-FECHA
                               SET FIN-ARCHIVO TO TRUE
                           ELSE
                               MOVE TR-TASA
                                   OF REGISTRO-TASA-REFERENCIA
                                   TO LK-TASA
                               MOVE 'S' TO LK-ENCONTRADA
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-TASAS-ABIERTO = 'S'
                   CLOSE ARCHIVO-TASAS-REFERENCIA
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
