       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-TASAS-REFERENCIA.
       AUTHOR. MARCOS MUÑOZ.

      * Carga y consulta de la tabla fechada de tasas de referencia
      * (tasas_referencia.dat): tasa nominal anual por índice
      * (BADLAR u otro) y fecha de publicación. La consumen el alta
      * de préstamos a tasa variable y el batch de reajuste a
      * través de OBTENER-TASA-REFERENCIA.

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

       01  OPCION-TASAS          PIC 9.

       01  WS-INDICE-BUSCADO     PIC X(06).
       01  WS-FECHA-BUSCADA      PIC 9(08).

       01  WS-TASA-ENCONTRADA    PIC X(01) VALUE 'N'.
           88 TASA-ENCONTRADA    VALUE 'S'.

       01  WS-CONTINUAR          PIC X(01) VALUE 'S'.
           88 CONTINUAR          VALUE 'S'.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- CARGA DE TASAS DE REFERENCIA ----'.
           OPEN I-O ARCHIVO-TASAS-REFERENCIA.
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT ARCHIVO-TASAS-REFERENCIA
               CLOSE ARCHIVO-TASAS-REFERENCIA
               OPEN I-O ARCHIVO-TASAS-REFERENCIA
           END-IF.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR AL ABRIR LA TABLA DE TASAS DE REFERENCIA'
           ELSE
               PERFORM UNTIL NOT CONTINUAR
                   PERFORM 100-MENU-TASAS
               END-PERFORM
               CLOSE ARCHIVO-TASAS-REFERENCIA
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-MENU-TASAS SECTION.
               DISPLAY '----> Seleccione la acción a realizar:'.
               DISPLAY '1. Cargar o corregir tasa'.
               DISPLAY '2. Consultar tasa'.
               DISPLAY '0. Salir'.
               DISPLAY 'Elija una opción: ' WITH NO ADVANCING.
               ACCEPT OPCION-TASAS.

               EVALUATE OPCION-TASAS
                   WHEN 1
                       PERFORM 200-CARGAR-TASA
                   WHEN 2
                       PERFORM 300-CONSULTAR-TASA
                   WHEN 0
                       MOVE 'N' TO WS-CONTINUAR
                   WHEN OTHER
                       DISPLAY '--> OPCIÓN INVÁLIDA'
               END-EVALUATE.

           110-PEDIR-Y-LOCALIZAR SECTION.
               DISPLAY 'Índice (BADLAR): ' WITH NO ADVANCING.
               ACCEPT WS-INDICE-BUSCADO.
               DISPLAY 'Fecha (AAAAMMDD): ' WITH NO ADVANCING.
               ACCEPT WS-FECHA-BUSCADA.

               MOVE WS-INDICE-BUSCADO
                   TO TR-INDICE OF REGISTRO-TASA-REFERENCIA.
               MOVE WS-FECHA-BUSCADA
                   TO TR-FECHA OF REGISTRO-TASA-REFERENCIA.
               READ ARCHIVO-TASAS-REFERENCIA
                   KEY IS TR-CLAVE OF REGISTRO-TASA-REFERENCIA
                   INVALID KEY
                       MOVE 'N' TO WS-TASA-ENCONTRADA
                   NOT INVALID KEY
                       MOVE 'S' TO WS-TASA-ENCONTRADA
               END-READ.

           120-MOSTRAR-TASA SECTION.
               DISPLAY 'Índice: ' TR-INDICE OF REGISTRO-TASA-REFERENCIA
                   '  Fecha: ' TR-FECHA OF REGISTRO-TASA-REFERENCIA.
               DISPLAY 'Tasa nominal anual: '
                   TR-TASA OF REGISTRO-TASA-REFERENCIA.

           200-CARGAR-TASA SECTION.
               PERFORM 110-PEDIR-Y-LOCALIZAR.
               IF TASA-ENCONTRADA
                   DISPLAY '--> TASA EXISTENTE, SE REEMPLAZA:'
                   PERFORM 120-MOSTRAR-TASA
               END-IF.

               DISPLAY 'Tasa nominal anual (0.xxxx): '
                   WITH NO ADVANCING.
               ACCEPT TR-TASA OF REGISTRO-TASA-REFERENCIA.
               PERFORM UNTIL TR-TASA OF REGISTRO-TASA-REFERENCIA
                   > ZERO
                   DISPLAY '--> TASA INVÁLIDA'
                   DISPLAY 'Tasa nominal anual (0.xxxx): '
                       WITH NO ADVANCING
                   ACCEPT TR-TASA OF REGISTRO-TASA-REFERENCIA
               END-PERFORM.

               MOVE WS-INDICE-BUSCADO
                   TO TR-INDICE OF REGISTRO-TASA-REFERENCIA.
               MOVE WS-FECHA-BUSCADA
                   TO TR-FECHA OF REGISTRO-TASA-REFERENCIA.

               IF TASA-ENCONTRADA
                   REWRITE REGISTRO-TASA-REFERENCIA
               ELSE
                   WRITE REGISTRO-TASA-REFERENCIA
               END-IF.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL GRABAR LA TASA'
               ELSE
                   DISPLAY '---> TASA GRABADA S.E.U.O'
               END-IF.

           300-CONSULTAR-TASA SECTION.
               PERFORM 110-PEDIR-Y-LOCALIZAR.
               IF TASA-ENCONTRADA
                   PERFORM 120-MOSTRAR-TASA
               ELSE
                   DISPLAY '--> SIN TASA PARA ESA FECHA'
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
