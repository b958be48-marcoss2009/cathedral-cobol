       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-CUOTAPARTE.
       AUTHOR. MARCOS MUÑOZ.

      * Carga y consulta del valor diario de la cuotaparte del
      * fondo común de inversión (cuotapartes.dat, indexado por
      * fecha), mantenido a mano con el valor que informa la
      * sociedad gerente. Lo consumen OPERAR-FCI (suscripciones y
      * rescates), POSICION-CLIENTE y EXTRACTO-CUENTA (valuación de
      * la tenencia) a través de OBTENER-VALOR-CUOTAPARTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CUOTAPARTES ASSIGN TO 'cuotapartes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-FECHA OF REGISTRO-CUOTAPARTE
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CUOTAPARTES.
           01 REGISTRO-CUOTAPARTE.
               05 CP-FECHA          PIC 9(08).
               05 CP-VALOR          PIC 9(06)V9(06).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.

       01  OPCION-CUOTAPARTE            PIC 9.

       01  WS-FECHA-BUSCADA      PIC 9(08).
       01  WS-VALOR-ENCONTRADO   PIC X(01) VALUE 'N'.
           88 VALOR-ENCONTRADO   VALUE 'S'.

       01  WS-CONTINUAR          PIC X(01) VALUE 'S'.
           88 CONTINUAR          VALUE 'S'.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- VALORES DE CUOTAPARTE FCI ----'.
           OPEN I-O ARCHIVO-CUOTAPARTES.
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT ARCHIVO-CUOTAPARTES
               CLOSE ARCHIVO-CUOTAPARTES
               OPEN I-O ARCHIVO-CUOTAPARTES
           END-IF.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR AL ABRIR LA TABLA DE CUOTAPARTES'
           ELSE
               PERFORM UNTIL NOT CONTINUAR
                   PERFORM 100-MENU-CUOTAPARTE
               END-PERFORM
               CLOSE ARCHIVO-CUOTAPARTES
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-MENU-CUOTAPARTE SECTION.
               DISPLAY '----> Seleccione la acción a realizar:'.
               DISPLAY '1. Cargar o corregir valor de cuotaparte'.
               DISPLAY '2. Consultar valor de cuotaparte'.
               DISPLAY '0. Salir'.
               DISPLAY 'Elija una opción: ' WITH NO ADVANCING.
               ACCEPT OPCION-CUOTAPARTE.

               EVALUATE OPCION-CUOTAPARTE
                   WHEN 1
                       PERFORM 200-CARGAR-VALOR
                   WHEN 2
                       PERFORM 300-CONSULTAR-VALOR
                   WHEN 0
                       MOVE 'N' TO WS-CONTINUAR
                   WHEN OTHER
                       DISPLAY '--> OPCIÓN INVÁLIDA'
               END-EVALUATE.

           110-LOCALIZAR SECTION.
               DISPLAY 'Fecha (AAAAMMDD): ' WITH NO ADVANCING.
               ACCEPT WS-FECHA-BUSCADA.
               MOVE WS-FECHA-BUSCADA
                   TO CP-FECHA OF REGISTRO-CUOTAPARTE.
               READ ARCHIVO-CUOTAPARTES
                   KEY IS CP-FECHA OF REGISTRO-CUOTAPARTE
                   INVALID KEY
                       MOVE 'N' TO WS-VALOR-ENCONTRADO
                   NOT INVALID KEY
                       MOVE 'S' TO WS-VALOR-ENCONTRADO
               END-READ.

           200-CARGAR-VALOR SECTION.
               PERFORM 110-LOCALIZAR.
               IF VALOR-ENCONTRADO
                   DISPLAY '--> VALOR EXISTENTE ('
                       CP-VALOR OF REGISTRO-CUOTAPARTE
                       '), SE REEMPLAZA'
               END-IF.
               DISPLAY 'Valor de cuotaparte del día: '
                   WITH NO ADVANCING.
               ACCEPT CP-VALOR OF REGISTRO-CUOTAPARTE.
               PERFORM UNTIL CP-VALOR OF REGISTRO-CUOTAPARTE > ZERO
                   DISPLAY '--> EL VALOR DEBE SER POSITIVO'
                   DISPLAY 'Valor de cuotaparte del día: '
                       WITH NO ADVANCING
                   ACCEPT CP-VALOR OF REGISTRO-CUOTAPARTE
               END-PERFORM.
               MOVE WS-FECHA-BUSCADA
                   TO CP-FECHA OF REGISTRO-CUOTAPARTE.
               IF VALOR-ENCONTRADO
                   REWRITE REGISTRO-CUOTAPARTE
               ELSE
                   WRITE REGISTRO-CUOTAPARTE
               END-IF.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL GRABAR EL VALOR'
               ELSE
                   DISPLAY '---> VALOR GRABADO S.E.U.O'
               END-IF.

           300-CONSULTAR-VALOR SECTION.
               PERFORM 110-LOCALIZAR.
               IF VALOR-ENCONTRADO
                   DISPLAY 'CUOTAPARTE AL '
                       CP-FECHA OF REGISTRO-CUOTAPARTE ': '
                       CP-VALOR OF REGISTRO-CUOTAPARTE
               ELSE
                   DISPLAY '--> SIN VALOR PARA ESA FECHA'
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
