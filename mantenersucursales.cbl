       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-SUCURSALES.
       AUTHOR. MARCOS MUÑOZ.

      * Mantenimiento del maestro de sucursales (sucursales.dat):
      * alta y corrección de una sucursal con su nombre, domicilio,
      * provincia, región, gerente y hora de corte propia, consulta,
      * cierre y listado. Hasta ahora la sucursal era un número de
      * tres dígitos que nadie validaba; el alta de cuentas, los
      * operadores y los traslados sólo aceptan sucursales activas
      * de este maestro. Una sucursal cerrada no se borra: las
      * cuentas y los asientos históricos la siguen referenciando.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-SUCURSALES ASSIGN TO 'sucursales.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUCURSAL OF REGISTRO-SUCURSAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-SUCURSALES.
           01 REGISTRO-SUCURSAL.
               COPY "sucursal.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.

       01  OPCION-SUCURSALES     PIC 9.

       01  WS-SUCURSAL-BUSCADA   PIC 9(03).
       01  WS-SUCURSAL-ENCONTRADA PIC X(01) VALUE 'N'.
           88 SUCURSAL-ENCONTRADA VALUE 'S'.

       01  WS-CONFIRMA           PIC X VALUE 'N'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-CANT-LISTADAS      PIC 9(03).

       01  WS-CONTINUAR          PIC X(01) VALUE 'S'.
           88 CONTINUAR          VALUE 'S'.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- MAESTRO DE SUCURSALES ----'.
           PERFORM 050-ABRIR-ARCHIVO.
           IF WS-FILE-STATUS = '00'
               PERFORM UNTIL NOT CONTINUAR
                   PERFORM 100-MENU-SUCURSALES
               END-PERFORM
               CLOSE ARCHIVO-SUCURSALES
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

      *    Si el maestro todavía no existe lo creamos vacío antes
      *    de abrirlo en modo I-O.
           050-ABRIR-ARCHIVO SECTION.
               OPEN I-O ARCHIVO-SUCURSALES.
               IF WS-FILE-STATUS = '35'
                   OPEN OUTPUT ARCHIVO-SUCURSALES
                   CLOSE ARCHIVO-SUCURSALES
                   OPEN I-O ARCHIVO-SUCURSALES
               END-IF.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL MAESTRO DE SUCURSALES'
               END-IF.

           100-MENU-SUCURSALES SECTION.
               DISPLAY '----> Seleccione la acción a realizar:'.
               DISPLAY '1. Cargar o corregir sucursal'.
               DISPLAY '2. Consultar sucursal'.
               DISPLAY '3. Cerrar o reabrir sucursal'.
               DISPLAY '4. Listar sucursales'.
               DISPLAY '0. Salir'.
               DISPLAY 'Elija una opción: ' WITH NO ADVANCING.
               ACCEPT OPCION-SUCURSALES.

               EVALUATE OPCION-SUCURSALES
                   WHEN 1
                       PERFORM 200-CARGAR-SUCURSAL
                   WHEN 2
                       PERFORM 300-CONSULTAR-SUCURSAL
                   WHEN 3
                       PERFORM 400-CERRAR-SUCURSAL
                   WHEN 4
                       PERFORM 500-LISTAR-SUCURSALES
                   WHEN 0
                       MOVE 'N' TO WS-CONTINUAR
                   WHEN OTHER
                       DISPLAY '--> OPCIÓN INVÁLIDA'
               END-EVALUATE.

           110-PEDIR-SUCURSAL SECTION.
               DISPLAY 'Sucursal (001-999): ' WITH NO ADVANCING.
               ACCEPT WS-SUCURSAL-BUSCADA.
               PERFORM UNTIL WS-SUCURSAL-BUSCADA > ZERO
                   DISPLAY '--> SUCURSAL INVÁLIDA'
                   DISPLAY 'Sucursal (001-999): ' WITH NO ADVANCING
                   ACCEPT WS-SUCURSAL-BUSCADA
               END-PERFORM.
               MOVE WS-SUCURSAL-BUSCADA
                   TO SU-SUCURSAL OF REGISTRO-SUCURSAL.
               READ ARCHIVO-SUCURSALES
                   KEY IS SU-SUCURSAL OF REGISTRO-SUCURSAL
                   INVALID KEY
                       MOVE 'N' TO WS-SUCURSAL-ENCONTRADA
                   NOT INVALID KEY
                       MOVE 'S' TO WS-SUCURSAL-ENCONTRADA
               END-READ.

           120-MOSTRAR-SUCURSAL SECTION.
               DISPLAY '-------------------------------'.
               DISPLAY 'Sucursal:  ' SU-SUCURSAL OF REGISTRO-SUCURSAL
                   ' ' SU-NOMBRE OF REGISTRO-SUCURSAL.
               DISPLAY 'Domicilio: ' SU-DOMICILIO OF REGISTRO-SUCURSAL.
               DISPLAY 'Provincia: ' SU-PROVINCIA OF REGISTRO-SUCURSAL
                   '  Región: ' SU-REGION OF REGISTRO-SUCURSAL.
               DISPLAY 'Gerente:   ' SU-GERENTE OF REGISTRO-SUCURSAL.
               IF SU-HORA-CORTE OF REGISTRO-SUCURSAL = ZERO
                   DISPLAY 'Corte:     EL GENERAL DEL BANCO'
               ELSE
                   DISPLAY 'Corte:     '
                       SU-HORA-CORTE OF REGISTRO-SUCURSAL
               END-IF.
               IF SUCURSAL-CERRADA OF REGISTRO-SUCURSAL
                   DISPLAY 'Estado:    CERRADA'
               ELSE
                   DISPLAY 'Estado:    ACTIVA'
               END-IF.
               DISPLAY '-------------------------------'.

      *    El nombre y la región no pueden quedar en blanco: son lo
      *    que imprimen los listados por sucursal.
           200-CARGAR-SUCURSAL SECTION.
               PERFORM 110-PEDIR-SUCURSAL.
               IF SUCURSAL-ENCONTRADA
                   DISPLAY '--> SUCURSAL EXISTENTE, SE CORRIGE:'
                   PERFORM 120-MOSTRAR-SUCURSAL
               ELSE
                   MOVE 'A' TO SU-ESTADO OF REGISTRO-SUCURSAL
               END-IF.

               DISPLAY 'Nombre: ' WITH NO ADVANCING.
               ACCEPT SU-NOMBRE OF REGISTRO-SUCURSAL.
               PERFORM UNTIL SU-NOMBRE OF REGISTRO-SUCURSAL
                             NOT = SPACES
                   DISPLAY '--> EL NOMBRE NO PUEDE QUEDAR EN BLANCO'
                   DISPLAY 'Nombre: ' WITH NO ADVANCING
                   ACCEPT SU-NOMBRE OF REGISTRO-SUCURSAL
               END-PERFORM.
               DISPLAY 'Domicilio: ' WITH NO ADVANCING.
               ACCEPT SU-DOMICILIO OF REGISTRO-SUCURSAL.
               DISPLAY 'Provincia (letra del código): '
                   WITH NO ADVANCING.
               ACCEPT SU-PROVINCIA OF REGISTRO-SUCURSAL.
               DISPLAY 'Región: ' WITH NO ADVANCING.
               ACCEPT SU-REGION OF REGISTRO-SUCURSAL.
               PERFORM UNTIL SU-REGION OF REGISTRO-SUCURSAL
                             NOT = SPACES
                   DISPLAY '--> LA REGIÓN NO PUEDE QUEDAR EN BLANCO'
                   DISPLAY 'Región: ' WITH NO ADVANCING
                   ACCEPT SU-REGION OF REGISTRO-SUCURSAL
               END-PERFORM.
               INSPECT SU-REGION OF REGISTRO-SUCURSAL
                   CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
               DISPLAY 'Gerente: ' WITH NO ADVANCING.
               ACCEPT SU-GERENTE OF REGISTRO-SUCURSAL.
               DISPLAY 'Hora de corte (HHMM, 0 = la general): '
                   WITH NO ADVANCING.
               ACCEPT SU-HORA-CORTE OF REGISTRO-SUCURSAL.
               PERFORM UNTIL SU-HORA-CORTE OF REGISTRO-SUCURSAL
                   < 2400
                   DISPLAY '--> HORA INVÁLIDA'
                   DISPLAY 'Hora de corte (HHMM, 0 = la general): '
                       WITH NO ADVANCING
                   ACCEPT SU-HORA-CORTE OF REGISTRO-SUCURSAL
               END-PERFORM.

               MOVE WS-SUCURSAL-BUSCADA
                   TO SU-SUCURSAL OF REGISTRO-SUCURSAL.
               IF SUCURSAL-ENCONTRADA
                   REWRITE REGISTRO-SUCURSAL
               ELSE
                   WRITE REGISTRO-SUCURSAL
               END-IF.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL GRABAR LA SUCURSAL'
               ELSE
                   DISPLAY '---> SUCURSAL GRABADA'
               END-IF.

           300-CONSULTAR-SUCURSAL SECTION.
               PERFORM 110-PEDIR-SUCURSAL.
               IF SUCURSAL-ENCONTRADA
                   PERFORM 120-MOSTRAR-SUCURSAL
               ELSE
                   DISPLAY '--> SUCURSAL NO REGISTRADA'
               END-IF.

      *    Una sucursal cerrada deja de aceptar cuentas nuevas,
      *    operadores y traslados hacia ella; lo ya radicado sigue.
           400-CERRAR-SUCURSAL SECTION.
               PERFORM 110-PEDIR-SUCURSAL.
               IF NOT SUCURSAL-ENCONTRADA
                   DISPLAY '--> SUCURSAL NO REGISTRADA'
               ELSE
                   PERFORM 120-MOSTRAR-SUCURSAL
                   IF SUCURSAL-CERRADA OF REGISTRO-SUCURSAL
                       DISPLAY 'Confirma la reapertura (S/N): '
                           WITH NO ADVANCING
                   ELSE
                       DISPLAY 'Confirma el cierre (S/N): '
                           WITH NO ADVANCING
                   END-IF
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       IF SUCURSAL-CERRADA OF REGISTRO-SUCURSAL
                           MOVE 'A' TO SU-ESTADO OF REGISTRO-SUCURSAL
                       ELSE
                           MOVE 'C' TO SU-ESTADO OF REGISTRO-SUCURSAL
                       END-IF
                       REWRITE REGISTRO-SUCURSAL
                       IF WS-FILE-STATUS NOT = '00'
                           DISPLAY 'ERROR AL GRABAR LA SUCURSAL'
                       ELSE
                           DISPLAY '---> SUCURSAL ACTUALIZADA'
                       END-IF
                   ELSE
                       DISPLAY '--> OPERACIÓN CANCELADA'
                   END-IF
               END-IF.

           500-LISTAR-SUCURSALES SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               MOVE ZERO TO WS-CANT-LISTADAS.
               MOVE ZERO TO SU-SUCURSAL OF REGISTRO-SUCURSAL.
               START ARCHIVO-SUCURSALES
                   KEY IS NOT LESS THAN SU-SUCURSAL OF REGISTRO-SUCURSAL
                   INVALID KEY
                       SET FIN-ARCHIVO TO TRUE
               END-START.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-SUCURSALES NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CANT-LISTADAS
                           DISPLAY SU-SUCURSAL OF REGISTRO-SUCURSAL
                               ' ' SU-NOMBRE OF REGISTRO-SUCURSAL
                               ' ' SU-REGION OF REGISTRO-SUCURSAL
                               ' ' SU-ESTADO OF REGISTRO-SUCURSAL
                   END-READ
               END-PERFORM.
               DISPLAY '---- SUCURSALES: ' WS-CANT-LISTADAS.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
