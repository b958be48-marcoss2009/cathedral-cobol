       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-SELLOS.
       AUTHOR. MARCOS MUÑOZ.

      * Carga y consulta de la tabla de alícuotas del impuesto de
      * sellos por provincia e instrumento (alicuotas_sellos.dat) y
      * de la provincia en la que está radicada cada sucursal
      * (jurisdicciones_sucursales.dat). Las consumen el alta de
      * préstamos y la constitución de plazos fijos a través de
      * CALCULAR-SELLOS, y la declaración jurada mensual.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-SELLOS ASSIGN TO 'alicuotas_sellos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SE-CLAVE OF REGISTRO-SELLOS
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-JURISDICCIONES
               ASSIGN TO 'jurisdicciones_sucursales.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JU-SUCURSAL OF REGISTRO-JURISDICCION
               FILE STATUS IS WS-FILE-STATUS-JUR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-SELLOS.
           01 REGISTRO-SELLOS.
               COPY "sellos.cpy".

       FD  ARCHIVO-JURISDICCIONES.
           01 REGISTRO-JURISDICCION.
               COPY "jurisdiccion.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-JUR    PIC XX VALUE '00'.

       01  OPCION-SELLOS         PIC 9.

       01  WS-PROVINCIA-BUSCADA  PIC X(01).
       01  WS-INSTRUMENTO-BUSCADO PIC X(01).
       01  WS-SUCURSAL-BUSCADA   PIC 9(03).

       01  WS-ALICUOTA-ENCONTRADA PIC X(01) VALUE 'N'.
           88 ALICUOTA-ENCONTRADA VALUE 'S'.
       01  WS-SUCURSAL-ENCONTRADA PIC X(01) VALUE 'N'.
           88 SUCURSAL-ENCONTRADA VALUE 'S'.

       01  WS-CONTINUAR          PIC X(01) VALUE 'S'.
           88 CONTINUAR          VALUE 'S'.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- IMPUESTO DE SELLOS ----'.
           OPEN I-O ARCHIVO-SELLOS.
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT ARCHIVO-SELLOS
               CLOSE ARCHIVO-SELLOS
               OPEN I-O ARCHIVO-SELLOS
           END-IF.
           OPEN I-O ARCHIVO-JURISDICCIONES.
           IF WS-FILE-STATUS-JUR = '35'
               OPEN OUTPUT ARCHIVO-JURISDICCIONES
               CLOSE ARCHIVO-JURISDICCIONES
               OPEN I-O ARCHIVO-JURISDICCIONES
           END-IF.
           IF WS-FILE-STATUS NOT = '00'
              OR WS-FILE-STATUS-JUR NOT = '00'
               DISPLAY 'ERROR AL ABRIR LAS TABLAS DE SELLOS'
           ELSE
               PERFORM UNTIL NOT CONTINUAR
                   PERFORM 100-MENU-SELLOS
               END-PERFORM
               CLOSE ARCHIVO-SELLOS
               CLOSE ARCHIVO-JURISDICCIONES
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-MENU-SELLOS SECTION.
               DISPLAY '----> Seleccione la acción a realizar:'.
               DISPLAY '1. Cargar o corregir alícuota'.
               DISPLAY '2. Consultar alícuota'.
               DISPLAY '3. Asignar provincia a una sucursal'.
               DISPLAY '4. Consultar provincia de una sucursal'.
               DISPLAY '0. Salir'.
               DISPLAY 'Elija una opción: ' WITH NO ADVANCING.
               ACCEPT OPCION-SELLOS.

               EVALUATE OPCION-SELLOS
                   WHEN 1
                       PERFORM 200-CARGAR-ALICUOTA
                   WHEN 2
                       PERFORM 300-CONSULTAR-ALICUOTA
                   WHEN 3
                       PERFORM 400-ASIGNAR-PROVINCIA
                   WHEN 4
                       PERFORM 500-CONSULTAR-PROVINCIA
                   WHEN 0
                       MOVE 'N' TO WS-CONTINUAR
                   WHEN OTHER
                       DISPLAY '--> OPCIÓN INVÁLIDA'
               END-EVALUATE.

           110-PEDIR-Y-LOCALIZAR SECTION.
               DISPLAY 'Provincia (letra del código): '
                   WITH NO ADVANCING.
               ACCEPT WS-PROVINCIA-BUSCADA.
               DISPLAY 'Instrumento (P préstamo / F plazo fijo): '
                   WITH NO ADVANCING.
               ACCEPT WS-INSTRUMENTO-BUSCADO.
               PERFORM UNTIL WS-INSTRUMENTO-BUSCADO = 'P'
                   OR WS-INSTRUMENTO-BUSCADO = 'F'
                   DISPLAY '--> INSTRUMENTO INVÁLIDO (P/F)'
                   DISPLAY 'Instrumento (P préstamo / F plazo fijo): '
                       WITH NO ADVANCING
                   ACCEPT WS-INSTRUMENTO-BUSCADO
               END-PERFORM.

               MOVE WS-PROVINCIA-BUSCADA
                   TO SE-PROVINCIA OF REGISTRO-SELLOS.
               MOVE WS-INSTRUMENTO-BUSCADO
                   TO SE-INSTRUMENTO OF REGISTRO-SELLOS.
               READ ARCHIVO-SELLOS
                   KEY IS SE-CLAVE OF REGISTRO-SELLOS
                   INVALID KEY
                       MOVE 'N' TO WS-ALICUOTA-ENCONTRADA
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ALICUOTA-ENCONTRADA
               END-READ.

           120-MOSTRAR-ALICUOTA SECTION.
               DISPLAY 'Provincia: ' SE-PROVINCIA OF REGISTRO-SELLOS
                   ' ' SE-NOMBRE-PROVINCIA OF REGISTRO-SELLOS.
               DISPLAY 'Instrumento: '
                   SE-INSTRUMENTO OF REGISTRO-SELLOS
                   '  Alícuota: ' SE-ALICUOTA OF REGISTRO-SELLOS.

           200-CARGAR-ALICUOTA SECTION.
               PERFORM 110-PEDIR-Y-LOCALIZAR.
               IF ALICUOTA-ENCONTRADA
                   DISPLAY '--> ALÍCUOTA EXISTENTE, SE REEMPLAZA:'
                   PERFORM 120-MOSTRAR-ALICUOTA
               END-IF.

               DISPLAY 'Nombre de la provincia: ' WITH NO ADVANCING.
               ACCEPT SE-NOMBRE-PROVINCIA OF REGISTRO-SELLOS.
      *        Alícuota cero deja el instrumento exento en la
      *        provincia sin borrar el renglón.
               DISPLAY 'Alícuota (0.xxxx): ' WITH NO ADVANCING.
               ACCEPT SE-ALICUOTA OF REGISTRO-SELLOS.

               MOVE WS-PROVINCIA-BUSCADA
                   TO SE-PROVINCIA OF REGISTRO-SELLOS.
               MOVE WS-INSTRUMENTO-BUSCADO
                   TO SE-INSTRUMENTO OF REGISTRO-SELLOS.

               IF ALICUOTA-ENCONTRADA
                   REWRITE REGISTRO-SELLOS
               ELSE
                   WRITE REGISTRO-SELLOS
               END-IF.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL GRABAR LA ALÍCUOTA'
               ELSE
                   DISPLAY '---> ALÍCUOTA GRABADA'
               END-IF.

           300-CONSULTAR-ALICUOTA SECTION.
               PERFORM 110-PEDIR-Y-LOCALIZAR.
               IF ALICUOTA-ENCONTRADA
                   PERFORM 120-MOSTRAR-ALICUOTA
               ELSE
                   DISPLAY '--> SIN ALÍCUOTA: EL INSTRUMENTO NO '
                       'TRIBUTA EN ESA PROVINCIA'
               END-IF.

           410-PEDIR-SUCURSAL SECTION.
               DISPLAY 'Sucursal: ' WITH NO ADVANCING.
               ACCEPT WS-SUCURSAL-BUSCADA.
               MOVE WS-SUCURSAL-BUSCADA
                   TO JU-SUCURSAL OF REGISTRO-JURISDICCION.
               READ ARCHIVO-JURISDICCIONES
                   KEY IS JU-SUCURSAL OF REGISTRO-JURISDICCION
                   INVALID KEY
                       MOVE 'N' TO WS-SUCURSAL-ENCONTRADA
                   NOT INVALID KEY
                       MOVE 'S' TO WS-SUCURSAL-ENCONTRADA
               END-READ.

           400-ASIGNAR-PROVINCIA SECTION.
               PERFORM 410-PEDIR-SUCURSAL.
               IF SUCURSAL-ENCONTRADA
                   DISPLAY '--> RADICADA EN '
                       JU-PROVINCIA OF REGISTRO-JURISDICCION
                       ', SE REEMPLAZA'
               END-IF.
               DISPLAY 'Provincia (letra del código): '
                   WITH NO ADVANCING.
               ACCEPT JU-PROVINCIA OF REGISTRO-JURISDICCION.
               MOVE WS-SUCURSAL-BUSCADA
                   TO JU-SUCURSAL OF REGISTRO-JURISDICCION.
               IF SUCURSAL-ENCONTRADA
                   REWRITE REGISTRO-JURISDICCION
               ELSE
                   WRITE REGISTRO-JURISDICCION
               END-IF.
               IF WS-FILE-STATUS-JUR NOT = '00'
                   DISPLAY 'ERROR AL GRABAR LA JURISDICCIÓN'
               ELSE
                   DISPLAY '---> JURISDICCIÓN GRABADA'
               END-IF.

           500-CONSULTAR-PROVINCIA SECTION.
               PERFORM 410-PEDIR-SUCURSAL.
               IF SUCURSAL-ENCONTRADA
                   DISPLAY 'Sucursal '
                       JU-SUCURSAL OF REGISTRO-JURISDICCION
                       ' radicada en '
                       JU-PROVINCIA OF REGISTRO-JURISDICCION
               ELSE
                   DISPLAY '--> SUCURSAL SIN JURISDICCIÓN CARGADA'
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
