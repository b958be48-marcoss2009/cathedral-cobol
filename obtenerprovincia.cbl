       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBTENER-PROVINCIA-SUCURSAL.
       AUTHOR. MARCOS MUÑOZ.

      * Devuelve la provincia en la que está radicada una sucursal,
      * centralizada para que todo tributo provincial (impuesto de
      * sellos) y su liquidación tomen la jurisdicción de la misma
      * manera. Manda la provincia del maestro de sucursales; la
      * tabla jurisdicciones_sucursales.dat queda como respaldo
      * para las sucursales que todavía no tienen la provincia
      * cargada en el maestro. Sucursal sin jurisdicción en ninguno
      * de los dos devuelve espacios.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-JURISDICCIONES
               ASSIGN TO 'jurisdicciones_sucursales.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JU-SUCURSAL OF REGISTRO-JURISDICCION
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-JURISDICCIONES.
           01 REGISTRO-JURISDICCION.
               COPY "jurisdiccion.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.

       01  WS-SUCURSAL-DATOS.
           COPY "sucursal.cpy".
       01  WS-SUCURSAL-ENCONTRADA PIC X(01).

       LINKAGE SECTION.
       01  LK-SUCURSAL           PIC 9(03).
       01  LK-PROVINCIA          PIC X(01).

       PROCEDURE DIVISION USING LK-SUCURSAL LK-PROVINCIA.
       000-MAIN-LOGIC SECTION.
           MOVE SPACES TO LK-PROVINCIA.
           CALL 'OBTENER-SUCURSAL' USING LK-SUCURSAL
               WS-SUCURSAL-DATOS WS-SUCURSAL-ENCONTRADA.
           IF WS-SUCURSAL-ENCONTRADA = 'S'
               MOVE SU-PROVINCIA OF WS-SUCURSAL-DATOS TO LK-PROVINCIA
           END-IF.
           IF LK-PROVINCIA = SPACES
               PERFORM 100-BUSCAR-JURISDICCION
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-BUSCAR-JURISDICCION SECTION.
               OPEN INPUT ARCHIVO-JURISDICCIONES.
               IF WS-FILE-STATUS = '00'
                   MOVE LK-SUCURSAL
                       TO JU-SUCURSAL OF REGISTRO-JURISDICCION
                   READ ARCHIVO-JURISDICCIONES
                       KEY IS JU-SUCURSAL OF REGISTRO-JURISDICCION
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE JU-PROVINCIA OF REGISTRO-JURISDICCION
                               TO LK-PROVINCIA
                   END-READ
                   CLOSE ARCHIVO-JURISDICCIONES
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
