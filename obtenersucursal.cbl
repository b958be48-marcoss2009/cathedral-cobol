       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBTENER-SUCURSAL.
       AUTHOR. MARCOS MUÑOZ.

      * Devuelve el registro de una sucursal del maestro de
      * sucursales (sucursales.dat), centralizado para que el alta
      * de cuentas, los operadores, los traslados y los posteos
      * validen y lean la sucursal de la misma manera. Devuelve 'N'
      * en LK-ENCONTRADA si la sucursal no está en el maestro o si
      * el maestro no se pudo abrir; quien llama decide además si
      * acepta una sucursal cerrada.

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

       LINKAGE SECTION.
       01  LK-SUCURSAL           PIC 9(03).
       01  LK-SUCURSAL-DATOS.
           COPY "sucursal.cpy".
       01  LK-ENCONTRADA         PIC X(01).

       PROCEDURE DIVISION USING LK-SUCURSAL LK-SUCURSAL-DATOS
           LK-ENCONTRADA.
       000-MAIN-LOGIC SECTION.
           MOVE 'N' TO LK-ENCONTRADA.
           MOVE SPACES TO LK-SUCURSAL-DATOS.
           MOVE LK-SUCURSAL TO SU-SUCURSAL OF LK-SUCURSAL-DATOS.
           MOVE ZERO TO SU-HORA-CORTE OF LK-SUCURSAL-DATOS.
           OPEN INPUT ARCHIVO-SUCURSALES.
           IF WS-FILE-STATUS = '00'
               MOVE LK-SUCURSAL TO SU-SUCURSAL OF REGISTRO-SUCURSAL
               READ ARCHIVO-SUCURSALES
                   KEY IS SU-SUCURSAL OF REGISTRO-SUCURSAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REGISTRO-SUCURSAL TO LK-SUCURSAL-DATOS
                       MOVE 'S' TO LK-ENCONTRADA
               END-READ
               CLOSE ARCHIVO-SUCURSALES
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
