       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALUAR-TENENCIA-FCI.
       AUTHOR. MARCOS MUÑOZ.

      * Devuelve la tenencia de un DNI en el fondo común de
      * inversión (fci_tenencias.dat) y su valuación en pesos a la
      * cuotaparte de la fecha pedida. Sin tenencia devuelve cero
      * cuotapartes; sin cuotaparte cargada para la fecha devuelve
      * valor y valuación en cero, y el llamador muestra sólo las
      * cuotapartes. Lo usan POSICION-CLIENTE y EXTRACTO-CUENTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-TENENCIAS-FCI
               ASSIGN TO 'fci_tenencias.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FT-DNI OF REGISTRO-TENENCIA
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-TENENCIAS-FCI.
           01 REGISTRO-TENENCIA.
               COPY "fcitenencia.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.

       LINKAGE SECTION.
       01  LK-DNI                PIC 9(08).
       01  LK-FECHA              PIC 9(08).
       01  LK-CUOTAPARTES        PIC 9(10)V9(06).
       01  LK-VALOR-CUOTAPARTE   PIC 9(06)V9(06).
       01  LK-VALUACION          PIC S9(12)V99.

       PROCEDURE DIVISION USING LK-DNI LK-FECHA LK-CUOTAPARTES
           LK-VALOR-CUOTAPARTE LK-VALUACION.
       000-MAIN-LOGIC SECTION.
           MOVE ZERO TO LK-CUOTAPARTES.
           MOVE ZERO TO LK-VALOR-CUOTAPARTE.
           MOVE ZERO TO LK-VALUACION.
           OPEN INPUT ARCHIVO-TENENCIAS-FCI.
           IF WS-FILE-STATUS = '00'
               MOVE LK-DNI TO FT-DNI OF REGISTRO-TENENCIA
               READ ARCHIVO-TENENCIAS-FCI
                   KEY IS FT-DNI OF REGISTRO-TENENCIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FT-CUOTAPARTES OF REGISTRO-TENENCIA
                           TO LK-CUOTAPARTES
               END-READ
               CLOSE ARCHIVO-TENENCIAS-FCI
           END-IF.
           IF LK-CUOTAPARTES NOT = ZERO
               CALL 'OBTENER-VALOR-CUOTAPARTE' USING
                   LK-FECHA LK-VALOR-CUOTAPARTE
               COMPUTE LK-VALUACION ROUNDED =
                   LK-CUOTAPARTES * LK-VALOR-CUOTAPARTE
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
