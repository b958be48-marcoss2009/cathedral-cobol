       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBTENER-VALOR-CUOTAPARTE.
       AUTHOR. MARCOS MUÑOZ.

      * Devuelve el valor de la cuotaparte del fondo común de
      * inversión para una fecha, leído de cuotapartes.dat.
      * Devuelve cero si no hay valor cargado para esa fecha: el
      * llamador decide qué hacer (OPERAR-FCI no suscribe ni
      * rescata sin el valor del día, para no inventar un precio).

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

       LINKAGE SECTION.
       01  LK-FECHA              PIC 9(08).
       01  LK-VALOR              PIC 9(06)V9(06).

       PROCEDURE DIVISION USING LK-FECHA LK-VALOR.
       000-MAIN-LOGIC SECTION.
           MOVE ZERO TO LK-VALOR.
           OPEN INPUT ARCHIVO-CUOTAPARTES.
           IF WS-FILE-STATUS = '00'
               MOVE LK-FECHA TO CP-FECHA OF REGISTRO-CUOTAPARTE
               READ ARCHIVO-CUOTAPARTES
                   KEY IS CP-FECHA OF REGISTRO-CUOTAPARTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CP-VALOR OF REGISTRO-CUOTAPARTE TO LK-VALOR
               END-READ
               CLOSE ARCHIVO-CUOTAPARTES
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
