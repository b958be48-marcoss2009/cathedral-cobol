       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICAR-DOCUMENTACION.
       AUTHOR. MARCOS MUÑOZ.

      * Consulta si un titular quedó restringido por documentación
      * vencida (legajo del cliente, ver CONTROLAR-DOCUMENTOS): los
      * programas de productos nuevos y CAJA la llaman antes de
      * operar. Devuelve 'S' si el cliente está restringido; un
      * titular que no figura en el maestro, o sin maestro, no se
      * considera restringido.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CLIENTES ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DNI OF REGISTRO-CLIENTE
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CLIENTES.
           01 REGISTRO-CLIENTE.
               COPY "cliente.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.

       LINKAGE SECTION.
       01  LK-DNI                PIC 9(08).
       01  LK-RESTRINGIDO        PIC X(01).

       PROCEDURE DIVISION USING LK-DNI LK-RESTRINGIDO.
       000-MAIN-LOGIC SECTION.
           MOVE 'N' TO LK-RESTRINGIDO.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF WS-FILE-STATUS = '00'
               MOVE LK-DNI TO CLI-DNI OF REGISTRO-CLIENTE
               READ ARCHIVO-CLIENTES
                   KEY IS CLI-DNI OF REGISTRO-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLIENTE-RESTRINGIDO-KYC OF REGISTRO-CLIENTE
                           MOVE 'S' TO LK-RESTRINGIDO
                       END-IF
               END-READ
               CLOSE ARCHIVO-CLIENTES
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
