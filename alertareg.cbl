       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-ALERTA.
       AUTHOR. MARCOS MUÑOZ.

      * Deja una alerta pendiente en alertas.dat, numerada con el
      * mismo contador que usa MONITOREO-FRAUDE y fechada con la
      * fecha de proceso, para la cola de GESTIONAR-ALERTAS. La
      * usan los controles que detectan algo en línea (por
      * ejemplo, un cliente o destinatario que figura en las
      * listas de control) y no tienen su propio archivo abierto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-ALERTAS ASSIGN TO 'alertas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-NUMERO OF REGISTRO-ALERTA
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-CONTADOR
               ASSIGN TO 'contador-alertas.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CONTADOR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-ALERTAS.
           01 REGISTRO-ALERTA.
               COPY "alerta.cpy".

       FD  ARCHIVO-CONTADOR.
           01 REGISTRO-CONTADOR.
               05 CONTADOR-ALERTA PIC 9(06).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS           PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CONTADOR  PIC XX VALUE '00'.

       01  WS-FECHA-HOY          PIC 9(08).

       LINKAGE SECTION.
       01  LK-DNI                PIC 9(08).
       01  LK-CUENTA             PIC 9(08).
       01  LK-PATRON             PIC X(20).
       01  LK-DETALLE            PIC X(40).

       PROCEDURE DIVISION USING LK-DNI LK-CUENTA LK-PATRON
           LK-DETALLE.
       000-MAIN-LOGIC SECTION.
           OPEN I-O ARCHIVO-ALERTAS.
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT ARCHIVO-ALERTAS
               CLOSE ARCHIVO-ALERTAS
               OPEN I-O ARCHIVO-ALERTAS
           END-IF.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE ALERTAS'
           ELSE
               PERFORM 100-ASIGNAR-NUMERO
               CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY
               MOVE WS-FECHA-HOY TO AL-FECHA OF REGISTRO-ALERTA
               MOVE LK-DNI TO AL-DNI OF REGISTRO-ALERTA
               MOVE LK-CUENTA TO AL-CUENTA OF REGISTRO-ALERTA
               MOVE LK-PATRON TO AL-PATRON OF REGISTRO-ALERTA
               MOVE LK-DETALLE TO AL-DETALLE OF REGISTRO-ALERTA
               MOVE 'P' TO AL-ESTADO OF REGISTRO-ALERTA
               MOVE SPACES TO AL-OPERADOR OF REGISTRO-ALERTA
               WRITE REGISTRO-ALERTA
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL GRABAR LA ALERTA'
               END-IF
               CLOSE ARCHIVO-ALERTAS
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-ASIGNAR-NUMERO SECTION.
               OPEN I-O ARCHIVO-CONTADOR.
               IF WS-FILE-STATUS-CONTADOR = '35'
                   OPEN OUTPUT ARCHIVO-CONTADOR
                   MOVE ZERO TO CONTADOR-ALERTA
                   WRITE REGISTRO-CONTADOR
                   CLOSE ARCHIVO-CONTADOR
                   OPEN I-O ARCHIVO-CONTADOR
               END-IF.
               READ ARCHIVO-CONTADOR INTO REGISTRO-CONTADOR
               END-READ.
               ADD 1 TO CONTADOR-ALERTA.
               MOVE CONTADOR-ALERTA
                   TO AL-NUMERO OF REGISTRO-ALERTA.
               REWRITE REGISTRO-CONTADOR.
               CLOSE ARCHIVO-CONTADOR.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
