       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-CAMBIO-CONDICION.
       AUTHOR. MARCOS MUÑOZ.

      * Asienta un cambio de condiciones (tarifa del tarifario o
      * tasa de los parámetros) en cambios_condiciones.dat,
      * numerado con el contador incremental de siempre y con la
      * fecha de proceso como fecha de registro. Lo llaman
      * MANTENER-TARIFAS y MANTENER-TASAS; el número asignado
      * vuelve en el mismo registro.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CAMBIOS ASSIGN TO 'cambios_condiciones.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-NUMERO OF REGISTRO-CAMBIO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-CONTADOR
               ASSIGN TO 'contador-cambios-condiciones.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CONTADOR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CAMBIOS.
           01 REGISTRO-CAMBIO.
               COPY "cambiocondicion.cpy".

       FD  ARCHIVO-CONTADOR.
           01 REGISTRO-CONTADOR.
               05 CONTADOR-CAMBIO PIC 9(06).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS           PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CONTADOR  PIC XX VALUE '00'.

       01  WS-FECHA-HOY          PIC 9(08).

       LINKAGE SECTION.
       01  LK-CAMBIO.
           COPY "cambiocondicion.cpy".

       PROCEDURE DIVISION USING LK-CAMBIO.
       000-MAIN-LOGIC SECTION.
           OPEN I-O ARCHIVO-CAMBIOS.
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT ARCHIVO-CAMBIOS
               CLOSE ARCHIVO-CAMBIOS
               OPEN I-O ARCHIVO-CAMBIOS
           END-IF.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR AL ABRIR EL REGISTRO DE CAMBIOS DE '
                   'CONDICIONES'
               MOVE ZERO TO CN-NUMERO OF LK-CAMBIO
           ELSE
               PERFORM 100-ASIGNAR-NUMERO
               CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY
               MOVE WS-FECHA-HOY TO CN-FECHA-REGISTRO OF LK-CAMBIO
               MOVE LK-CAMBIO TO REGISTRO-CAMBIO
               WRITE REGISTRO-CAMBIO
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL GRABAR EL CAMBIO DE CONDICIONES'
                   MOVE ZERO TO CN-NUMERO OF LK-CAMBIO
               END-IF
               CLOSE ARCHIVO-CAMBIOS
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-ASIGNAR-NUMERO SECTION.
               OPEN I-O ARCHIVO-CONTADOR.
               IF WS-FILE-STATUS-CONTADOR = '35'
                   OPEN OUTPUT ARCHIVO-CONTADOR
                   MOVE ZERO TO CONTADOR-CAMBIO
                   WRITE REGISTRO-CONTADOR
                   CLOSE ARCHIVO-CONTADOR
                   OPEN I-O ARCHIVO-CONTADOR
               END-IF.
               READ ARCHIVO-CONTADOR INTO REGISTRO-CONTADOR
               END-READ.
               ADD 1 TO CONTADOR-CAMBIO.
               MOVE CONTADOR-CAMBIO TO CN-NUMERO OF LK-CAMBIO.
               REWRITE REGISTRO-CONTADOR.
               CLOSE ARCHIVO-CONTADOR.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
