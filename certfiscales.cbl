       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICADOS-FISCALES.
       AUTHOR. MARCOS MUÑOZ.

      * Batch anual de certificados de retenciones e intereses: se
      * corre a principio de año y, para cada cliente del maestro,
      * emite vía GENERAR-CERTIFICADO-FISCAL el certificado del año
      * que acaba de cerrar, para tenerlos listos antes de que los
      * clientes y sus contadores vengan a pedirlos para la
      * declaración jurada. Los clientes sin cuentas no generan
      * certificado. Un certificado se puede volver a emitir en
      * cualquier momento desde la sucursal.

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

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.

      *    Año a certificar: el que acaba de cerrar según la fecha
      *    de proceso, como el estado anual de cuentas.
       01  WS-FECHA-PROCESO      PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-PROCESO.
           05 WS-FP-ANIO         PIC 9(04).
           05 FILLER             PIC 9(04).
       01  WS-ANIO               PIC 9(04).

       01  WS-DNI-CLIENTE        PIC 9(08).
       01  WS-RESULTADO          PIC X(01).

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna.
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

       01  WS-CANT-CLIENTES      PIC 9(06) VALUE ZERO.
       01  WS-CANT-EMITIDOS      PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- CERTIFICADOS ANUALES DE RETENCIONES ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-PROCESO.
           SUBTRACT 1 FROM WS-FP-ANIO GIVING WS-ANIO.
           DISPLAY 'Certificando el año: ' WS-ANIO.
           PERFORM 100-PROCESAR-CLIENTES.
           DISPLAY '---- CLIENTES REVISADOS: ' WS-CANT-CLIENTES.
           DISPLAY '---- CERTIFICADOS EMITIDOS: ' WS-CANT-EMITIDOS.
           MOVE WS-CANT-CLIENTES TO CB-PROCESADOS.
           MOVE WS-CANT-EMITIDOS TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-PROCESAR-CLIENTES SECTION.
               OPEN INPUT ARCHIVO-CLIENTES.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL MAESTRO DE CLIENTES'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-CLIENTES NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-CANT-CLIENTES
                               PERFORM 110-CERTIFICAR-CLIENTE
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CLIENTES
               END-IF.

           110-CERTIFICAR-CLIENTE SECTION.
               MOVE CLI-DNI OF REGISTRO-CLIENTE TO WS-DNI-CLIENTE.
               CALL 'GENERAR-CERTIFICADO-FISCAL' USING
                   WS-DNI-CLIENTE WS-ANIO WS-RESULTADO.
               IF WS-RESULTADO = 'S'
                   ADD 1 TO WS-CANT-EMITIDOS
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
