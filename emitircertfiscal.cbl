       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITIR-CERTIFICADO-FISCAL.
       AUTHOR. MARCOS MUÑOZ.

      * Emisión a pedido, desde la sucursal, del certificado anual
      * de retenciones e intereses de un cliente: lo rearma con
      * GENERAR-CERTIFICADO-FISCAL (así refleja cualquier ajuste
      * posterior a la corrida anual) y lo muestra para
      * imprimirlo. La emisión queda en la auditoría con el
      * operador.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CERTIFICADO
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-CERTIFICADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CER.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CERTIFICADO
           RECORD CONTAINS 100 CHARACTERS.
           01 LINEA-CERTIFICADO      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-CER    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-CERTIFICADO PIC X(100).
       01  WS-EOF-CERTIFICADO    PIC X(01) VALUE 'N'.
           88 FIN-CERTIFICADO    VALUE 'Y'.

       01  WS-DNI-CLIENTE        PIC 9(08).
       01  WS-ANIO               PIC 9(04).
       01  WS-RESULTADO          PIC X(01).
       01  WS-FECHA-PROCESO      PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-PROCESO.
           05 WS-FP-ANIO         PIC 9(04).
           05 FILLER             PIC 9(04).

       01  WS-ACCION-AUDITORIA   PIC X(12) VALUE 'CERT-FISCAL'.
       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.
       01  WS-CUENTA-AUDITORIA   PIC 9(08) VALUE ZERO.
       01  WS-MOTIVO-AUDITORIA   PIC X(40).

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión.
       01  LK-OPERADOR           PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- CERTIFICADO DE RETENCIONES E INTERESES ----'.
           DISPLAY 'DNI/código del cliente: ' WITH NO ADVANCING.
           ACCEPT WS-DNI-CLIENTE.
      *    Sin año se emite el del año anterior, el que se pide
      *    para la declaración jurada.
           DISPLAY 'Año (AAAA, ENTER = año anterior): '
               WITH NO ADVANCING.
           ACCEPT WS-ANIO.
           IF WS-ANIO = ZERO
               CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-PROCESO
               SUBTRACT 1 FROM WS-FP-ANIO GIVING WS-ANIO
           END-IF.
           CALL 'GENERAR-CERTIFICADO-FISCAL' USING
               WS-DNI-CLIENTE WS-ANIO WS-RESULTADO.
           IF WS-RESULTADO NOT = 'S'
               DISPLAY '--> EL CLIENTE NO TIENE CUENTAS: '
                   'NO HAY CERTIFICADO PARA EMITIR'
           ELSE
               PERFORM 100-MOSTRAR-CERTIFICADO
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-MOSTRAR-CERTIFICADO SECTION.
               MOVE SPACES TO NOMBRE-ARCHIVO-CERTIFICADO.
               STRING
                   "certificados/certificado_" DELIMITED BY SIZE
                   WS-DNI-CLIENTE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-ANIO DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-CERTIFICADO
               END-STRING.
               OPEN INPUT ARCHIVO-CERTIFICADO.
               IF WS-FILE-STATUS-CER NOT = '00'
                   DISPLAY 'ERROR AL LEER EL CERTIFICADO EMITIDO'
               ELSE
                   MOVE 'N' TO WS-EOF-CERTIFICADO
                   PERFORM UNTIL FIN-CERTIFICADO
                       READ ARCHIVO-CERTIFICADO
                           AT END
                               SET FIN-CERTIFICADO TO TRUE
                           NOT AT END
                               DISPLAY LINEA-CERTIFICADO
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CERTIFICADO
                   DISPLAY '---> CERTIFICADO EMITIDO EN '
                       NOMBRE-ARCHIVO-CERTIFICADO
                   MOVE SPACES TO WS-MOTIVO-AUDITORIA
                   STRING
                       'CERTIFICADO DNI ' DELIMITED BY SIZE
                       WS-DNI-CLIENTE DELIMITED BY SIZE
                       ' ANIO ' DELIMITED BY SIZE
                       WS-ANIO DELIMITED BY SIZE
                       INTO WS-MOTIVO-AUDITORIA
                   END-STRING
                   CALL 'REGISTRAR-AUDITORIA' USING
                       WS-ACCION-AUDITORIA
                       WS-CUENTA-AUDITORIA
                       LK-OPERADOR WS-SIN-AUTORIZANTE
                       WS-MOTIVO-AUDITORIA
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
