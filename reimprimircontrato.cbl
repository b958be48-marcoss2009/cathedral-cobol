       IDENTIFICATION DIVISION.
       PROGRAM-ID. REIMPRIMIR-CONTRATO.
       AUTHOR. MARCOS MUÑOZ.

      * Reimpresión del contrato de mutuo de un préstamo: emite la
      * copia archivada al otorgarlo (contratos/contrato_<numero>
      * .txt) tal cual se firmó, sin rearmarla con el plan actual,
      * que pudo cambiar por pagos, reajustes o cancelaciones. La
      * reimpresión queda en la auditoría con el operador.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PRESTAMOS ASSIGN TO 'prestamos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-NUMERO OF REGISTRO-PRESTAMO
               FILE STATUS IS WS-FILE-STATUS-PRE.

           SELECT ARCHIVO-CONTRATO
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-CONTRATO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CONTRATO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PRESTAMOS.
           01 REGISTRO-PRESTAMO.
               COPY "prestamo.cpy".

       FD  ARCHIVO-CONTRATO
           RECORD CONTAINS 100 CHARACTERS.
           01 LINEA-CONTRATO      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-PRE    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CONTRATO PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-CONTRATO PIC X(100).

       01  WS-NUMERO-PRESTAMO    PIC 9(06).
       01  WS-PRESTAMO-ENCONTRADO PIC X(01) VALUE 'N'.
           88 PRESTAMO-ENCONTRADO VALUE 'S'.
       01  WS-EOF-CONTRATO       PIC X(01) VALUE 'N'.
           88 FIN-CONTRATO       VALUE 'Y'.

       01  WS-ACCION-AUDITORIA   PIC X(12) VALUE 'REIMP-CONTR'.
       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.
       01  WS-MOTIVO-AUDITORIA   PIC X(40).

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión.
       01  LK-OPERADOR           PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- REIMPRESIÓN DE CONTRATO DE PRÉSTAMO ----'.
           DISPLAY 'Número de préstamo: ' WITH NO ADVANCING.
           ACCEPT WS-NUMERO-PRESTAMO.
           PERFORM 100-LEER-PRESTAMO.
           IF NOT PRESTAMO-ENCONTRADO
               DISPLAY '--> PRÉSTAMO NO ENCONTRADO'
           ELSE
               PERFORM 200-EMITIR-COPIA
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-LEER-PRESTAMO SECTION.
               MOVE 'N' TO WS-PRESTAMO-ENCONTRADO.
               OPEN INPUT ARCHIVO-PRESTAMOS.
               IF WS-FILE-STATUS-PRE = '00'
                   MOVE WS-NUMERO-PRESTAMO
                       TO PR-NUMERO OF REGISTRO-PRESTAMO
                   READ ARCHIVO-PRESTAMOS
                       KEY IS PR-NUMERO OF REGISTRO-PRESTAMO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-PRESTAMO-ENCONTRADO
                   END-READ
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF.

           200-EMITIR-COPIA SECTION.
               MOVE SPACES TO NOMBRE-ARCHIVO-CONTRATO.
               STRING
                   "contratos/contrato_" DELIMITED BY SIZE
                   WS-NUMERO-PRESTAMO DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-CONTRATO
               END-STRING.
               OPEN INPUT ARCHIVO-CONTRATO.
               IF WS-FILE-STATUS-CONTRATO NOT = '00'
                   DISPLAY '--> EL PRÉSTAMO NO TIENE CONTRATO '
                       'ARCHIVADO'
               ELSE
                   MOVE 'N' TO WS-EOF-CONTRATO
                   PERFORM UNTIL FIN-CONTRATO
                       READ ARCHIVO-CONTRATO
                           AT END
                               SET FIN-CONTRATO TO TRUE
                           NOT AT END
                               DISPLAY LINEA-CONTRATO
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CONTRATO
                   MOVE SPACES TO WS-MOTIVO-AUDITORIA
                   STRING
                       'CONTRATO DEL PRESTAMO ' DELIMITED BY SIZE
                       WS-NUMERO-PRESTAMO DELIMITED BY SIZE
                       INTO WS-MOTIVO-AUDITORIA
                   END-STRING
                   CALL 'REGISTRAR-AUDITORIA' USING
                       WS-ACCION-AUDITORIA
                       PR-CUENTA OF REGISTRO-PRESTAMO
                       LK-OPERADOR WS-SIN-AUTORIZANTE
                       WS-MOTIVO-AUDITORIA
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
