       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-PRIMA-SEGURO.
       AUTHOR. MARCOS MUÑOZ.

      * Acumula una prima de seguro recién debitada con una cuota
      * en el renglón del mes del préstamo y el ramo en
      * primas_seguros.dat (lo crea si es la primera del mes), para
      * que RENDIR-PRIMAS-SEGUROS le rinda a la aseguradora lo
      * cobrado. La llaman los programas que cobran cuotas, igual
      * que REGISTRAR-EVENTO centraliza el alta de eventos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PRIMAS ASSIGN TO 'primas_seguros.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-CLAVE OF REGISTRO-PRIMA
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PRIMAS.
           01 REGISTRO-PRIMA.
               COPY "primaseguro.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-PRIMA-EXISTE       PIC X(01).

       LINKAGE SECTION.
      *    Préstamo y cuenta de la cuota, ramo ('V' vida saldo
      *    deudor, 'I' incendio), capital asegurado, prima debitada
      *    y fecha del débito (su mes es el período de la prima).
       01  LK-PRESTAMO           PIC 9(06).
       01  LK-CUENTA             PIC 9(08).
       01  LK-RAMO               PIC X(01).
       01  LK-CAPITAL            PIC S9(12)V99.
       01  LK-PRIMA              PIC S9(12)V99.
       01  LK-FECHA              PIC 9(08).

       PROCEDURE DIVISION USING LK-PRESTAMO LK-CUENTA LK-RAMO
           LK-CAPITAL LK-PRIMA LK-FECHA.
       000-MAIN-LOGIC SECTION.
           OPEN I-O ARCHIVO-PRIMAS.
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT ARCHIVO-PRIMAS
               CLOSE ARCHIVO-PRIMAS
               OPEN I-O ARCHIVO-PRIMAS
           END-IF.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR AL REGISTRAR LA PRIMA DEL PRÉSTAMO '
                   LK-PRESTAMO
           ELSE
               COMPUTE SV-PERIODO OF REGISTRO-PRIMA = LK-FECHA / 100
               MOVE LK-PRESTAMO TO SV-PRESTAMO OF REGISTRO-PRIMA
               MOVE LK-RAMO TO SV-RAMO OF REGISTRO-PRIMA
               MOVE 'S' TO WS-PRIMA-EXISTE
               READ ARCHIVO-PRIMAS
                   KEY IS SV-CLAVE OF REGISTRO-PRIMA
                   INVALID KEY
                       MOVE 'N' TO WS-PRIMA-EXISTE
               END-READ
               IF WS-PRIMA-EXISTE = 'S'
                   ADD LK-PRIMA TO SV-PRIMA OF REGISTRO-PRIMA
                   ADD 1 TO SV-CANT-PRIMAS OF REGISTRO-PRIMA
                   MOVE LK-CAPITAL
                       TO SV-CAPITAL-ASEGURADO OF REGISTRO-PRIMA
                   REWRITE REGISTRO-PRIMA
               ELSE
                   MOVE LK-CUENTA TO SV-CUENTA OF REGISTRO-PRIMA
                   MOVE LK-CAPITAL
                       TO SV-CAPITAL-ASEGURADO OF REGISTRO-PRIMA
                   MOVE LK-PRIMA TO SV-PRIMA OF REGISTRO-PRIMA
                   MOVE 1 TO SV-CANT-PRIMAS OF REGISTRO-PRIMA
                   MOVE 'P' TO SV-ESTADO OF REGISTRO-PRIMA
                   MOVE ZERO TO SV-FECHA-RENDICION OF REGISTRO-PRIMA
                   WRITE REGISTRO-PRIMA
               END-IF
               CLOSE ARCHIVO-PRIMAS
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
