       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-CONSULTA.
       AUTHOR. MARCOS MUÑOZ.

      * Agrega un renglón al registro de consultas de datos de
      * clientes (consultas.dat) con el operador de la sesión, el
      * programa, la cuenta y el DNI consultados, fechado al
      * momento de la llamada. Es a las lecturas lo que
      * REGISTRAR-AUDITORIA es a las acciones administrativas: un
      * solo punto de escritura con un solo formato. El operador
      * no viaja como parámetro porque BUSCAR-CUENTA se llama desde
      * todo el sistema sin conocerlo; se toma del área común que
      * publica INICIAR-SESION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CONSULTAS ASSIGN TO 'consultas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CONSULTAS.
           01 REGISTRO-CONSULTA.
               COPY "consulta.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.

      *    Para armar CO-FECHA-HORA en formato AAAAMMDDHHMMSS.
       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-HORA-AHORA         PIC 9(08).
       01  WS-FECHA-CONSULTA.
           05 WS-FC-FECHA        PIC 9(08).
           05 WS-FC-HORA         PIC 9(06).

      *    Operador de la sesión publicado por INICIAR-SESION.
       01  SESION-OPERADOR EXTERNAL.
           05 SO-OPERADOR        PIC X(08).

       LINKAGE SECTION.
       01  LK-PROGRAMA           PIC X(24).
       01  LK-CUENTA             PIC 9(08).
       01  LK-DNI                PIC 9(08).

       PROCEDURE DIVISION USING LK-PROGRAMA LK-CUENTA LK-DNI.
       000-MAIN-LOGIC SECTION.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AHORA FROM TIME.
           MOVE WS-FECHA-HOY TO WS-FC-FECHA.
      *    WS-HORA-AHORA viene como HHMMSSss, tomamos HHMMSS.
           DIVIDE WS-HORA-AHORA BY 100 GIVING WS-FC-HORA.

           MOVE WS-FECHA-CONSULTA TO CO-FECHA-HORA.
           MOVE SO-OPERADOR TO CO-OPERADOR.
           MOVE LK-PROGRAMA TO CO-PROGRAMA.
           MOVE LK-CUENTA TO CO-CUENTA.
           MOVE LK-DNI TO CO-DNI.

           OPEN EXTEND ARCHIVO-CONSULTAS.
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT ARCHIVO-CONSULTAS
           END-IF.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR AL ABRIR EL REGISTRO DE CONSULTAS'
           ELSE
               WRITE REGISTRO-CONSULTA
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL GRABAR EL REGISTRO DE CONSULTAS'
               END-IF
               CLOSE ARCHIVO-CONSULTAS
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
