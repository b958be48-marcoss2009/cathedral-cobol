      * Así que prefiero buscarlas en un solo programa y devolver el parámetro.
      * No sé si es lo ideal, pero ya no conozco algún programador COBOL
      * para preguntarle.
      * Cada cuenta que devuelve queda en el registro de consultas
      * (REGISTRAR-CONSULTA) a nombre del operador de la sesión.
      * Si el número no está en cuentas.dat se busca en el maestro
      * histórico (cuentas_historicas.dat) de las cuentas cerradas
      * que DEPURAR-CUENTAS-CERRADAS sacó del maestro; vuelve con
      * estado cerrada, así que las operaciones la rechazan como a
      * cualquier otra cuenta cerrada y las consultas la muestran.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-HISTORICAS ASSIGN TO 'cuentas_historicas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCH
               FILE STATUS IS WS-FILE-STATUS-HIS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-HISTORICAS.
           01  RCH.
           COPY "cuenta.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-HIS    PIC XX VALUE '00'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-NUMERO-VALIDO      PIC X(01) VALUE 'N'.
           88 NUMERO-VALIDO      VALUE 'S'.

      *    Programa que se asienta en el registro de consultas.
       01  WS-PROGRAMA-CONSULTA  PIC X(24) VALUE 'BUSCAR-CUENTA'.

       LINKAGE SECTION.
       01  LK-CUENTA.
           COPY "cuenta.cpy".
                       MOVE 'S' TO CUENTA-ENCONTRADA
               END-READ.
               CLOSE ARCHIVO-CUENTAS.
               IF CUENTA-ENCONTRADA NOT = 'S'
                   PERFORM 126-LOCALIZAR-EN-HISTORICO
               END-IF.

      *    Las cuentas depuradas del maestro sólo están en el
      *    histórico; se devuelven igual, con el mismo registro.
           126-LOCALIZAR-EN-HISTORICO SECTION.
               MOVE NUMERO-CUENTA TO CC-NUMERO-CUENTA OF RCH.
               OPEN INPUT ARCHIVO-HISTORICAS.
               IF WS-FILE-STATUS-HIS = '00'
                   READ ARCHIVO-HISTORICAS INTO RCC
                       KEY IS CC-NUMERO-CUENTA OF RCH
                       INVALID KEY
                           MOVE 'N' TO CUENTA-ENCONTRADA
                       NOT INVALID KEY
                           MOVE 'S' TO CUENTA-ENCONTRADA
                           DISPLAY '----> CUENTA DEPURADA (HISTÓRICO)'
                   END-READ
                   CLOSE ARCHIVO-HISTORICAS
               END-IF.

           130-BUSQUEDA-POR-NOMBRE SECTION.
               DISPLAY '----> BÚSQUEDA POR NOMBRE'.
           140-MOSTRAR-CUENTA SECTION.
      *    Envíamos los parámetros de la cuenta
               MOVE RCC TO LK-CUENTA.
               CALL 'REGISTRAR-CONSULTA' USING WS-PROGRAMA-CONSULTA
                   CC-NUMERO-CUENTA OF RCC CC-DNI-TITULAR OF RCC.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
