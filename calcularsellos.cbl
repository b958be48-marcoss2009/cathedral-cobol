       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULAR-SELLOS.
       AUTHOR. MARCOS MUÑOZ.

      * Impuesto de sellos de un instrumento (contrato de préstamo
      * o certificado de plazo fijo): busca la provincia de la
      * sucursal de la cuenta y la alícuota de esa provincia para
      * el instrumento en alicuotas_sellos.dat, y devuelve el
      * impuesto sobre el monto. Sin jurisdicción o sin alícuota
      * cargada el instrumento no tributa (impuesto cero). Quien
      * llama lo retiene con su propio concepto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-SELLOS ASSIGN TO 'alicuotas_sellos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SE-CLAVE OF REGISTRO-SELLOS
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-SELLOS.
           01 REGISTRO-SELLOS.
               COPY "sellos.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.

       LINKAGE SECTION.
      *    Sucursal de la cuenta, instrumento ('P'/'F') y monto
      *    gravado; devuelve la provincia y el impuesto.
       01  LK-SUCURSAL           PIC 9(03).
       01  LK-INSTRUMENTO        PIC X(01).
       01  LK-MONTO              PIC S9(12)V99.
       01  LK-PROVINCIA          PIC X(01).
       01  LK-IMPUESTO           PIC S9(12)V99.

       PROCEDURE DIVISION USING LK-SUCURSAL LK-INSTRUMENTO LK-MONTO
           LK-PROVINCIA LK-IMPUESTO.
       000-MAIN-LOGIC SECTION.
           MOVE ZERO TO LK-IMPUESTO.
           CALL 'OBTENER-PROVINCIA-SUCURSAL' USING
               LK-SUCURSAL LK-PROVINCIA.
           IF LK-PROVINCIA NOT = SPACES
               OPEN INPUT ARCHIVO-SELLOS
               IF WS-FILE-STATUS = '00'
                   MOVE LK-PROVINCIA TO SE-PROVINCIA OF REGISTRO-SELLOS
                   MOVE LK-INSTRUMENTO
                       TO SE-INSTRUMENTO OF REGISTRO-SELLOS
                   READ ARCHIVO-SELLOS
                       KEY IS SE-CLAVE OF REGISTRO-SELLOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE LK-IMPUESTO ROUNDED =
                               LK-MONTO * SE-ALICUOTA OF REGISTRO-SELLOS
                   END-READ
                   CLOSE ARCHIVO-SELLOS
               END-IF
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
