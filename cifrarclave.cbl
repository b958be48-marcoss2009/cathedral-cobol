       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIFRAR-CLAVE.
       AUTHOR. MARCOS MUÑOZ.

      * Cifrado de una sola vía de la contraseña de un operador: de
      * código y contraseña sale un número de 18 dígitos del que no
      * se puede volver a la contraseña. El código entra como
      * semilla, así dos operadores con la misma contraseña no
      * quedan con el mismo cifrado. Son dos acumuladores módulo
      * primos cercanos a mil millones que recorren los 16 bytes 64
      * veces, mezclándose entre sí en cada paso. Lo usan
      * INICIAR-SESION, VERIFICAR-CLAVE y MANTENER-OPERADORES; si
      * algún día cambia el algoritmo, todas las contraseñas
      * guardadas dejan de validar.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-TEXTO.
           05 WS-TX-CODIGO       PIC X(08).
           05 WS-TX-CLAVE        PIC X(08).

      *    Valor numérico de un byte: el byte va en la mitad baja de
      *    un binario de dos bytes.
       01  WS-PAR.
           05 FILLER             PIC X(01) VALUE LOW-VALUE.
           05 WS-PAR-BYTE        PIC X(01).
       01  WS-PAR-NUM REDEFINES WS-PAR PIC 9(04) COMP.

       01  WS-H1                 PIC 9(10).
       01  WS-H2                 PIC 9(10).
       01  WS-PRODUCTO           PIC 9(14).
       01  WS-COCIENTE           PIC 9(14).
       01  WS-PRIMO-1            PIC 9(10) VALUE 999999937.
       01  WS-PRIMO-2            PIC 9(10) VALUE 999999929.
       01  WS-RONDA              PIC 9(03).
       01  WS-IDX                PIC 9(02).

       LINKAGE SECTION.
       01  LK-CODIGO             PIC X(08).
       01  LK-CLAVE              PIC X(08).
       01  LK-HASH               PIC 9(18).

       PROCEDURE DIVISION USING LK-CODIGO LK-CLAVE LK-HASH.
       000-MAIN-LOGIC SECTION.
           MOVE LK-CODIGO TO WS-TX-CODIGO.
           MOVE LK-CLAVE TO WS-TX-CLAVE.
           MOVE 5381 TO WS-H1.
           MOVE 7 TO WS-H2.
           PERFORM VARYING WS-RONDA FROM 1 BY 1 UNTIL WS-RONDA > 64
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 16
                   PERFORM 100-MEZCLAR-BYTE
               END-PERFORM
           END-PERFORM.
           COMPUTE LK-HASH = WS-H1 * 1000000000 + WS-H2.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-MEZCLAR-BYTE SECTION.
               MOVE WS-TEXTO (WS-IDX:1) TO WS-PAR-BYTE.
               COMPUTE WS-PRODUCTO =
                   WS-H1 * 131 + WS-PAR-NUM + WS-IDX + WS-RONDA.
               DIVIDE WS-PRODUCTO BY WS-PRIMO-1
                   GIVING WS-COCIENTE REMAINDER WS-H1.
               COMPUTE WS-PRODUCTO =
                   WS-H2 * 257 + WS-PAR-NUM * WS-IDX + WS-H1.
               DIVIDE WS-PRODUCTO BY WS-PRIMO-2
                   GIVING WS-COCIENTE REMAINDER WS-H2.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
