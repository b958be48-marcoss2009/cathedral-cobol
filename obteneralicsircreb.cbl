       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBTENER-ALICUOTA-SIRCREB.
       AUTHOR. MARCOS MUÑOZ.

      * Alícuota de retención de ingresos brutos sobre
      * acreditaciones (SIRCREB) que le corresponde a un titular en
      * un mes, según el padrón cargado para ese mes. El padrón
      * viene por CUIT: para una persona jurídica se busca su CUIT
      * del maestro de clientes; para una persona física se busca
      * por el DNI contenido en el CUIT (su CUIT exacto si lo tiene
      * cargado, si no cualquier CUIT de persona física con ese
      * DNI), igual que el empate de las listas de control.
      * Devuelve alícuota cero si el titular no está en el padrón
      * del mes o si el padrón del mes todavía no se cargó.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PADRON ASSIGN TO 'padron_sircreb.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-CLAVE OF REGISTRO-PADRON
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-CLIENTES ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DNI OF REGISTRO-CLIENTE
               FILE STATUS IS WS-FILE-STATUS-CLI.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PADRON.
           01 REGISTRO-PADRON.
               COPY "padronsircreb.cpy".

       FD  ARCHIVO-CLIENTES.
           01 REGISTRO-CLIENTE.
               COPY "cliente.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CLI    PIC XX VALUE '00'.

       01  WS-EOF-PADRON         PIC X(01) VALUE 'N'.
           88 FIN-PADRON         VALUE 'Y'.
       01  WS-PADRON-ABIERTO     PIC X(01) VALUE 'N'.

      *    CUIT con el que se busca: el del maestro si el titular
      *    lo tiene cargado, cero si hay que empatar sólo por DNI.
       01  WS-CUIT-BUSCADO       PIC 9(11) VALUE ZERO.
       01  WS-CUIT-PARTES REDEFINES WS-CUIT-BUSCADO.
           05 WS-CUIT-PREFIJO    PIC 9(02).
           05 WS-CUIT-DNI        PIC 9(08).
           05 WS-CUIT-VERIFICADOR PIC 9(01).
       01  WS-DNI-BUSCADO        PIC 9(08).

       LINKAGE SECTION.
      *    Clave del titular en el maestro de clientes (DNI, o el
      *    código interno de una persona jurídica).
       01  LK-DNI                PIC 9(08).
       01  LK-PERIODO            PIC 9(06).
       01  LK-ALICUOTA           PIC V9(04).
      *    CUIT con el que el titular figura en el padrón, para la
      *    presentación al fisco.
       01  LK-CUIT               PIC 9(11).

       PROCEDURE DIVISION USING LK-DNI LK-PERIODO LK-ALICUOTA
           LK-CUIT.
       000-MAIN-LOGIC SECTION.
           MOVE ZERO TO LK-ALICUOTA.
           MOVE ZERO TO LK-CUIT.
           PERFORM 100-RESOLVER-DOCUMENTO.
           PERFORM 200-BUSCAR-EN-PADRON.
           PERFORM 900-FINALIZAR-PROGRAMA.

      *    Sin maestro de clientes o sin el titular se empata por
      *    DNI, como una persona física sin CUIT cargado.
           100-RESOLVER-DOCUMENTO SECTION.
               MOVE ZERO TO WS-CUIT-BUSCADO.
               MOVE LK-DNI TO WS-DNI-BUSCADO.
               OPEN INPUT ARCHIVO-CLIENTES.
               IF WS-FILE-STATUS-CLI = '00'
                   MOVE LK-DNI TO CLI-DNI OF REGISTRO-CLIENTE
                   READ ARCHIVO-CLIENTES
                       KEY IS CLI-DNI OF REGISTRO-CLIENTE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CLI-CUIT OF REGISTRO-CLIENTE
                               TO WS-CUIT-BUSCADO
                   END-READ
                   CLOSE ARCHIVO-CLIENTES
               END-IF.
               IF WS-CUIT-BUSCADO NOT = ZERO
                   MOVE WS-CUIT-DNI TO WS-DNI-BUSCADO
               END-IF.

           200-BUSCAR-EN-PADRON SECTION.
               MOVE 'N' TO WS-EOF-PADRON.
               MOVE 'N' TO WS-PADRON-ABIERTO.
               OPEN INPUT ARCHIVO-PADRON.
               IF WS-FILE-STATUS NOT = '00'
                   SET FIN-PADRON TO TRUE
               ELSE
                   MOVE 'S' TO WS-PADRON-ABIERTO
                   MOVE LK-PERIODO TO PS-PERIODO OF REGISTRO-PADRON
                   MOVE WS-DNI-BUSCADO TO PS-DNI OF REGISTRO-PADRON
                   MOVE ZERO TO PS-PREFIJO OF REGISTRO-PADRON
                   MOVE ZERO TO PS-VERIFICADOR OF REGISTRO-PADRON
                   START ARCHIVO-PADRON
                       KEY IS NOT LESS THAN
                       PS-CLAVE OF REGISTRO-PADRON
                       INVALID KEY
                           SET FIN-PADRON TO TRUE
                   END-START
               END-IF.
               PERFORM UNTIL FIN-PADRON
                   READ ARCHIVO-PADRON NEXT RECORD
                       AT END
                           SET FIN-PADRON TO TRUE
                       NOT AT END
                           IF PS-PERIODO OF REGISTRO-PADRON
                              NOT = LK-PERIODO
                              OR PS-DNI OF REGISTRO-PADRON
                                 NOT = WS-DNI-BUSCADO
                               SET FIN-PADRON TO TRUE
                           ELSE
                               PERFORM 210-EMPATAR-ENTRADA
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-PADRON-ABIERTO = 'S'
                   CLOSE ARCHIVO-PADRON
               END-IF.

           210-EMPATAR-ENTRADA SECTION.
               IF (WS-CUIT-BUSCADO NOT = ZERO
                   AND PS-CUIT OF REGISTRO-PADRON = WS-CUIT-BUSCADO)
                  OR (WS-CUIT-BUSCADO = ZERO
                      AND PS-PERSONA-FISICA OF REGISTRO-PADRON)
                   MOVE PS-ALICUOTA OF REGISTRO-PADRON TO LK-ALICUOTA
                   MOVE PS-CUIT OF REGISTRO-PADRON TO LK-CUIT
                   SET FIN-PADRON TO TRUE
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
