       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-DOMICILIOS-OBSERVADOS.
       AUTHOR. MARCOS MUÑOZ.

      * Listado de los clientes con el domicilio observado por
      * correspondencia devuelta, agrupado por sucursal: recorre
      * las cuentas vigentes y, para cada titular con el domicilio
      * observado, muestra el domicilio que tiene cargado, las
      * devoluciones del correo, desde cuándo está observado y las
      * piezas que se dejaron de despachar con el franqueo
      * ahorrado. Un cliente con varias cuentas en la misma
      * sucursal sale una sola vez. Es la lista de trabajo de cada
      * sucursal para llamar al cliente y pedirle el domicilio
      * actual.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-CLIENTES ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DNI OF REGISTRO-CLIENTE
               FILE STATUS IS WS-FILE-STATUS-CLI.

           SELECT ARCHIVO-SUCURSALES ASSIGN TO 'sucursales.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUCURSAL OF REGISTRO-SUCURSAL
               FILE STATUS IS WS-FILE-STATUS-SUC.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO 'domicilios_observados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-REP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-CLIENTES.
           01 REGISTRO-CLIENTE.
               COPY "cliente.cpy".

       FD  ARCHIVO-SUCURSALES.
           01 REGISTRO-SUCURSAL.
               COPY "sucursal.cpy".

       FD  ARCHIVO-REPORTE
           RECORD CONTAINS 132 CHARACTERS.
           01  LINEA-REPORTE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CLI    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-SUC    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-REP    PIC XX VALUE '00'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-EOF-SUC            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-SUC    VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).

      *    Maestro de sucursales en memoria, con los clientes
      *    observados y el franqueo ahorrado de cada una; una
      *    sucursal que no está en el maestro entra igual.
       01  WS-TABLA-SUCURSALES.
           05 WS-TS-ENTRADA OCCURS 100 TIMES.
               10 WS-TS-SUCURSAL     PIC 9(03).
               10 WS-TS-NOMBRE       PIC X(30).
               10 WS-TS-CANTIDAD     PIC 9(06).
               10 WS-TS-PIEZAS       PIC 9(07).
               10 WS-TS-AHORRO       PIC 9(09)V99.
       01  WS-CANT-SUCURSALES    PIC 9(03) VALUE ZERO.
       01  WS-IDX-SUC            PIC 9(03).
       01  WS-POS-SUC            PIC 9(03).
       01  WS-SUCURSAL-BUSCADA   PIC 9(03).

      *    Clientes observados, uno por sucursal donde tienen
      *    cuenta, en el orden en que aparecen las cuentas.
       01  WS-TABLA-OBSERVADOS.
           05 WS-TO-ENTRADA OCCURS 2000 TIMES.
               10 WS-TO-SUCURSAL     PIC 9(03).
               10 WS-TO-CUENTA       PIC 9(08).
               10 WS-TO-DNI          PIC 9(08).
               10 WS-TO-NOMBRE       PIC X(30).
               10 WS-TO-DOMICILIO    PIC X(40).
               10 WS-TO-DEVOLUCIONES PIC 9(02).
               10 WS-TO-FECHA        PIC 9(08).
               10 WS-TO-PIEZAS       PIC 9(05).
               10 WS-TO-AHORRO       PIC 9(07)V99.
       01  WS-CANT-OBSERVADOS    PIC 9(04) VALUE ZERO.
       01  WS-IDX-OBS            PIC 9(04).
       01  WS-OBSERVADO-LISTADO  PIC X(01).

       01  WS-TOTAL-PIEZAS       PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-AHORRO       PIC 9(09)V99 VALUE ZERO.
       01  WS-AHORRO-DISPLAY     PIC $Z,ZZZ,ZZ9.99.
       01  WS-TOTAL-DISPLAY      PIC $ZZZ,ZZZ,ZZ9.99.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100)
               VALUE 'domicilios_observados.txt'.
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'REPORTE-DOMICILIOS-OBSERVADOS'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       LINKAGE SECTION.
      *    Sucursal a listar, la decide quien llama; 0 lista todas.
       01  LK-SUCURSAL-FILTRO    PIC 9(03).

       PROCEDURE DIVISION USING LK-SUCURSAL-FILTRO.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- CLIENTES CON DOMICILIO OBSERVADO ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           PERFORM 050-CARGAR-SUCURSALES.
           PERFORM 100-RECORRER-CUENTAS.
           PERFORM 200-GENERAR-LISTADO.
           DISPLAY '---- CLIENTES OBSERVADOS: ' WS-CANT-OBSERVADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

           050-CARGAR-SUCURSALES SECTION.
               OPEN INPUT ARCHIVO-SUCURSALES.
               IF WS-FILE-STATUS-SUC = '00'
                   PERFORM UNTIL FIN-ARCHIVO-SUC
                       READ ARCHIVO-SUCURSALES NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-SUC TO TRUE
                           NOT AT END
                               IF WS-CANT-SUCURSALES < 100
                                   ADD 1 TO WS-CANT-SUCURSALES
                                   MOVE SU-SUCURSAL OF REGISTRO-SUCURSAL
                                       TO WS-TS-SUCURSAL
                                          (WS-CANT-SUCURSALES)
                                   MOVE SU-NOMBRE OF REGISTRO-SUCURSAL
                                       TO WS-TS-NOMBRE
                                          (WS-CANT-SUCURSALES)
                                   MOVE ZERO TO WS-TS-CANTIDAD
                                       (WS-CANT-SUCURSALES)
                                   MOVE ZERO TO WS-TS-PIEZAS
                                       (WS-CANT-SUCURSALES)
                                   MOVE ZERO TO WS-TS-AHORRO
                                       (WS-CANT-SUCURSALES)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-SUCURSALES
               END-IF.

      *    Deja en WS-POS-SUC la entrada de WS-SUCURSAL-BUSCADA,
      *    agregándola si no está en el maestro (cero si la tabla
      *    está llena).
           060-UBICAR-SUCURSAL SECTION.
               MOVE ZERO TO WS-POS-SUC.
               PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUCURSALES
                   OR WS-POS-SUC NOT = ZERO
                   IF WS-TS-SUCURSAL (WS-IDX-SUC)
                      = WS-SUCURSAL-BUSCADA
                       MOVE WS-IDX-SUC TO WS-POS-SUC
                   END-IF
               END-PERFORM.
               IF WS-POS-SUC = ZERO AND WS-CANT-SUCURSALES < 100
                   ADD 1 TO WS-CANT-SUCURSALES
                   MOVE WS-CANT-SUCURSALES TO WS-POS-SUC
                   MOVE WS-SUCURSAL-BUSCADA
                       TO WS-TS-SUCURSAL (WS-POS-SUC)
                   MOVE 'SUCURSAL NO REGISTRADA'
                       TO WS-TS-NOMBRE (WS-POS-SUC)
                   MOVE ZERO TO WS-TS-CANTIDAD (WS-POS-SUC)
                   MOVE ZERO TO WS-TS-PIEZAS (WS-POS-SUC)
                   MOVE ZERO TO WS-TS-AHORRO (WS-POS-SUC)
               END-IF.

           100-RECORRER-CUENTAS SECTION.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR AL ABRIR ARCHIVO DE CUENTAS'
               ELSE
                   OPEN INPUT ARCHIVO-CLIENTES
                   IF WS-FILE-STATUS-CLI NOT = '00'
                       DISPLAY 'ERROR AL ABRIR ARCHIVO DE CLIENTES'
                   ELSE
                       PERFORM UNTIL FIN-ARCHIVO
                           READ ARCHIVO-CUENTAS NEXT RECORD INTO RCC
                               AT END
                                   SET FIN-ARCHIVO TO TRUE
                               NOT AT END
                                   IF NOT CUENTA-CERRADA OF RCC
                                      AND (LK-SUCURSAL-FILTRO = ZERO
                                      OR CC-SUCURSAL OF RCC
                                         = LK-SUCURSAL-FILTRO)
                                       PERFORM 110-CONTROLAR-TITULAR
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE ARCHIVO-CLIENTES
                   END-IF
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

           110-CONTROLAR-TITULAR SECTION.
               MOVE CC-DNI-TITULAR OF RCC
                   TO CLI-DNI OF REGISTRO-CLIENTE.
               READ ARCHIVO-CLIENTES
                   KEY IS CLI-DNI OF REGISTRO-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DOMICILIO-OBSERVADO OF REGISTRO-CLIENTE
                           PERFORM 120-ANOTAR-OBSERVADO
                       END-IF
               END-READ.

      *    Un cliente con varias cuentas en la misma sucursal se
      *    anota una sola vez, con la primera de sus cuentas.
           120-ANOTAR-OBSERVADO SECTION.
               MOVE 'N' TO WS-OBSERVADO-LISTADO.
               PERFORM VARYING WS-IDX-OBS FROM 1 BY 1
                   UNTIL WS-IDX-OBS > WS-CANT-OBSERVADOS
                   IF WS-TO-DNI (WS-IDX-OBS)
                      = CLI-DNI OF REGISTRO-CLIENTE
                      AND WS-TO-SUCURSAL (WS-IDX-OBS)
                          = CC-SUCURSAL OF RCC
                       MOVE 'S' TO WS-OBSERVADO-LISTADO
                   END-IF
               END-PERFORM.
               IF WS-OBSERVADO-LISTADO = 'N'
                  AND WS-CANT-OBSERVADOS < 2000
                   ADD 1 TO WS-CANT-OBSERVADOS
                   MOVE CC-SUCURSAL OF RCC
                       TO WS-TO-SUCURSAL (WS-CANT-OBSERVADOS)
                   MOVE CC-NUMERO-CUENTA OF RCC
                       TO WS-TO-CUENTA (WS-CANT-OBSERVADOS)
                   MOVE CLI-DNI OF REGISTRO-CLIENTE
                       TO WS-TO-DNI (WS-CANT-OBSERVADOS)
                   MOVE CLI-NOMBRE OF REGISTRO-CLIENTE
                       TO WS-TO-NOMBRE (WS-CANT-OBSERVADOS)
                   MOVE CLI-DOMICILIO OF REGISTRO-CLIENTE
                       TO WS-TO-DOMICILIO (WS-CANT-OBSERVADOS)
                   MOVE CLI-CANT-DEVOLUCIONES OF REGISTRO-CLIENTE
                       TO WS-TO-DEVOLUCIONES (WS-CANT-OBSERVADOS)
                   MOVE CLI-FECHA-DOMIC-OBSERVADO OF REGISTRO-CLIENTE
                       TO WS-TO-FECHA (WS-CANT-OBSERVADOS)
                   MOVE CLI-PIEZAS-SUPRIMIDAS OF REGISTRO-CLIENTE
                       TO WS-TO-PIEZAS (WS-CANT-OBSERVADOS)
                   MOVE CLI-AHORRO-CORREO OF REGISTRO-CLIENTE
                       TO WS-TO-AHORRO (WS-CANT-OBSERVADOS)
                   MOVE CC-SUCURSAL OF RCC TO WS-SUCURSAL-BUSCADA
                   PERFORM 060-UBICAR-SUCURSAL
                   IF WS-POS-SUC NOT = ZERO
                       ADD 1 TO WS-TS-CANTIDAD (WS-POS-SUC)
                       ADD CLI-PIEZAS-SUPRIMIDAS OF REGISTRO-CLIENTE
                           TO WS-TS-PIEZAS (WS-POS-SUC)
                       ADD CLI-AHORRO-CORREO OF REGISTRO-CLIENTE
                           TO WS-TS-AHORRO (WS-POS-SUC)
                   END-IF
               END-IF.

           200-GENERAR-LISTADO SECTION.
               OPEN OUTPUT ARCHIVO-REPORTE.
               IF WS-FILE-STATUS-REP NOT = '00'
                   DISPLAY 'ERROR AL CREAR EL ARCHIVO DE REPORTE'
               ELSE
                   PERFORM 210-ESCRIBIR-ENCABEZADO
                   PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                       UNTIL WS-IDX-SUC > WS-CANT-SUCURSALES
                       IF WS-TS-CANTIDAD (WS-IDX-SUC) > ZERO
                           PERFORM 220-ESCRIBIR-SUCURSAL
                       END-IF
                   END-PERFORM
                   PERFORM 240-ESCRIBIR-TOTALES
                   CLOSE ARCHIVO-REPORTE
                   MOVE LK-SUCURSAL-FILTRO TO WS-SUCURSAL-CATALOGO
                   CALL 'REGISTRAR-REPORTE' USING
                       WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                       WS-SUCURSAL-CATALOGO
                   DISPLAY '--> LISTADO GENERADO: '
                       'domicilios_observados.txt'
               END-IF.

           210-ESCRIBIR-ENCABEZADO SECTION.
               MOVE ALL '=' TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "CLIENTES CON DOMICILIO OBSERVADO POR "
                       DELIMITED BY SIZE
                   "CORRESPONDENCIA DEVUELTA - AL " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "CUENTA   DNI      NOMBRE" DELIMITED BY SIZE
                   "                         DOMICILIO"
                       DELIMITED BY SIZE
                   "                                DEV OBSERV.  "
                       DELIMITED BY SIZE
                   "PIEZAS      AHORRO" DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               MOVE ALL '=' TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.

           220-ESCRIBIR-SUCURSAL SECTION.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "SUCURSAL " DELIMITED BY SIZE
                   WS-TS-SUCURSAL (WS-IDX-SUC) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TS-NOMBRE (WS-IDX-SUC) DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               PERFORM VARYING WS-IDX-OBS FROM 1 BY 1
                   UNTIL WS-IDX-OBS > WS-CANT-OBSERVADOS
                   IF WS-TO-SUCURSAL (WS-IDX-OBS)
                      = WS-TS-SUCURSAL (WS-IDX-SUC)
                       PERFORM 230-ESCRIBIR-RENGLON
                   END-IF
               END-PERFORM.
               MOVE WS-TS-AHORRO (WS-IDX-SUC) TO WS-TOTAL-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "  SUBTOTAL SUCURSAL " DELIMITED BY SIZE
                   WS-TS-SUCURSAL (WS-IDX-SUC) DELIMITED BY SIZE
                   "  CLIENTES: " DELIMITED BY SIZE
                   WS-TS-CANTIDAD (WS-IDX-SUC) DELIMITED BY SIZE
                   "  PIEZAS RETENIDAS: " DELIMITED BY SIZE
                   WS-TS-PIEZAS (WS-IDX-SUC) DELIMITED BY SIZE
                   "  FRANQUEO AHORRADO: " DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.
               MOVE ALL '-' TO LINEA-REPORTE.
               WRITE LINEA-REPORTE.
               ADD WS-TS-PIEZAS (WS-IDX-SUC) TO WS-TOTAL-PIEZAS.
               ADD WS-TS-AHORRO (WS-IDX-SUC) TO WS-TOTAL-AHORRO.

           230-ESCRIBIR-RENGLON SECTION.
               MOVE WS-TO-AHORRO (WS-IDX-OBS) TO WS-AHORRO-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   WS-TO-CUENTA (WS-IDX-OBS) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TO-DNI (WS-IDX-OBS) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TO-NOMBRE (WS-IDX-OBS) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TO-DOMICILIO (WS-IDX-OBS) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TO-DEVOLUCIONES (WS-IDX-OBS) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TO-FECHA (WS-IDX-OBS) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TO-PIEZAS (WS-IDX-OBS) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AHORRO-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.

           240-ESCRIBIR-TOTALES SECTION.
               MOVE WS-TOTAL-AHORRO TO WS-TOTAL-DISPLAY.
               MOVE SPACES TO LINEA-REPORTE.
               STRING
                   "TOTAL CLIENTES OBSERVADOS: " DELIMITED BY SIZE
                   WS-CANT-OBSERVADOS DELIMITED BY SIZE
                   "  PIEZAS RETENIDAS: " DELIMITED BY SIZE
                   WS-TOTAL-PIEZAS DELIMITED BY SIZE
                   "  FRANQUEO AHORRADO: " DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING.
               WRITE LINEA-REPORTE.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
