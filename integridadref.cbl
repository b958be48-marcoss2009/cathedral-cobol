       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLAR-INTEGRIDAD-REFERENCIAL.
       AUTHOR. MARCOS MUÑOZ.

      * Control cruzado de integridad entre los maestros:
      * VERIFICAR-MOVIMIENTOS revisa cada historial por dentro,
      * éste revisa que los archivos coincidan entre sí. Informa
      * en informe_referencias.txt los titulares y cotitulares que
      * no están en clientes.dat, las entradas de indice_dni.dat
      * que apuntan a cuentas que no existen (o a un DNI que no es
      * titular ni cotitular de la cuenta), las tarjetas,
      * préstamos, plazos fijos, chequeras, adhesiones, apoderados
      * y embargos que referencian cuentas cerradas o inexistentes,
      * los clientes sin ninguna cuenta y los operadores que firman
      * movimientos de sucursal sin estar en operadores.dat. Cada
      * hallazgo lleva su severidad:
      *   CRITICA     un producto vivo o una cuenta abierta que
      *               apunta a algo que no existe (o un préstamo o
      *               plazo fijo vigente sobre una cuenta cerrada):
      *               los batch de la cadena postearían sobre datos
      *               rotos.
      *   ADVERTENCIA inconsistencias a corregir que no frenan el
      *               posteo.
      *   INFORMATIVA situaciones esperables que conviene revisar.
      * Con algún hallazgo crítico termina con código de retorno 8,
      * así la cadena nocturna (donde corre primero) se detiene
      * antes de mover dinero. Las cuentas depuradas al maestro
      * histórico cuentan como existentes para las referencias
      * inactivas y las del índice por DNI. Corre desatendido con el
      * parámetro INTEGRIDAD-REF.
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

           SELECT ARCHIVO-HISTORICAS ASSIGN TO 'cuentas_historicas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCH
               FILE STATUS IS WS-FILE-STATUS-HIS.

           SELECT ARCHIVO-MOVIMIENTOS
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-MOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-MOV.

           SELECT ARCHIVO-CLIENTES ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DNI OF REGISTRO-CLIENTE
               FILE STATUS IS WS-FILE-STATUS-CLI.

           SELECT ARCHIVO-INDICE-DNI ASSIGN TO 'indice_dni.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-CLAVE OF REGISTRO-INDICE
               FILE STATUS IS WS-FILE-STATUS-IDX.

           SELECT ARCHIVO-OPERADORES ASSIGN TO 'operadores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO OF REGISTRO-OPERADOR
               FILE STATUS IS WS-FILE-STATUS-OPE.

           SELECT ARCHIVO-TARJETAS ASSIGN TO 'tarjetas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TJ-NUMERO OF REGISTRO-TARJETA
               FILE STATUS IS WS-FILE-STATUS-TAR.

           SELECT ARCHIVO-PRESTAMOS ASSIGN TO 'prestamos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-NUMERO OF REGISTRO-PRESTAMO
               FILE STATUS IS WS-FILE-STATUS-PRE.

           SELECT ARCHIVO-PLAZOS ASSIGN TO 'plazofijo.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-NUMERO OF REGISTRO-PLAZO
               FILE STATUS IS WS-FILE-STATUS-PLA.

           SELECT ARCHIVO-CHEQUERAS ASSIGN TO 'chequeras.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQ-NUMERO OF REGISTRO-CHEQUERA
               FILE STATUS IS WS-FILE-STATUS-CHQRA.

           SELECT ARCHIVO-ADHESIONES ASSIGN TO 'adhesiones.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-CLAVE OF REGISTRO-ADHESION
               FILE STATUS IS WS-FILE-STATUS-ADH.

           SELECT ARCHIVO-APODERADOS ASSIGN TO 'apoderados.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APO-CLAVE OF REGISTRO-APODERADO
               FILE STATUS IS WS-FILE-STATUS-APO.

           SELECT ARCHIVO-EMBARGOS ASSIGN TO 'embargos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-NUMERO OF REGISTRO-EMBARGO
               FILE STATUS IS WS-FILE-STATUS-EMB.

           SELECT ARCHIVO-INFORME
               ASSIGN TO 'informe_referencias.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-INF.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-HISTORICAS.
           01  RCH.
           COPY "cuenta.cpy".

       FD  ARCHIVO-MOVIMIENTOS.
           01 REGISTRO-MOVIMIENTO.
               COPY "movimientos.cpy".

       FD  ARCHIVO-CLIENTES.
           01 REGISTRO-CLIENTE.
               COPY "cliente.cpy".

       FD  ARCHIVO-INDICE-DNI.
           01 REGISTRO-INDICE.
               COPY "indicedni.cpy".

       FD  ARCHIVO-OPERADORES.
           01 REGISTRO-OPERADOR.
               COPY "operador.cpy".

       FD  ARCHIVO-TARJETAS.
           01 REGISTRO-TARJETA.
               COPY "tarjeta.cpy".

       FD  ARCHIVO-PRESTAMOS.
           01 REGISTRO-PRESTAMO.
               COPY "prestamo.cpy".

       FD  ARCHIVO-PLAZOS.
           01 REGISTRO-PLAZO.
               COPY "plazofijo.cpy".

       FD  ARCHIVO-CHEQUERAS.
           01 REGISTRO-CHEQUERA.
               COPY "chequera.cpy".

       FD  ARCHIVO-ADHESIONES.
           01 REGISTRO-ADHESION.
               COPY "adhesion.cpy".

       FD  ARCHIVO-APODERADOS.
           01 REGISTRO-APODERADO.
               COPY "apoderado.cpy".

       FD  ARCHIVO-EMBARGOS.
           01 REGISTRO-EMBARGO.
               COPY "embargo.cpy".

       FD  ARCHIVO-INFORME
           RECORD CONTAINS 100 CHARACTERS.
           01  LINEA-INFORME          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-HIS    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-MOV    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CLI    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-IDX    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-OPE    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-TAR    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PRE    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PLA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CHQRA  PIC XX VALUE '00'.
       01  WS-FILE-STATUS-ADH    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-APO    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-EMB    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-INF    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-MOV    PIC X(100).

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-EOF-MOV            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-MOV    VALUE 'Y'.
       01  WS-EOF-IDX            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-IDX    VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).

      *    Archivos opcionales: sin histórico, clientes, índice u
      *    operadores el control correspondiente no se hace.
       01  WS-HAY-HISTORICAS     PIC X(01) VALUE 'N'.
           88 HAY-HISTORICAS     VALUE 'S'.
       01  WS-HAY-CLIENTES       PIC X(01) VALUE 'N'.
           88 HAY-CLIENTES       VALUE 'S'.
       01  WS-HAY-INDICE         PIC X(01) VALUE 'N'.
           88 HAY-INDICE         VALUE 'S'.
       01  WS-HAY-OPERADORES     PIC X(01) VALUE 'N'.
           88 HAY-OPERADORES     VALUE 'S'.

      *    Cuenta referenciada por el registro en revisión, y dónde
      *    se la encontró: maestro, histórico o en ninguno.
       01  WS-CUENTA-REF         PIC 9(08).
       01  WS-UBICACION-CUENTA   PIC X(01).
           88 CUENTA-EN-MAESTRO  VALUE 'M'.
           88 CUENTA-EN-HISTORICO VALUE 'H'.
           88 CUENTA-INEXISTENTE VALUE 'N'.
      *    Si el producto que referencia la cuenta está vivo y si,
      *    vivo, una cuenta cerrada es un hallazgo crítico (el
      *    batch lo va a debitar o acreditar).
       01  WS-REF-VIGENTE        PIC X(01).
           88 REF-VIGENTE        VALUE 'S'.
       01  WS-CRITICA-SI-CERRADA PIC X(01).
           88 CRITICA-SI-CERRADA VALUE 'S'.

       01  WS-DNI-REF            PIC 9(08).
       01  WS-CLIENTE-EXISTE     PIC X(01).
           88 CLIENTE-EXISTE     VALUE 'S'.
       01  WS-TIENE-CUENTA       PIC X(01).
           88 TIENE-CUENTA       VALUE 'S'.
       01  WS-DNI-EN-CUENTA      PIC X(01).
           88 DNI-EN-CUENTA      VALUE 'S'.
       01  WS-IDX                PIC 9(02).
       01  WS-RENGLON            PIC 9(06).

      *    Hallazgo en armado.
       01  WS-SEVERIDAD          PIC X(01).
           88 SEVERIDAD-CRITICA  VALUE 'C'.
           88 SEVERIDAD-ADVERTENCIA VALUE 'A'.
           88 SEVERIDAD-INFORMATIVA VALUE 'I'.
       01  WS-SEVERIDAD-TEXTO    PIC X(11).
       01  WS-HA-ARCHIVO         PIC X(12).
       01  WS-HA-CLAVE           PIC X(18).
       01  WS-HA-DESCRIPCION     PIC X(55).
       01  WS-CUENTA-EDIT        PIC 9(08).

      *    Operadores faltantes ya informados: cada código se
      *    informa una sola vez, con el primer movimiento que lo
      *    muestra.
       01  WS-OPERADOR-MOV       PIC X(08).
       01  WS-CANT-OPE-FALTANTES PIC 9(03) VALUE ZERO.
       01  WS-OPE-FALTANTES.
           05 WS-OPE-FALTANTE    PIC X(08) OCCURS 200 TIMES.
       01  WS-IDX-OPE            PIC 9(03).
       01  WS-OPE-YA-INFORMADO   PIC X(01).
           88 OPE-YA-INFORMADO   VALUE 'S'.

       01  WS-CANT-REVISADOS     PIC 9(08) VALUE ZERO.
       01  WS-CANT-CRITICAS      PIC 9(06) VALUE ZERO.
       01  WS-CANT-ADVERTENCIAS  PIC 9(06) VALUE ZERO.
       01  WS-CANT-INFORMATIVAS  PIC 9(06) VALUE ZERO.

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna (área común entre
      *    programas).
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100)
               VALUE 'informe_referencias.txt'.
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'CONTROLAR-INTEGRIDAD-REFERENCIAL'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- INTEGRIDAD REFERENCIAL DE MAESTROS ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           OPEN INPUT ARCHIVO-CUENTAS.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR AL ABRIR ARCHIVO DE CUENTAS'
      *        El error fatal se publica para que la cadena
      *        nocturna se detenga.
               MOVE 8 TO RETURN-CODE
               PERFORM 900-FINALIZAR-PROGRAMA
           END-IF.
           OPEN OUTPUT ARCHIVO-INFORME.
           IF WS-FILE-STATUS-INF NOT = '00'
               DISPLAY 'ERROR AL CREAR EL INFORME'
               CLOSE ARCHIVO-CUENTAS
               MOVE 8 TO RETURN-CODE
               PERFORM 900-FINALIZAR-PROGRAMA
           END-IF.
           MOVE SPACES TO LINEA-INFORME.
           STRING
               "INFORME DE INTEGRIDAD REFERENCIAL AL "
                   DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               INTO LINEA-INFORME
           END-STRING.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING
               "SEVERIDAD   ARCHIVO      CLAVE              "
                   DELIMITED BY SIZE
               "HALLAZGO" DELIMITED BY SIZE
               INTO LINEA-INFORME
           END-STRING.
           WRITE LINEA-INFORME.

           PERFORM 050-ABRIR-OPCIONALES.
           PERFORM 100-CONTROLAR-CUENTAS.
           PERFORM 200-CONTROLAR-INDICE-DNI.
           PERFORM 300-CONTROLAR-CLIENTES.
           PERFORM 400-CONTROLAR-TARJETAS.
           PERFORM 410-CONTROLAR-PRESTAMOS.
           PERFORM 420-CONTROLAR-PLAZOS.
           PERFORM 430-CONTROLAR-CHEQUERAS.
           PERFORM 440-CONTROLAR-ADHESIONES.
           PERFORM 450-CONTROLAR-APODERADOS.
           PERFORM 460-CONTROLAR-EMBARGOS.

           MOVE SPACES TO LINEA-INFORME.
           STRING
               "TOTALES: CRITICAS " DELIMITED BY SIZE
               WS-CANT-CRITICAS DELIMITED BY SIZE
               " ADVERTENCIAS " DELIMITED BY SIZE
               WS-CANT-ADVERTENCIAS DELIMITED BY SIZE
               " INFORMATIVAS " DELIMITED BY SIZE
               WS-CANT-INFORMATIVAS DELIMITED BY SIZE
               INTO LINEA-INFORME
           END-STRING.
           WRITE LINEA-INFORME.

           CLOSE ARCHIVO-INFORME.
           CALL 'REGISTRAR-REPORTE' USING
               WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
               WS-SUCURSAL-CATALOGO.
           CLOSE ARCHIVO-CUENTAS.
           IF HAY-HISTORICAS
               CLOSE ARCHIVO-HISTORICAS
           END-IF.
           IF HAY-CLIENTES
               CLOSE ARCHIVO-CLIENTES
           END-IF.
           IF HAY-INDICE
               CLOSE ARCHIVO-INDICE-DNI
           END-IF.
           IF HAY-OPERADORES
               CLOSE ARCHIVO-OPERADORES
           END-IF.

           DISPLAY '---- REGISTROS REVISADOS: ' WS-CANT-REVISADOS.
           DISPLAY '---- HALLAZGOS CRÍTICOS: ' WS-CANT-CRITICAS.
           DISPLAY '---- ADVERTENCIAS: ' WS-CANT-ADVERTENCIAS.
           DISPLAY '---- INFORMATIVOS: ' WS-CANT-INFORMATIVAS.
           MOVE WS-CANT-REVISADOS TO CB-PROCESADOS.
           COMPUTE CB-APLICADOS = WS-CANT-CRITICAS
               + WS-CANT-ADVERTENCIAS + WS-CANT-INFORMATIVAS.
           IF WS-CANT-CRITICAS > ZERO
               DISPLAY '--> HAY HALLAZGOS CRÍTICOS: VER '
                   'informe_referencias.txt'
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           050-ABRIR-OPCIONALES SECTION.
               OPEN INPUT ARCHIVO-HISTORICAS.
               IF WS-FILE-STATUS-HIS = '00'
                   MOVE 'S' TO WS-HAY-HISTORICAS
               END-IF.
               OPEN INPUT ARCHIVO-CLIENTES.
               IF WS-FILE-STATUS-CLI = '00'
                   MOVE 'S' TO WS-HAY-CLIENTES
               ELSE
                   DISPLAY '--> SIN ARCHIVO DE CLIENTES: NO SE '
                       'CONTROLAN TITULARES'
               END-IF.
               OPEN INPUT ARCHIVO-INDICE-DNI.
               IF WS-FILE-STATUS-IDX = '00'
                   MOVE 'S' TO WS-HAY-INDICE
               ELSE
                   DISPLAY '--> SIN ÍNDICE POR DNI: NO SE CONTROLA'
               END-IF.
               OPEN INPUT ARCHIVO-OPERADORES.
               IF WS-FILE-STATUS-OPE = '00'
                   MOVE 'S' TO WS-HAY-OPERADORES
               ELSE
                   DISPLAY '--> SIN ARCHIVO DE OPERADORES: NO SE '
                       'CONTROLAN LOS FIRMANTES'
               END-IF.

      *    Titular y cotitulares de cada cuenta contra clientes.dat,
      *    y los operadores de su historial.
           100-CONTROLAR-CUENTAS SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               MOVE 'CUENTAS' TO WS-HA-ARCHIVO.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CUENTAS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CANT-REVISADOS
                           MOVE CC-NUMERO-CUENTA OF RCC
                               TO WS-HA-CLAVE
                           IF HAY-CLIENTES
                               PERFORM 110-CONTROLAR-TITULARES
                           END-IF
                           IF HAY-OPERADORES
                               PERFORM 120-CONTROLAR-OPERADORES
                           END-IF
                   END-READ
               END-PERFORM.

           110-CONTROLAR-TITULARES SECTION.
               MOVE CC-DNI-TITULAR OF RCC TO WS-DNI-REF.
               PERFORM 510-UBICAR-CLIENTE.
               IF NOT CLIENTE-EXISTE
                   IF CUENTA-CERRADA OF RCC
                       MOVE 'A' TO WS-SEVERIDAD
                   ELSE
                       MOVE 'C' TO WS-SEVERIDAD
                   END-IF
                   MOVE SPACES TO WS-HA-DESCRIPCION
                   STRING
                       "TITULAR DNI " DELIMITED BY SIZE
                       WS-DNI-REF DELIMITED BY SIZE
                       " NO ESTA EN CLIENTES" DELIMITED BY SIZE
                       INTO WS-HA-DESCRIPCION
                   END-STRING
                   PERFORM 800-ASENTAR-HALLAZGO
               END-IF.
               IF CC-CANT-COTITULARES OF RCC NUMERIC
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > CC-CANT-COTITULARES OF RCC
                          OR WS-IDX > 3
                       MOVE CC-DNI-COTITULAR OF RCC (WS-IDX)
                           TO WS-DNI-REF
                       PERFORM 510-UBICAR-CLIENTE
                       IF NOT CLIENTE-EXISTE
                           MOVE 'A' TO WS-SEVERIDAD
                           MOVE SPACES TO WS-HA-DESCRIPCION
                           STRING
                               "COTITULAR DNI " DELIMITED BY SIZE
                               WS-DNI-REF DELIMITED BY SIZE
                               " NO ESTA EN CLIENTES"
                                   DELIMITED BY SIZE
                               INTO WS-HA-DESCRIPCION
                           END-STRING
                           PERFORM 800-ASENTAR-HALLAZGO
                       END-IF
                   END-PERFORM
               END-IF.

      *    Los movimientos de sucursal e internos los firma un
      *    operador de carne y hueso; los de batch, canales y
      *    redes llevan un firmante genérico, y los de apoderado
      *    su DNI, que no son operadores.
           120-CONTROLAR-OPERADORES SECTION.
               MOVE ZERO TO WS-RENGLON.
               MOVE 'N' TO WS-EOF-MOV.
               MOVE SPACES TO NOMBRE-ARCHIVO-MOV.
               STRING
                   "cuentas/" DELIMITED BY SIZE
                   CC-NUMERO-CUENTA OF RCC DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-MOV
               END-STRING.
               OPEN INPUT ARCHIVO-MOVIMIENTOS.
               IF WS-FILE-STATUS-MOV = '00'
                   PERFORM UNTIL FIN-ARCHIVO-MOV
                       READ ARCHIVO-MOVIMIENTOS
                           AT END
                               SET FIN-ARCHIVO-MOV TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RENGLON
                               MOVE OPERADOR OF REGISTRO-MOVIMIENTO
                                   TO WS-OPERADOR-MOV
                               IF (CANAL OF REGISTRO-MOVIMIENTO
                                      = 'SUCURSAL'
                                   OR CANAL OF REGISTRO-MOVIMIENTO
                                      = 'INTERNO')
                                  AND WS-OPERADOR-MOV NOT = SPACES
                                  AND WS-OPERADOR-MOV NOT = 'BATCH'
                                  AND WS-OPERADOR-MOV IS NOT NUMERIC
                                   PERFORM 130-UBICAR-OPERADOR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-MOVIMIENTOS
               END-IF.

           130-UBICAR-OPERADOR SECTION.
               MOVE WS-OPERADOR-MOV TO OP-CODIGO OF REGISTRO-OPERADOR.
               READ ARCHIVO-OPERADORES
                   INVALID KEY
                       MOVE 'N' TO WS-OPE-YA-INFORMADO
                       PERFORM VARYING WS-IDX-OPE FROM 1 BY 1
                           UNTIL WS-IDX-OPE > WS-CANT-OPE-FALTANTES
                              OR OPE-YA-INFORMADO
                           IF WS-OPE-FALTANTE (WS-IDX-OPE)
                              = WS-OPERADOR-MOV
                               MOVE 'S' TO WS-OPE-YA-INFORMADO
                           END-IF
                       END-PERFORM
                       IF NOT OPE-YA-INFORMADO
                           IF WS-CANT-OPE-FALTANTES < 200
                               ADD 1 TO WS-CANT-OPE-FALTANTES
                               MOVE WS-OPERADOR-MOV TO
                                   WS-OPE-FALTANTE
                                   (WS-CANT-OPE-FALTANTES)
                           END-IF
                           MOVE 'A' TO WS-SEVERIDAD
                           MOVE 'MOVIMIENTOS' TO WS-HA-ARCHIVO
                           MOVE SPACES TO WS-HA-CLAVE
                           STRING
                               CC-NUMERO-CUENTA OF RCC
                                   DELIMITED BY SIZE
                               "/" DELIMITED BY SIZE
                               WS-RENGLON DELIMITED BY SIZE
                               INTO WS-HA-CLAVE
                           END-STRING
                           MOVE SPACES TO WS-HA-DESCRIPCION
                           STRING
                               "OPERADOR " DELIMITED BY SIZE
                               WS-OPERADOR-MOV DELIMITED BY SPACE
                               " NO ESTA EN OPERADORES"
                                   DELIMITED BY SIZE
                               INTO WS-HA-DESCRIPCION
                           END-STRING
                           PERFORM 800-ASENTAR-HALLAZGO
                           MOVE 'CUENTAS' TO WS-HA-ARCHIVO
                           MOVE CC-NUMERO-CUENTA OF RCC
                               TO WS-HA-CLAVE
                       END-IF
               END-READ.

      *    Cada entrada del índice por DNI debe apuntar a una cuenta
      *    existente que tenga a ese DNI como titular o cotitular.
      *    Las de cuentas ya depuradas al histórico son esperables
      *    y no se informan.
           200-CONTROLAR-INDICE-DNI SECTION.
               IF HAY-INDICE
                   MOVE 'N' TO WS-EOF-IDX
                   MOVE 'INDICE-DNI' TO WS-HA-ARCHIVO
                   PERFORM UNTIL FIN-ARCHIVO-IDX
                       READ ARCHIVO-INDICE-DNI NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO-IDX TO TRUE
                           NOT AT END
                               ADD 1 TO WS-CANT-REVISADOS
                               PERFORM 210-CONTROLAR-ENTRADA
                       END-READ
                   END-PERFORM
               END-IF.

           210-CONTROLAR-ENTRADA SECTION.
               MOVE SPACES TO WS-HA-CLAVE.
               STRING
                   IX-DNI OF REGISTRO-INDICE DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   IX-CUENTA OF REGISTRO-INDICE DELIMITED BY SIZE
                   INTO WS-HA-CLAVE
               END-STRING.
               MOVE IX-CUENTA OF REGISTRO-INDICE TO WS-CUENTA-REF.
               PERFORM 500-UBICAR-CUENTA.
               IF CUENTA-INEXISTENTE
                   MOVE 'A' TO WS-SEVERIDAD
                   MOVE SPACES TO WS-HA-DESCRIPCION
                   STRING
                       "APUNTA A LA CUENTA " DELIMITED BY SIZE
                       WS-CUENTA-REF DELIMITED BY SIZE
                       " INEXISTENTE" DELIMITED BY SIZE
                       INTO WS-HA-DESCRIPCION
                   END-STRING
                   PERFORM 800-ASENTAR-HALLAZGO
               ELSE
               IF CUENTA-EN-MAESTRO
                   MOVE 'N' TO WS-DNI-EN-CUENTA
                   IF CC-DNI-TITULAR OF RCC = IX-DNI OF REGISTRO-INDICE
                       MOVE 'S' TO WS-DNI-EN-CUENTA
                   END-IF
                   IF CC-CANT-COTITULARES OF RCC NUMERIC
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > CC-CANT-COTITULARES OF RCC
                              OR WS-IDX > 3
                           IF CC-DNI-COTITULAR OF RCC (WS-IDX)
                              = IX-DNI OF REGISTRO-INDICE
                               MOVE 'S' TO WS-DNI-EN-CUENTA
                           END-IF
                       END-PERFORM
                   END-IF
                   IF NOT DNI-EN-CUENTA
                       MOVE 'A' TO WS-SEVERIDAD
                       MOVE 'DNI NO ES TITULAR NI COTITULAR'
                           TO WS-HA-DESCRIPCION
                       PERFORM 800-ASENTAR-HALLAZGO
                   END-IF
               END-IF
               END-IF.

      *    Clientes vigentes sin ninguna cuenta en el maestro, según
      *    el índice por DNI: puede ser un apoderado o firmante que
      *    nunca abrió cuenta propia, por eso es informativo.
           300-CONTROLAR-CLIENTES SECTION.
               IF HAY-CLIENTES AND HAY-INDICE
                   MOVE 'N' TO WS-EOF-FLAG
                   MOVE 'CLIENTES' TO WS-HA-ARCHIVO
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-CLIENTES NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF NOT CLIENTE-DE-BAJA
                                  OF REGISTRO-CLIENTE
                                   ADD 1 TO WS-CANT-REVISADOS
                                   PERFORM 310-BUSCAR-CUENTAS-CLIENTE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.

           310-BUSCAR-CUENTAS-CLIENTE SECTION.
               MOVE 'N' TO WS-TIENE-CUENTA.
               MOVE 'N' TO WS-EOF-IDX.
               MOVE CLI-DNI OF REGISTRO-CLIENTE
                   TO IX-DNI OF REGISTRO-INDICE.
               MOVE ZERO TO IX-CUENTA OF REGISTRO-INDICE.
               START ARCHIVO-INDICE-DNI
                   KEY IS >= IX-CLAVE OF REGISTRO-INDICE
                   INVALID KEY
                       SET FIN-ARCHIVO-IDX TO TRUE
               END-START.
               PERFORM UNTIL FIN-ARCHIVO-IDX OR TIENE-CUENTA
                   READ ARCHIVO-INDICE-DNI NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-IDX TO TRUE
                       NOT AT END
                           IF IX-DNI OF REGISTRO-INDICE
                              NOT = CLI-DNI OF REGISTRO-CLIENTE
                               SET FIN-ARCHIVO-IDX TO TRUE
                           ELSE
                               MOVE IX-CUENTA OF REGISTRO-INDICE
                                   TO WS-CUENTA-REF
                               PERFORM 500-UBICAR-CUENTA
                               IF CUENTA-EN-MAESTRO
                                   MOVE 'S' TO WS-TIENE-CUENTA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               IF NOT TIENE-CUENTA
                   MOVE 'I' TO WS-SEVERIDAD
                   MOVE CLI-DNI OF REGISTRO-CLIENTE TO WS-HA-CLAVE
                   MOVE 'CLIENTE SIN CUENTAS' TO WS-HA-DESCRIPCION
                   PERFORM 800-ASENTAR-HALLAZGO
               END-IF.

      *    Productos contra la cuenta que referencian. Vivos:
      *    tarjeta no dada de baja, préstamo vigente, plazo fijo
      *    vigente, chequera entregada o en uso, adhesión activa,
      *    apoderado activo y embargo activo.
           400-CONTROLAR-TARJETAS SECTION.
               OPEN INPUT ARCHIVO-TARJETAS.
               IF WS-FILE-STATUS-TAR = '00'
                   MOVE 'N' TO WS-EOF-FLAG
                   MOVE 'TARJETAS' TO WS-HA-ARCHIVO
                   MOVE 'N' TO WS-CRITICA-SI-CERRADA
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-TARJETAS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-CANT-REVISADOS
                               MOVE TJ-NUMERO OF REGISTRO-TARJETA
                                   TO WS-HA-CLAVE
                               MOVE TJ-CUENTA OF REGISTRO-TARJETA
                                   TO WS-CUENTA-REF
                               IF TARJETA-DE-BAJA
                                  OF REGISTRO-TARJETA
                                   MOVE 'N' TO WS-REF-VIGENTE
                               ELSE
                                   MOVE 'S' TO WS-REF-VIGENTE
                               END-IF
                               PERFORM 520-CONTROLAR-CUENTA-REFERIDA
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-TARJETAS
               END-IF.

           410-CONTROLAR-PRESTAMOS SECTION.
               OPEN INPUT ARCHIVO-PRESTAMOS.
               IF WS-FILE-STATUS-PRE = '00'
                   MOVE 'N' TO WS-EOF-FLAG
                   MOVE 'PRESTAMOS' TO WS-HA-ARCHIVO
                   MOVE 'S' TO WS-CRITICA-SI-CERRADA
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-PRESTAMOS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-CANT-REVISADOS
                               MOVE PR-NUMERO OF REGISTRO-PRESTAMO
                                   TO WS-HA-CLAVE
                               MOVE PR-CUENTA OF REGISTRO-PRESTAMO
                                   TO WS-CUENTA-REF
                               IF PRESTAMO-VIGENTE
                                  OF REGISTRO-PRESTAMO
                                   MOVE 'S' TO WS-REF-VIGENTE
                               ELSE
                                   MOVE 'N' TO WS-REF-VIGENTE
                               END-IF
                               PERFORM 520-CONTROLAR-CUENTA-REFERIDA
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF.

           420-CONTROLAR-PLAZOS SECTION.
               OPEN INPUT ARCHIVO-PLAZOS.
               IF WS-FILE-STATUS-PLA = '00'
                   MOVE 'N' TO WS-EOF-FLAG
                   MOVE 'PLAZOFIJO' TO WS-HA-ARCHIVO
                   MOVE 'S' TO WS-CRITICA-SI-CERRADA
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-PLAZOS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-CANT-REVISADOS
                               MOVE PF-NUMERO OF REGISTRO-PLAZO
                                   TO WS-HA-CLAVE
                               MOVE PF-CUENTA-ORIGEN
                                   OF REGISTRO-PLAZO
                                   TO WS-CUENTA-REF
                               IF PF-VIGENTE OF REGISTRO-PLAZO
                                   MOVE 'S' TO WS-REF-VIGENTE
                               ELSE
                                   MOVE 'N' TO WS-REF-VIGENTE
                               END-IF
                               PERFORM 520-CONTROLAR-CUENTA-REFERIDA
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-PLAZOS
               END-IF.

           430-CONTROLAR-CHEQUERAS SECTION.
               OPEN INPUT ARCHIVO-CHEQUERAS.
               IF WS-FILE-STATUS-CHQRA = '00'
                   MOVE 'N' TO WS-EOF-FLAG
                   MOVE 'CHEQUERAS' TO WS-HA-ARCHIVO
                   MOVE 'N' TO WS-CRITICA-SI-CERRADA
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-CHEQUERAS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-CANT-REVISADOS
                               MOVE CQ-NUMERO OF REGISTRO-CHEQUERA
                                   TO WS-HA-CLAVE
                               MOVE CQ-CUENTA OF REGISTRO-CHEQUERA
                                   TO WS-CUENTA-REF
                               IF CHEQUERA-ENTREGADA
                                  OF REGISTRO-CHEQUERA
                                  OR CHEQUERA-EN-USO
                                  OF REGISTRO-CHEQUERA
                                   MOVE 'S' TO WS-REF-VIGENTE
                               ELSE
                                   MOVE 'N' TO WS-REF-VIGENTE
                               END-IF
                               PERFORM 520-CONTROLAR-CUENTA-REFERIDA
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CHEQUERAS
               END-IF.

           440-CONTROLAR-ADHESIONES SECTION.
               OPEN INPUT ARCHIVO-ADHESIONES.
               IF WS-FILE-STATUS-ADH = '00'
                   MOVE 'N' TO WS-EOF-FLAG
                   MOVE 'ADHESIONES' TO WS-HA-ARCHIVO
                   MOVE 'N' TO WS-CRITICA-SI-CERRADA
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-ADHESIONES NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-CANT-REVISADOS
                               MOVE SPACES TO WS-HA-CLAVE
                               STRING
                                   AD-EMPRESA OF REGISTRO-ADHESION
                                       DELIMITED BY SPACE
                                   "/" DELIMITED BY SIZE
                                   AD-CUENTA OF REGISTRO-ADHESION
                                       DELIMITED BY SIZE
                                   INTO WS-HA-CLAVE
                               END-STRING
                               MOVE AD-CUENTA OF REGISTRO-ADHESION
                                   TO WS-CUENTA-REF
                               IF ADHESION-ACTIVA
                                  OF REGISTRO-ADHESION
                                   MOVE 'S' TO WS-REF-VIGENTE
                               ELSE
                                   MOVE 'N' TO WS-REF-VIGENTE
                               END-IF
                               PERFORM 520-CONTROLAR-CUENTA-REFERIDA
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-ADHESIONES
               END-IF.

      *    El apoderado además tiene que ser cliente.
           450-CONTROLAR-APODERADOS SECTION.
               OPEN INPUT ARCHIVO-APODERADOS.
               IF WS-FILE-STATUS-APO = '00'
                   MOVE 'N' TO WS-EOF-FLAG
                   MOVE 'APODERADOS' TO WS-HA-ARCHIVO
                   MOVE 'N' TO WS-CRITICA-SI-CERRADA
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-APODERADOS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-CANT-REVISADOS
                               PERFORM 455-CONTROLAR-APODERADO
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-APODERADOS
               END-IF.

           455-CONTROLAR-APODERADO SECTION.
               MOVE SPACES TO WS-HA-CLAVE.
               STRING
                   APO-CUENTA OF REGISTRO-APODERADO
                       DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   APO-DNI OF REGISTRO-APODERADO DELIMITED BY SIZE
                   INTO WS-HA-CLAVE
               END-STRING.
               MOVE APO-CUENTA OF REGISTRO-APODERADO TO WS-CUENTA-REF.
               IF APODERADO-ACTIVO OF REGISTRO-APODERADO
                   MOVE 'S' TO WS-REF-VIGENTE
               ELSE
                   MOVE 'N' TO WS-REF-VIGENTE
               END-IF.
               PERFORM 520-CONTROLAR-CUENTA-REFERIDA.
               IF HAY-CLIENTES AND REF-VIGENTE
                   MOVE APO-DNI OF REGISTRO-APODERADO TO WS-DNI-REF
                   PERFORM 510-UBICAR-CLIENTE
                   IF NOT CLIENTE-EXISTE
                       MOVE 'A' TO WS-SEVERIDAD
                       MOVE 'APODERADO QUE NO ESTA EN CLIENTES'
                           TO WS-HA-DESCRIPCION
                       PERFORM 800-ASENTAR-HALLAZGO
                   END-IF
               END-IF.

           460-CONTROLAR-EMBARGOS SECTION.
               OPEN INPUT ARCHIVO-EMBARGOS.
               IF WS-FILE-STATUS-EMB = '00'
                   MOVE 'N' TO WS-EOF-FLAG
                   MOVE 'EMBARGOS' TO WS-HA-ARCHIVO
                   MOVE 'N' TO WS-CRITICA-SI-CERRADA
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-EMBARGOS NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-CANT-REVISADOS
                               MOVE EM-NUMERO OF REGISTRO-EMBARGO
                                   TO WS-HA-CLAVE
                               MOVE EM-CUENTA OF REGISTRO-EMBARGO
                                   TO WS-CUENTA-REF
                               IF EMBARGO-ACTIVO OF REGISTRO-EMBARGO
                                   MOVE 'S' TO WS-REF-VIGENTE
                               ELSE
                                   MOVE 'N' TO WS-REF-VIGENTE
                               END-IF
                               PERFORM 520-CONTROLAR-CUENTA-REFERIDA
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-EMBARGOS
               END-IF.

      *    Busca WS-CUENTA-REF en el maestro y, si no está, en el
      *    histórico de cuentas depuradas.
           500-UBICAR-CUENTA SECTION.
               MOVE 'M' TO WS-UBICACION-CUENTA.
               MOVE WS-CUENTA-REF TO CC-NUMERO-CUENTA OF RCC.
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       MOVE 'N' TO WS-UBICACION-CUENTA
               END-READ.
               IF CUENTA-INEXISTENTE AND HAY-HISTORICAS
                   MOVE WS-CUENTA-REF TO CC-NUMERO-CUENTA OF RCH
                   READ ARCHIVO-HISTORICAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'H' TO WS-UBICACION-CUENTA
                   END-READ
               END-IF.

           510-UBICAR-CLIENTE SECTION.
               MOVE 'S' TO WS-CLIENTE-EXISTE.
               MOVE WS-DNI-REF TO CLI-DNI OF REGISTRO-CLIENTE.
               READ ARCHIVO-CLIENTES
                   INVALID KEY
                       MOVE 'N' TO WS-CLIENTE-EXISTE
               END-READ.

      *    Producto vivo sobre cuenta inexistente: crítico. Vivo
      *    sobre cuenta cerrada o depurada: advertencia, salvo los
      *    que la cadena debita o acredita (préstamos y plazos
      *    fijos), que son críticos. Un producto ya dado de baja
      *    sólo se informa si su cuenta no existe en ningún lado.
           520-CONTROLAR-CUENTA-REFERIDA SECTION.
               PERFORM 500-UBICAR-CUENTA.
               MOVE SPACES TO WS-SEVERIDAD.
               MOVE WS-CUENTA-REF TO WS-CUENTA-EDIT.
               MOVE SPACES TO WS-HA-DESCRIPCION.
               IF CUENTA-INEXISTENTE
                   IF REF-VIGENTE
                       MOVE 'C' TO WS-SEVERIDAD
                       STRING
                           "CUENTA " DELIMITED BY SIZE
                           WS-CUENTA-EDIT DELIMITED BY SIZE
                           " INEXISTENTE" DELIMITED BY SIZE
                           INTO WS-HA-DESCRIPCION
                       END-STRING
                   ELSE
                       MOVE 'I' TO WS-SEVERIDAD
                       STRING
                           "CUENTA " DELIMITED BY SIZE
                           WS-CUENTA-EDIT DELIMITED BY SIZE
                           " INEXISTENTE (PRODUCTO DADO DE BAJA)"
                               DELIMITED BY SIZE
                           INTO WS-HA-DESCRIPCION
                       END-STRING
                   END-IF
               ELSE
               IF REF-VIGENTE
                  AND (CUENTA-EN-HISTORICO
                       OR CUENTA-CERRADA OF RCC)
                   IF CRITICA-SI-CERRADA
                       MOVE 'C' TO WS-SEVERIDAD
                   ELSE
                       MOVE 'A' TO WS-SEVERIDAD
                   END-IF
                   STRING
                       "VIGENTE SOBRE LA CUENTA CERRADA "
                           DELIMITED BY SIZE
                       WS-CUENTA-EDIT DELIMITED BY SIZE
                       INTO WS-HA-DESCRIPCION
                   END-STRING
               END-IF
               END-IF.
               IF WS-SEVERIDAD NOT = SPACES
                   PERFORM 800-ASENTAR-HALLAZGO
               END-IF.

           800-ASENTAR-HALLAZGO SECTION.
               EVALUATE TRUE
                   WHEN SEVERIDAD-CRITICA
                       MOVE 'CRITICA' TO WS-SEVERIDAD-TEXTO
                       ADD 1 TO WS-CANT-CRITICAS
                   WHEN SEVERIDAD-ADVERTENCIA
                       MOVE 'ADVERTENCIA'
                           TO WS-SEVERIDAD-TEXTO
                       ADD 1 TO WS-CANT-ADVERTENCIAS
                   WHEN OTHER
                       MOVE 'INFORMATIVA'
                           TO WS-SEVERIDAD-TEXTO
                       ADD 1 TO WS-CANT-INFORMATIVAS
               END-EVALUATE.
               MOVE SPACES TO LINEA-INFORME.
               STRING
                   WS-SEVERIDAD-TEXTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-HA-ARCHIVO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-HA-CLAVE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-HA-DESCRIPCION DELIMITED BY SIZE
                   INTO LINEA-INFORME
               END-STRING.
               WRITE LINEA-INFORME.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
