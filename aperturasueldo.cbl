       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABRIR-CUENTAS-SUELDO.
       AUTHOR. MARCOS MUÑOZ.

      * Apertura masiva de cuentas sueldo por convenio de haberes:
      * consume altas_haberes.txt, el archivo que manda cada
      * empleador (un renglón de cabecera con el código de la
      * empresa y un renglón por empleado). Por cada empleado crea
      * o empata el cliente por DNI (el nuevo pasa por las listas
      * de sanciones y PEP), y si no tiene ya su cuenta sueldo del
      * convenio le abre una caja de ahorro en pesos sin cargo en
      * la sucursal del convenio, con la numeración y el dígito
      * verificador del alta de siempre, y le pide la tarjeta de
      * débito. El PIN provisorio va al archivo de sobres de la
      * sucursal, nunca al empleador. Al empleador se le devuelve
      * haberes_respuesta_<empresa>.txt con la cuenta y el CBU de
      * cada empleado, o el motivo por el que no se abrió.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-ALTAS ASSIGN TO 'altas_haberes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-ALT.

           SELECT ARCHIVO-CONVENIOS ASSIGN TO 'convenios_haberes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-EMPRESA OF REGISTRO-CONVENIO
               FILE STATUS IS WS-FILE-STATUS-CNV.

           SELECT ARCHIVO-CLIENTES ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DNI OF REGISTRO-CLIENTE
               FILE STATUS IS WS-FILE-STATUS-CLI.

           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-CONTADOR ASSIGN TO 'contador.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CONTADOR.

           SELECT ARCHIVO-INDICE-DNI ASSIGN TO 'indice_dni.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-CLAVE OF REGISTRO-INDICE
               FILE STATUS IS WS-FILE-STATUS-IDX.

           SELECT ARCHIVO-MOVIMIENTOS
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-MOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-MOV.

           SELECT ARCHIVO-TARJETAS ASSIGN TO 'tarjetas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TJ-NUMERO OF REGISTRO-TARJETA
               FILE STATUS IS WS-FILE-STATUS-TAR.

           SELECT ARCHIVO-CONTADOR-TAR
               ASSIGN TO 'contador-tarjetas.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CTAR.

      *    Sobres de PIN que imprime la sucursal del convenio: el
      *    empleado retira el sobre con su DNI junto a la tarjeta.
           SELECT ARCHIVO-SOBRES ASSIGN TO 'sobres_pin_haberes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-SOB.

           SELECT ARCHIVO-RESPUESTA
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-RESPUESTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-RES.

       DATA DIVISION.
       FILE SECTION.
      *    Cabecera 'H' con la empresa del convenio, y un renglón
      *    'D' por empleado con sus datos personales.
       FD  ARCHIVO-ALTAS.
           01  LINEA-ALTA.
               05  AH-TIPO-REGISTRO    PIC X(01).
                   88  AH-CABECERA     VALUE 'H'.
                   88  AH-DETALLE      VALUE 'D'.
               05  AH-DATOS            PIC X(149).
           01  LINEA-ALTA-CABECERA.
               05  FILLER              PIC X(01).
               05  AH-EMPRESA          PIC X(06).
               05  FILLER              PIC X(143).
           01  LINEA-ALTA-DETALLE.
               05  FILLER              PIC X(01).
               05  AH-DNI              PIC 9(08).
               05  AH-NOMBRE           PIC X(30).
               05  AH-DOMICILIO        PIC X(40).
               05  AH-TELEFONO         PIC X(15).
               05  AH-EMAIL            PIC X(40).
               05  AH-FECHA-NACIMIENTO PIC 9(08).
               05  FILLER              PIC X(08).

       FD  ARCHIVO-CONVENIOS.
           01 REGISTRO-CONVENIO.
               COPY "convenio.cpy".

       FD  ARCHIVO-CLIENTES.
           01 REGISTRO-CLIENTE.
               COPY "cliente.cpy".

       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-CONTADOR.
           01 REGISTRO-CONTADOR.
               05 CONTADOR-CUENTA PIC 9(07).

       FD  ARCHIVO-INDICE-DNI.
           01 REGISTRO-INDICE.
               COPY "indicedni.cpy".

       FD  ARCHIVO-MOVIMIENTOS.
           01 REGISTRO-MOVIMIENTO.
               COPY "movimientos.cpy".

       FD  ARCHIVO-TARJETAS.
           01 REGISTRO-TARJETA.
               COPY "tarjeta.cpy".

       FD  ARCHIVO-CONTADOR-TAR.
           01 REGISTRO-CONTADOR-TAR.
               05 CONTADOR-TARJETA PIC 9(10).

       FD  ARCHIVO-SOBRES.
           01  LINEA-SOBRE.
               05  PS-SUCURSAL         PIC 9(03).
               05  PS-DNI              PIC 9(08).
               05  PS-NOMBRE           PIC X(30).
               05  PS-CUENTA           PIC 9(08).
               05  PS-TARJETA          PIC 9(16).
               05  PS-PIN              PIC 9(04).

      *    Respuesta al empleador: resultado 'A' cuenta abierta,
      *    'E' ya tenía su cuenta sueldo del convenio, 'R'
      *    rechazado (con el motivo).
       FD  ARCHIVO-RESPUESTA.
           01  LINEA-RESPUESTA.
               05  RH-DNI              PIC 9(08).
               05  RH-CUENTA           PIC 9(08).
               05  RH-CBU              PIC X(13).
               05  RH-RESULTADO        PIC X(01).
               05  RH-MOTIVO           PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-ALT    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CNV    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CLI    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CONTADOR PIC XX VALUE '00'.
       01  WS-FILE-STATUS-IDX    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-MOV    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-TAR    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTAR   PIC XX VALUE '00'.
       01  WS-FILE-STATUS-SOB    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-RES    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-MOV    PIC X(100).
       01  NOMBRE-ARCHIVO-RESPUESTA PIC X(100).

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-EOF-IDX            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-IDX    VALUE 'Y'.

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-FECHA-MAYORIA      PIC 9(08).

      *    Convenio de la cabecera en curso; los renglones de
      *    detalle sin un convenio activo delante se rechazan.
       01  WS-EMPRESA            PIC X(06) VALUE SPACES.
       01  WS-SUCURSAL-CONVENIO  PIC 9(03) VALUE ZERO.
       01  WS-CONVENIO-VALIDO    PIC X(01) VALUE 'N'.
           88 CONVENIO-VALIDO    VALUE 'S'.
       01  WS-RESPUESTA-ABIERTA  PIC X(01) VALUE 'N'.
           88 RESPUESTA-ABIERTA  VALUE 'S'.
       01  WS-CANT-ABIERTAS-CONV PIC 9(06) VALUE ZERO.

      *    Numeración de la cuenta nueva, igual que el alta de
      *    sucursal: contador más dígito verificador.
       01  WS-NUMERO-CUENTA-NUEVO.
           05 WS-BASE-CUENTA-NUEVA PIC 9(07).
           05 WS-DIGITO-CUENTA-NUEVA PIC 9(01).
       01  WS-DIGITO-CALCULADO   PIC 9(01).
       01  WS-CLIENTE-EXISTE     PIC X(01).
       01  WS-CUENTA-EMPLEADO    PIC 9(08).
       01  WS-SUCURSAL-EMPLEADO  PIC 9(03).
       01  WS-CBU                PIC X(13).
       01  WS-ROL-INDICE         PIC X(01) VALUE 'T'.

      *    Resultado del empleado en curso para la respuesta.
       01  WS-RESULTADO          PIC X(01).
       01  WS-MOTIVO             PIC X(30).

      *    Control del empleado nuevo contra las listas.
       01  WS-DOCUMENTO-LISTAS   PIC 9(11).
       01  WS-CUENTA-LISTAS      PIC 9(08) VALUE ZERO.
       01  WS-ORIGEN-LISTAS      PIC X(12) VALUE 'ALTA HABERES'.
       01  WS-FECHA-LISTAS       PIC 9(08) VALUE ZERO.
       01  WS-RESULTADO-LISTAS   PIC X(01) VALUE 'N'.
           88 CLIENTE-EN-LISTAS  VALUE 'S'.

      *    PIN provisorio: sale de la hora de proceso y del DNI,
      *    y el empleado lo cambia al activar la tarjeta.
       01  WS-HORA-AHORA         PIC 9(08).
       01  WS-SEMILLA-PIN        PIC 9(09).
       01  WS-COCIENTE-PIN       PIC 9(09).
       01  WS-PIN-PROVISORIO     PIC 9(04).

      *    Tarjeta de débito de la cuenta sueldo, con la misma
      *    numeración y vigencia que la emisión de sucursal.
       01  WS-ANIOS-VIGENCIA     PIC 9(02) VALUE 04.
       01  WS-FECHA-VENC         PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-VENC.
           05 WS-FV-ANIO         PIC 9(04).
           05 WS-FV-MES-DIA      PIC 9(04).
       01  WS-NUMERO-ARMADO.
           05 WS-NA-PREFIJO      PIC 9(06) VALUE 589590.
           05 WS-NA-SECUENCIA    PIC 9(10).

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna.
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

       01  WS-CANT-EMPLEADOS     PIC 9(06) VALUE ZERO.
       01  WS-CANT-ABIERTAS      PIC 9(06) VALUE ZERO.
       01  WS-CANT-EXISTENTES    PIC 9(06) VALUE ZERO.
       01  WS-CANT-RECHAZADOS    PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- APERTURA MASIVA DE CUENTAS SUELDO ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           OPEN INPUT ARCHIVO-ALTAS.
           IF WS-FILE-STATUS-ALT = '35'
               DISPLAY '--> SIN ARCHIVOS DE ALTAS DE HABERES HOY'
               PERFORM 900-FINALIZAR-PROGRAMA
           END-IF.
           IF WS-FILE-STATUS-ALT NOT = '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE ALTAS'
               MOVE 8 TO RETURN-CODE
               PERFORM 900-FINALIZAR-PROGRAMA
           END-IF.
           OPEN EXTEND ARCHIVO-SOBRES.
           IF WS-FILE-STATUS-SOB = '35'
               OPEN OUTPUT ARCHIVO-SOBRES
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-ALTAS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN AH-CABECERA
                               PERFORM 100-INICIAR-CONVENIO
                           WHEN AH-DETALLE
                               ADD 1 TO WS-CANT-EMPLEADOS
                               PERFORM 200-PROCESAR-EMPLEADO
                           WHEN OTHER
                               DISPLAY '--> RENGLÓN DESCONOCIDO '
                                   'EN ALTAS DE HABERES'
                       END-EVALUATE
               END-READ
           END-PERFORM.
           PERFORM 150-CERRAR-CONVENIO.
           CLOSE ARCHIVO-ALTAS.
           IF WS-FILE-STATUS-SOB = '00'
               CLOSE ARCHIVO-SOBRES
           END-IF.
           DISPLAY '---- EMPLEADOS RECIBIDOS: ' WS-CANT-EMPLEADOS.
           DISPLAY '---- CUENTAS SUELDO ABIERTAS: ' WS-CANT-ABIERTAS.
           DISPLAY '---- YA EXISTENTES: ' WS-CANT-EXISTENTES.
           DISPLAY '---- RECHAZADOS: ' WS-CANT-RECHAZADOS.
           MOVE WS-CANT-EMPLEADOS TO CB-PROCESADOS.
           MOVE WS-CANT-ABIERTAS TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

      *    Cabecera de un empleador: cierra la respuesta del
      *    anterior, valida el convenio y abre la respuesta nueva.
           100-INICIAR-CONVENIO SECTION.
               PERFORM 150-CERRAR-CONVENIO.
               MOVE AH-EMPRESA TO WS-EMPRESA.
               MOVE 'N' TO WS-CONVENIO-VALIDO.
               MOVE ZERO TO WS-CANT-ABIERTAS-CONV.
               OPEN INPUT ARCHIVO-CONVENIOS.
               IF WS-FILE-STATUS-CNV = '00'
                   MOVE WS-EMPRESA TO CV-EMPRESA OF REGISTRO-CONVENIO
                   READ ARCHIVO-CONVENIOS
                       KEY IS CV-EMPRESA OF REGISTRO-CONVENIO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CONVENIO-ACTIVO OF REGISTRO-CONVENIO
                               MOVE 'S' TO WS-CONVENIO-VALIDO
                               MOVE CV-SUCURSAL OF REGISTRO-CONVENIO
                                   TO WS-SUCURSAL-CONVENIO
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CONVENIOS
               END-IF.
               IF NOT CONVENIO-VALIDO
                   DISPLAY '--> EMPRESA ' WS-EMPRESA
                       ' SIN CONVENIO DE HABERES ACTIVO'
               END-IF.
               MOVE SPACES TO NOMBRE-ARCHIVO-RESPUESTA.
               STRING
                   "haberes_respuesta_" DELIMITED BY SIZE
                   WS-EMPRESA DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-RESPUESTA
               END-STRING.
               OPEN OUTPUT ARCHIVO-RESPUESTA.
               IF WS-FILE-STATUS-RES = '00'
                   SET RESPUESTA-ABIERTA TO TRUE
               ELSE
                   DISPLAY 'ERROR AL ABRIR LA RESPUESTA AL EMPLEADOR'
               END-IF.

      *    Cierra la respuesta del empleador en curso y suma al
      *    convenio las cuentas que se le abrieron.
           150-CERRAR-CONVENIO SECTION.
               IF RESPUESTA-ABIERTA
                   CLOSE ARCHIVO-RESPUESTA
                   MOVE 'N' TO WS-RESPUESTA-ABIERTA
               END-IF.
               IF WS-CANT-ABIERTAS-CONV > ZERO
                   OPEN I-O ARCHIVO-CONVENIOS
                   IF WS-FILE-STATUS-CNV = '00'
                       MOVE WS-EMPRESA
                           TO CV-EMPRESA OF REGISTRO-CONVENIO
                       READ ARCHIVO-CONVENIOS
                           KEY IS CV-EMPRESA OF REGISTRO-CONVENIO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD WS-CANT-ABIERTAS-CONV TO
                                   CV-CANT-CUENTAS OF REGISTRO-CONVENIO
                               REWRITE REGISTRO-CONVENIO
                       END-READ
                       CLOSE ARCHIVO-CONVENIOS
                   END-IF
                   MOVE ZERO TO WS-CANT-ABIERTAS-CONV
               END-IF.

           200-PROCESAR-EMPLEADO SECTION.
               MOVE SPACES TO WS-MOTIVO.
               MOVE ZERO TO WS-CUENTA-EMPLEADO.
               MOVE WS-SUCURSAL-CONVENIO TO WS-SUCURSAL-EMPLEADO.
               MOVE SPACES TO WS-CBU.
               MOVE 'R' TO WS-RESULTADO.
               IF NOT CONVENIO-VALIDO
                   MOVE 'SIN CONVENIO DE HABERES ACTIVO'
                       TO WS-MOTIVO
               ELSE
               IF AH-DNI NOT NUMERIC OR AH-DNI = ZERO
                  OR AH-NOMBRE = SPACES
                   MOVE 'DNI O NOMBRE INVALIDO' TO WS-MOTIVO
               ELSE
                   PERFORM 210-CREAR-O-EMPATAR-CLIENTE
                   IF WS-MOTIVO = SPACES
                       PERFORM 230-BUSCAR-CUENTA-SUELDO
                       IF WS-CUENTA-EMPLEADO NOT = ZERO
                           MOVE 'E' TO WS-RESULTADO
                       ELSE
                           PERFORM 240-ABRIR-CUENTA-SUELDO
                       END-IF
                   END-IF
               END-IF
               END-IF.
               EVALUATE WS-RESULTADO
                   WHEN 'A'
                       ADD 1 TO WS-CANT-ABIERTAS
                       ADD 1 TO WS-CANT-ABIERTAS-CONV
                   WHEN 'E'
                       ADD 1 TO WS-CANT-EXISTENTES
                   WHEN OTHER
                       ADD 1 TO WS-CANT-RECHAZADOS
                       DISPLAY '--> DNI ' AH-DNI ' RECHAZADO: '
                           WS-MOTIVO
               END-EVALUATE.
               PERFORM 290-ESCRIBIR-RESPUESTA.

      *    El empleado ya conocido se empata por DNI; el nuevo se
      *    controla contra las listas y, si no figura, se da de
      *    alta con los datos del empleador. Un menor de edad, un
      *    cliente fallecido o dado de baja no abren cuenta sueldo
      *    por el convenio.
           210-CREAR-O-EMPATAR-CLIENTE SECTION.
               MOVE 'N' TO WS-RESULTADO-LISTAS.
               OPEN I-O ARCHIVO-CLIENTES.
               IF WS-FILE-STATUS-CLI = '35'
                   OPEN OUTPUT ARCHIVO-CLIENTES
                   CLOSE ARCHIVO-CLIENTES
                   OPEN I-O ARCHIVO-CLIENTES
               END-IF.
               IF WS-FILE-STATUS-CLI NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL MAESTRO DE CLIENTES'
                   MOVE 'ERROR EN MAESTRO DE CLIENTES' TO WS-MOTIVO
               ELSE
                   MOVE AH-DNI TO CLI-DNI OF REGISTRO-CLIENTE
                   MOVE 'S' TO WS-CLIENTE-EXISTE
                   READ ARCHIVO-CLIENTES
                       KEY IS CLI-DNI OF REGISTRO-CLIENTE
                       INVALID KEY
                           MOVE 'N' TO WS-CLIENTE-EXISTE
                   END-READ
                   IF WS-CLIENTE-EXISTE = 'N'
                       INITIALIZE REGISTRO-CLIENTE
                       MOVE AH-DNI
                           TO CLI-DNI OF REGISTRO-CLIENTE
                       MOVE AH-NOMBRE
                           TO CLI-NOMBRE OF REGISTRO-CLIENTE
                       MOVE AH-DOMICILIO
                           TO CLI-DOMICILIO OF REGISTRO-CLIENTE
                       MOVE AH-TELEFONO
                           TO CLI-TELEFONO OF REGISTRO-CLIENTE
                       MOVE AH-EMAIL
                           TO CLI-EMAIL OF REGISTRO-CLIENTE
                       MOVE 'A' TO CLI-ESTADO OF REGISTRO-CLIENTE
                       MOVE 'B' TO CLI-CATEGORIA-RIESGO
                           OF REGISTRO-CLIENTE
                       MOVE 'F' TO CLI-TIPO-PERSONA
                           OF REGISTRO-CLIENTE
                       MOVE 'N' TO CLI-VINCULACION
                           OF REGISTRO-CLIENTE
                       IF AH-FECHA-NACIMIENTO NUMERIC
                           MOVE AH-FECHA-NACIMIENTO
                               TO CLI-FECHA-NACIMIENTO
                               OF REGISTRO-CLIENTE
                       END-IF
                   END-IF
                   PERFORM 220-CONTROLAR-EMPLEADO
                   IF WS-MOTIVO = SPACES
                      AND WS-CLIENTE-EXISTE = 'N'
                       MOVE AH-DNI TO WS-DOCUMENTO-LISTAS
                       CALL 'CONTROLAR-LISTAS' USING
                           CLI-NOMBRE OF REGISTRO-CLIENTE
                           WS-DOCUMENTO-LISTAS
                           CLI-DNI OF REGISTRO-CLIENTE
                           WS-CUENTA-LISTAS WS-ORIGEN-LISTAS
                           WS-FECHA-LISTAS WS-RESULTADO-LISTAS
                       IF CLIENTE-EN-LISTAS
                           MOVE 'DERIVADO A CUMPLIMIENTO'
                               TO WS-MOTIVO
                       ELSE
                           WRITE REGISTRO-CLIENTE
                           IF WS-FILE-STATUS-CLI NOT = '00'
                               MOVE 'ERROR AL GRABAR EL CLIENTE'
                                   TO WS-MOTIVO
                           END-IF
                       END-IF
                   END-IF
                   CLOSE ARCHIVO-CLIENTES
               END-IF.

      *    Con la fecha de nacimiento del maestro (o la que manda
      *    el empleador para el cliente nuevo) se controla la
      *    mayoría de edad igual que en el alta de sucursal.
           220-CONTROLAR-EMPLEADO SECTION.
               IF CLIENTE-FALLECIDO OF REGISTRO-CLIENTE
                  OR CLIENTE-DE-BAJA OF REGISTRO-CLIENTE
                   MOVE 'CLIENTE FALLECIDO O DE BAJA' TO WS-MOTIVO
               ELSE
               IF CLI-FECHA-NACIMIENTO OF REGISTRO-CLIENTE NUMERIC
                  AND CLI-FECHA-NACIMIENTO OF REGISTRO-CLIENTE
                      NOT = ZERO
                   COMPUTE WS-FECHA-MAYORIA =
                       CLI-FECHA-NACIMIENTO OF REGISTRO-CLIENTE
                       + 180000
                   IF WS-FECHA-MAYORIA > WS-FECHA-HOY
                       MOVE 'EMPLEADO MENOR DE EDAD' TO WS-MOTIVO
                   END-IF
               END-IF
               END-IF.

      *    Un empleado que ya tiene abierta su cuenta sueldo de
      *    este convenio no recibe otra: se le informa la misma.
      *    Se llega a sus cuentas por el índice de DNI.
           230-BUSCAR-CUENTA-SUELDO SECTION.
               MOVE 'N' TO WS-EOF-IDX.
               OPEN INPUT ARCHIVO-INDICE-DNI.
               IF WS-FILE-STATUS-IDX NOT = '00'
                   SET FIN-ARCHIVO-IDX TO TRUE
               ELSE
                   MOVE AH-DNI TO IX-DNI OF REGISTRO-INDICE
                   MOVE ZERO TO IX-CUENTA OF REGISTRO-INDICE
                   START ARCHIVO-INDICE-DNI
                       KEY IS GREATER THAN
                       IX-CLAVE OF REGISTRO-INDICE
                       INVALID KEY
                           SET FIN-ARCHIVO-IDX TO TRUE
                   END-START
               END-IF.
               PERFORM UNTIL FIN-ARCHIVO-IDX
                   READ ARCHIVO-INDICE-DNI NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-IDX TO TRUE
                       NOT AT END
                           IF IX-DNI OF REGISTRO-INDICE NOT = AH-DNI
                               SET FIN-ARCHIVO-IDX TO TRUE
                           ELSE
                           IF IX-ROL OF REGISTRO-INDICE = 'T'
                               PERFORM 235-EVALUAR-CUENTA
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-FILE-STATUS-IDX = '00'
                  OR WS-FILE-STATUS-IDX = '10'
                   CLOSE ARCHIVO-INDICE-DNI
               END-IF.

           235-EVALUAR-CUENTA SECTION.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS = '00'
                   MOVE IX-CUENTA OF REGISTRO-INDICE
                       TO CC-NUMERO-CUENTA OF RCC
                   READ ARCHIVO-CUENTAS
                       KEY IS CC-NUMERO-CUENTA OF RCC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CUENTA-SUELDO OF RCC
                              AND CC-CONVENIO OF RCC = WS-EMPRESA
                              AND NOT CUENTA-CERRADA OF RCC
                               MOVE CC-NUMERO-CUENTA OF RCC
                                   TO WS-CUENTA-EMPLEADO
                               MOVE CC-SUCURSAL OF RCC
                                   TO WS-SUCURSAL-EMPLEADO
                               SET FIN-ARCHIVO-IDX TO TRUE
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

      *    Caja de ahorro en pesos, activa, sin depósito mínimo y
      *    sin cargo, radicada en la sucursal del convenio.
           240-ABRIR-CUENTA-SUELDO SECTION.
               OPEN I-O ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS = '35'
                   OPEN OUTPUT ARCHIVO-CUENTAS
                   CLOSE ARCHIVO-CUENTAS
                   OPEN I-O ARCHIVO-CUENTAS
               END-IF.
               OPEN I-O ARCHIVO-CONTADOR.
               IF WS-FILE-STATUS NOT = '00'
                  OR WS-FILE-STATUS-CONTADOR NOT = '00'
                   DISPLAY 'ERROR AL ABRIR CUENTAS O CONTADOR'
                   MOVE 'ERROR AL ABRIR CUENTAS' TO WS-MOTIVO
                   CLOSE ARCHIVO-CUENTAS
                   CLOSE ARCHIVO-CONTADOR
               ELSE
                   READ ARCHIVO-CONTADOR INTO REGISTRO-CONTADOR
                   END-READ
                   ADD 1 TO CONTADOR-CUENTA OF REGISTRO-CONTADOR
                   MOVE CONTADOR-CUENTA OF REGISTRO-CONTADOR
                       TO WS-BASE-CUENTA-NUEVA
                   MOVE ZERO TO WS-DIGITO-CUENTA-NUEVA
                   CALL 'CALCULAR-DIGITO-VERIFICADOR' USING
                       WS-NUMERO-CUENTA-NUEVO WS-DIGITO-CALCULADO
                   MOVE WS-DIGITO-CALCULADO
                       TO WS-DIGITO-CUENTA-NUEVA
                   PERFORM 245-GENERAR-PIN

                   INITIALIZE RCC
                   MOVE WS-NUMERO-CUENTA-NUEVO
                       TO CC-NUMERO-CUENTA OF RCC
                   MOVE AH-NOMBRE TO CC-NOMBRE-CLIENTE OF RCC
                   MOVE ZERO TO CC-SALDO OF RCC
                   MOVE 'A' TO CC-ESTADO-CUENTA OF RCC
                   MOVE ZERO TO CC-LIMITE-DESCUBIERTO OF RCC
                   MOVE AH-DNI TO CC-DNI-TITULAR OF RCC
                   MOVE 'S' TO CC-TIPO-CUENTA OF RCC
                   MOVE 'ARS' TO CC-MONEDA OF RCC
                   MOVE WS-PIN-PROVISORIO TO CC-PIN OF RCC
                   MOVE WS-SUCURSAL-EMPLEADO TO CC-SUCURSAL OF RCC
                   MOVE 'I' TO CC-REGIMEN-FIRMA OF RCC
                   MOVE 'N' TO CC-CUENTA-BENEFICIO OF RCC
                   MOVE 'N' TO CC-CUENTA-MENOR OF RCC
                   MOVE 'S' TO CC-CUENTA-SUELDO OF RCC
                   MOVE WS-EMPRESA TO CC-CONVENIO OF RCC
                   STRING
                       WS-FECHA-HOY DELIMITED BY SIZE
                       '000000' DELIMITED BY SIZE
                       INTO CC-FECHA-APERTURA OF RCC
                   END-STRING
                   WRITE RCC
                   IF WS-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR AL GRABAR LA CUENTA SUELDO'
                       MOVE 'ERROR AL GRABAR LA CUENTA' TO WS-MOTIVO
                       SUBTRACT 1 FROM CONTADOR-CUENTA
                           OF REGISTRO-CONTADOR
                   ELSE
                       MOVE 'A' TO WS-RESULTADO
                       MOVE CC-NUMERO-CUENTA OF RCC
                           TO WS-CUENTA-EMPLEADO
                       STRING
                           "cuentas/" DELIMITED BY SIZE
                           CC-NUMERO-CUENTA OF RCC
                               DELIMITED BY SIZE
                           ".dat" DELIMITED BY SIZE
                           INTO NOMBRE-ARCHIVO-MOV
                       END-STRING
                       OPEN OUTPUT ARCHIVO-MOVIMIENTOS
                       IF WS-FILE-STATUS-MOV = '00'
                           CLOSE ARCHIVO-MOVIMIENTOS
                       END-IF
                   END-IF
                   REWRITE REGISTRO-CONTADOR
                   CLOSE ARCHIVO-CONTADOR
                   CLOSE ARCHIVO-CUENTAS
               END-IF.
               IF WS-RESULTADO = 'A'
                   CALL 'INDEXAR-CUENTA-DNI' USING
                       AH-DNI WS-CUENTA-EMPLEADO WS-ROL-INDICE
                   PERFORM 250-PEDIR-TARJETA
                   PERFORM 260-ESCRIBIR-SOBRE
               END-IF.

      *    Cuatro dígitos que no salen del archivo del empleador:
      *    los centésimos y segundos de la hora de proceso mezclados
      *    con el DNI.
           245-GENERAR-PIN SECTION.
               ACCEPT WS-HORA-AHORA FROM TIME.
               COMPUTE WS-SEMILLA-PIN =
                   AH-DNI + WS-HORA-AHORA * 7 + WS-BASE-CUENTA-NUEVA.
               DIVIDE WS-SEMILLA-PIN BY 10000
                   GIVING WS-COCIENTE-PIN
                   REMAINDER WS-PIN-PROVISORIO.
               IF WS-PIN-PROVISORIO < 1000
                   ADD 1000 TO WS-PIN-PROVISORIO
               END-IF.

      *    Tarjeta de débito emitida: no opera hasta que el
      *    empleado la active en la sucursal.
           250-PEDIR-TARJETA SECTION.
               OPEN I-O ARCHIVO-CONTADOR-TAR.
               IF WS-FILE-STATUS-CTAR = '35'
                   OPEN OUTPUT ARCHIVO-CONTADOR-TAR
                   MOVE ZERO TO CONTADOR-TARJETA
                   WRITE REGISTRO-CONTADOR-TAR
                   CLOSE ARCHIVO-CONTADOR-TAR
                   OPEN I-O ARCHIVO-CONTADOR-TAR
               END-IF.
               READ ARCHIVO-CONTADOR-TAR INTO REGISTRO-CONTADOR-TAR
               END-READ.
               ADD 1 TO CONTADOR-TARJETA.
               MOVE CONTADOR-TARJETA TO WS-NA-SECUENCIA.
               REWRITE REGISTRO-CONTADOR-TAR.
               CLOSE ARCHIVO-CONTADOR-TAR.

               OPEN I-O ARCHIVO-TARJETAS.
               IF WS-FILE-STATUS-TAR = '35'
                   OPEN OUTPUT ARCHIVO-TARJETAS
                   CLOSE ARCHIVO-TARJETAS
                   OPEN I-O ARCHIVO-TARJETAS
               END-IF.
               IF WS-FILE-STATUS-TAR NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL MAESTRO DE TARJETAS'
                   MOVE ZERO TO WS-NA-SECUENCIA
               ELSE
                   MOVE WS-NUMERO-ARMADO
                       TO TJ-NUMERO OF REGISTRO-TARJETA
                   MOVE WS-CUENTA-EMPLEADO
                       TO TJ-CUENTA OF REGISTRO-TARJETA
                   MOVE WS-FECHA-HOY
                       TO TJ-FECHA-EMISION OF REGISTRO-TARJETA
                   MOVE WS-FECHA-HOY TO WS-FECHA-VENC
                   ADD WS-ANIOS-VIGENCIA TO WS-FV-ANIO
                   MOVE WS-FECHA-VENC TO TJ-FECHA-VENCIMIENTO
                       OF REGISTRO-TARJETA
                   MOVE 'E' TO TJ-ESTADO OF REGISTRO-TARJETA
                   MOVE SPACE
                       TO TJ-MOTIVO-BLOQUEO OF REGISTRO-TARJETA
                   MOVE 'D' TO TJ-TIPO OF REGISTRO-TARJETA
                   MOVE ZERO
                       TO TJ-CUENTA-TARJETA OF REGISTRO-TARJETA
                   WRITE REGISTRO-TARJETA
                   IF WS-FILE-STATUS-TAR NOT = '00'
                       DISPLAY 'ERROR AL GRABAR LA TARJETA DE LA '
                           'CUENTA ' WS-CUENTA-EMPLEADO
                       MOVE ZERO TO WS-NA-SECUENCIA
                   END-IF
                   CLOSE ARCHIVO-TARJETAS
               END-IF.

           260-ESCRIBIR-SOBRE SECTION.
               IF WS-FILE-STATUS-SOB = '00'
                   MOVE WS-SUCURSAL-EMPLEADO TO PS-SUCURSAL
                   MOVE AH-DNI TO PS-DNI
                   MOVE AH-NOMBRE TO PS-NOMBRE
                   MOVE WS-CUENTA-EMPLEADO TO PS-CUENTA
                   IF WS-NA-SECUENCIA = ZERO
                       MOVE ZERO TO PS-TARJETA
                   ELSE
                       MOVE WS-NUMERO-ARMADO TO PS-TARJETA
                   END-IF
                   MOVE WS-PIN-PROVISORIO TO PS-PIN
                   WRITE LINEA-SOBRE
               END-IF.

      *    Un renglón por empleado, con la cuenta y el CBU cuando
      *    la tiene abierta.
           290-ESCRIBIR-RESPUESTA SECTION.
               IF WS-CUENTA-EMPLEADO NOT = ZERO
                   CALL 'CALCULAR-CBU' USING
                       WS-SUCURSAL-EMPLEADO WS-CUENTA-EMPLEADO WS-CBU
               END-IF.
               IF RESPUESTA-ABIERTA
                   MOVE AH-DNI TO RH-DNI
                   MOVE WS-CUENTA-EMPLEADO TO RH-CUENTA
                   MOVE WS-CBU TO RH-CBU
                   MOVE WS-RESULTADO TO RH-RESULTADO
                   MOVE WS-MOTIVO TO RH-MOTIVO
                   WRITE LINEA-RESPUESTA
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
