       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-CONVENIOS.
       AUTHOR. MARCOS MUÑOZ.

      * Mantenimiento de los convenios de haberes
      * (convenios_haberes.dat): alta del convenio de un empleador
      * que ya figura activo en empresas.dat, con su CUIT y la
      * sucursal donde se radican las cuentas sueldo de sus
      * empleados; baja o reactivación, y listado con la cantidad
      * de cuentas abiertas por cada uno. La apertura masiva la
      * hace ABRIR-CUENTAS-SUELDO con el archivo que manda el
      * empleador. Cada cambio queda en el diario de auditoría.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CONVENIOS ASSIGN TO 'convenios_haberes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-EMPRESA OF REGISTRO-CONVENIO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-EMPRESAS ASSIGN TO 'empresas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CODIGO OF REGISTRO-EMPRESA
               FILE STATUS IS WS-FILE-STATUS-EMP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CONVENIOS.
           01 REGISTRO-CONVENIO.
               COPY "convenio.cpy".

       FD  ARCHIVO-EMPRESAS.
           01 REGISTRO-EMPRESA.
               COPY "empresa.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-EMP    PIC XX VALUE '00'.

       01  WS-OPCION             PIC 9(01).
       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-CONFIRMA           PIC X VALUE 'N'.
       01  WS-EMPRESA            PIC X(06).
       01  WS-NOMBRE-EMPRESA     PIC X(30).
       01  WS-EXISTE-CONVENIO    PIC X(01) VALUE 'N'.
           88 EXISTE-CONVENIO    VALUE 'S'.
       01  WS-EMPRESA-VALIDA     PIC X(01) VALUE 'N'.
           88 EMPRESA-VALIDA     VALUE 'S'.

       01  WS-SUCURSAL-DATOS.
           COPY "sucursal.cpy".
       01  WS-SUCURSAL-VALIDA    PIC X(01) VALUE 'N'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-CANT-LISTADOS      PIC 9(04).

       01  WS-CUENTA-AUDITORIA   PIC 9(08) VALUE ZERO.
       01  WS-SIN-AUTORIZANTE    PIC X(08) VALUE SPACES.
       01  WS-ACCION-AUDITORIA   PIC X(12).
       01  WS-MOTIVO-AUDITORIA   PIC X(40).

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión, que firma los
      *    cambios.
       01  LK-OPERADOR           PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- CONVENIOS DE HABERES ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           OPEN I-O ARCHIVO-CONVENIOS.
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT ARCHIVO-CONVENIOS
               CLOSE ARCHIVO-CONVENIOS
               OPEN I-O ARCHIVO-CONVENIOS
           END-IF.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CONVENIOS'
               PERFORM 900-FINALIZAR-PROGRAMA
           END-IF.
           DISPLAY '1 - Alta de convenio'.
           DISPLAY '2 - Baja o reactivación de convenio'.
           DISPLAY '3 - Listar convenios'.
           DISPLAY 'Opción: ' WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 1 PERFORM 100-ALTA-CONVENIO
               WHEN 2 PERFORM 200-BAJA-CONVENIO
               WHEN 3 PERFORM 300-LISTAR-CONVENIOS
               WHEN OTHER DISPLAY '--> OPCIÓN INVÁLIDA'
           END-EVALUATE.
           CLOSE ARCHIVO-CONVENIOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

      *    El convenio se da de alta sobre un empleador que ya
      *    existe activo en el maestro de empresas; la sucursal de
      *    radicación tiene que estar abierta.
           100-ALTA-CONVENIO SECTION.
               PERFORM 110-PEDIR-EMPRESA.
               IF EXISTE-CONVENIO
                   DISPLAY '--> LA EMPRESA YA TIENE CONVENIO'
                   PERFORM 120-MOSTRAR-CONVENIO
               ELSE
                   PERFORM 130-VALIDAR-EMPRESA
                   IF NOT EMPRESA-VALIDA
                       DISPLAY '--> LA EMPRESA NO EXISTE O ESTÁ DE '
                           'BAJA EN EL MAESTRO DE EMPRESAS'
                   ELSE
                       PERFORM 105-CARGAR-CONVENIO
                   END-IF
               END-IF.

           105-CARGAR-CONVENIO SECTION.
               INITIALIZE REGISTRO-CONVENIO.
               MOVE WS-EMPRESA TO CV-EMPRESA OF REGISTRO-CONVENIO.
               DISPLAY 'CUIT del empleador: ' WITH NO ADVANCING.
               ACCEPT CV-CUIT OF REGISTRO-CONVENIO.
               DISPLAY 'Sucursal de radicación de las cuentas: '
                   WITH NO ADVANCING.
               ACCEPT CV-SUCURSAL OF REGISTRO-CONVENIO.
               CALL 'OBTENER-SUCURSAL' USING
                   CV-SUCURSAL OF REGISTRO-CONVENIO
                   WS-SUCURSAL-DATOS WS-SUCURSAL-VALIDA.
               IF WS-SUCURSAL-VALIDA = 'S'
                  AND NOT SUCURSAL-ACTIVA OF WS-SUCURSAL-DATOS
                   MOVE 'N' TO WS-SUCURSAL-VALIDA
               END-IF.
               IF CV-CUIT OF REGISTRO-CONVENIO = ZERO
                   DISPLAY '--> CUIT INVÁLIDO'
               ELSE
               IF WS-SUCURSAL-VALIDA NOT = 'S'
                   DISPLAY '--> SUCURSAL INEXISTENTE O CERRADA'
               ELSE
                   MOVE WS-FECHA-HOY
                       TO CV-FECHA-ALTA OF REGISTRO-CONVENIO
                   MOVE 'A' TO CV-ESTADO OF REGISTRO-CONVENIO
                   MOVE ZERO TO CV-CANT-CUENTAS OF REGISTRO-CONVENIO
                   MOVE LK-OPERADOR
                       TO CV-OPERADOR OF REGISTRO-CONVENIO
                   WRITE REGISTRO-CONVENIO
                   END-WRITE
                   IF WS-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR AL GRABAR EL CONVENIO'
                   ELSE
                       DISPLAY '---> CONVENIO DE ' WS-NOMBRE-EMPRESA
                           ' DADO DE ALTA'
                       MOVE 'CONVENIO-ALT' TO WS-ACCION-AUDITORIA
                       PERFORM 140-AUDITAR
                   END-IF
               END-IF
               END-IF.

           110-PEDIR-EMPRESA SECTION.
               DISPLAY 'Código de empresa: ' WITH NO ADVANCING.
               ACCEPT WS-EMPRESA.
               MOVE WS-EMPRESA TO CV-EMPRESA OF REGISTRO-CONVENIO.
               READ ARCHIVO-CONVENIOS
                   KEY IS CV-EMPRESA OF REGISTRO-CONVENIO
                   INVALID KEY
                       MOVE 'N' TO WS-EXISTE-CONVENIO
                   NOT INVALID KEY
                       MOVE 'S' TO WS-EXISTE-CONVENIO
               END-READ.

           120-MOSTRAR-CONVENIO SECTION.
               DISPLAY 'Empresa:  ' CV-EMPRESA OF REGISTRO-CONVENIO
                   '  CUIT ' CV-CUIT OF REGISTRO-CONVENIO.
               DISPLAY 'Sucursal: ' CV-SUCURSAL OF REGISTRO-CONVENIO
                   '  alta ' CV-FECHA-ALTA OF REGISTRO-CONVENIO.
               DISPLAY 'Cuentas abiertas: '
                   CV-CANT-CUENTAS OF REGISTRO-CONVENIO
                   '  estado ' CV-ESTADO OF REGISTRO-CONVENIO.

           130-VALIDAR-EMPRESA SECTION.
               MOVE 'N' TO WS-EMPRESA-VALIDA.
               MOVE SPACES TO WS-NOMBRE-EMPRESA.
               OPEN INPUT ARCHIVO-EMPRESAS.
               IF WS-FILE-STATUS-EMP = '00'
                   MOVE WS-EMPRESA TO EP-CODIGO OF REGISTRO-EMPRESA
                   READ ARCHIVO-EMPRESAS
                       KEY IS EP-CODIGO OF REGISTRO-EMPRESA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF EMPRESA-ACTIVA OF REGISTRO-EMPRESA
                               MOVE 'S' TO WS-EMPRESA-VALIDA
                               MOVE EP-NOMBRE OF REGISTRO-EMPRESA
                                   TO WS-NOMBRE-EMPRESA
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-EMPRESAS
               END-IF.

           140-AUDITAR SECTION.
               MOVE SPACES TO WS-MOTIVO-AUDITORIA.
               STRING
                   'CONVENIO ' DELIMITED BY SIZE
                   CV-EMPRESA OF REGISTRO-CONVENIO DELIMITED BY SIZE
                   ' SUC ' DELIMITED BY SIZE
                   CV-SUCURSAL OF REGISTRO-CONVENIO DELIMITED BY SIZE
                   ' ESTADO ' DELIMITED BY SIZE
                   CV-ESTADO OF REGISTRO-CONVENIO DELIMITED BY SIZE
                   INTO WS-MOTIVO-AUDITORIA
               END-STRING.
               CALL 'REGISTRAR-AUDITORIA' USING
                   WS-ACCION-AUDITORIA WS-CUENTA-AUDITORIA
                   LK-OPERADOR WS-SIN-AUTORIZANTE
                   WS-MOTIVO-AUDITORIA.

      *    Un convenio de baja deja de aceptar altas masivas; las
      *    cuentas sueldo ya abiertas siguen como están.
           200-BAJA-CONVENIO SECTION.
               PERFORM 110-PEDIR-EMPRESA.
               IF NOT EXISTE-CONVENIO
                   DISPLAY '--> LA EMPRESA NO TIENE CONVENIO'
               ELSE
                   PERFORM 120-MOSTRAR-CONVENIO
                   IF CONVENIO-DE-BAJA OF REGISTRO-CONVENIO
                       DISPLAY 'Confirma la reactivación (S/N): '
                           WITH NO ADVANCING
                   ELSE
                       DISPLAY 'Confirma la baja (S/N): '
                           WITH NO ADVANCING
                   END-IF
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       IF CONVENIO-DE-BAJA OF REGISTRO-CONVENIO
                           MOVE 'A' TO CV-ESTADO OF REGISTRO-CONVENIO
                       ELSE
                           MOVE 'B' TO CV-ESTADO OF REGISTRO-CONVENIO
                       END-IF
                       MOVE LK-OPERADOR
                           TO CV-OPERADOR OF REGISTRO-CONVENIO
                       REWRITE REGISTRO-CONVENIO
                       IF WS-FILE-STATUS NOT = '00'
                           DISPLAY 'ERROR AL GRABAR EL CONVENIO'
                       ELSE
                           DISPLAY '---> CONVENIO ACTUALIZADO'
                           MOVE 'CONVENIO-EST' TO WS-ACCION-AUDITORIA
                           PERFORM 140-AUDITAR
                       END-IF
                   ELSE
                       DISPLAY '--> OPERACIÓN CANCELADA'
                   END-IF
               END-IF.

           300-LISTAR-CONVENIOS SECTION.
               MOVE 'N' TO WS-EOF-FLAG.
               MOVE ZERO TO WS-CANT-LISTADOS.
               MOVE LOW-VALUES TO CV-EMPRESA OF REGISTRO-CONVENIO.
               START ARCHIVO-CONVENIOS
                   KEY IS NOT LESS THAN CV-EMPRESA OF REGISTRO-CONVENIO
                   INVALID KEY
                       SET FIN-ARCHIVO TO TRUE
               END-START.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CONVENIOS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CANT-LISTADOS
                           DISPLAY CV-EMPRESA OF REGISTRO-CONVENIO
                               ' CUIT ' CV-CUIT OF REGISTRO-CONVENIO
                               ' SUC ' CV-SUCURSAL OF REGISTRO-CONVENIO
                               ' CUENTAS '
                               CV-CANT-CUENTAS OF REGISTRO-CONVENIO
                               ' ' CV-ESTADO OF REGISTRO-CONVENIO
                   END-READ
               END-PERFORM.
               DISPLAY '---- CONVENIOS: ' WS-CANT-LISTADOS.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
