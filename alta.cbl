      *    'S' cuando el operador quiere actualizar los datos de un
      *    cliente que ya estaba en el maestro.
       01  WS-ACTUALIZAR-DATOS     PIC X(01) VALUE 'N'.
      *    Domicilio antes de la actualización: si cambia, deja de
      *    estar observado por correspondencia devuelta.
       01  WS-DOMICILIO-ANTERIOR   PIC X(40).
       01  WS-IDX-RESIDENCIA       PIC 9(01).

      *    Control del titular contra las listas de sanciones y
      *    PEP: una coincidencia detiene el alta y queda como
      *    alerta para cumplimiento.
       01  WS-DOCUMENTO-LISTAS     PIC 9(11).
       01  WS-CUENTA-LISTAS        PIC 9(08) VALUE ZERO.
       01  WS-ORIGEN-LISTAS        PIC X(12) VALUE 'ALTA CUENTA'.
       01  WS-FECHA-LISTAS         PIC 9(08) VALUE ZERO.
       01  WS-RESULTADO-LISTAS     PIC X(01) VALUE 'N'.
           88 CLIENTE-EN-LISTAS    VALUE 'S'.
      *    Cotitulares y representante legal pasan por el mismo
      *    control; cualquiera que figure detiene el alta.
       01  WS-DNI-LISTAS           PIC 9(08).
       01  WS-NOMBRE-LISTAS        PIC X(30).
       01  WS-VINCULADO-LISTAS     PIC X(01) VALUE 'N'.
           88 VINCULADO-EN-LISTAS  VALUE 'S'.

      *    Titular restringido por documentación vencida en su
      *    legajo: no se le abren cuentas nuevas hasta que la
      *    renueve.
       01  WS-RESTRICCION-TITULAR  PIC X(01) VALUE 'N'.
           88 TITULAR-RESTRINGIDO  VALUE 'S'.

      *    Sucursal de radicación, validada contra el maestro.
       01  WS-SUCURSAL-DATOS.
           COPY "sucursal.cpy".
       01  WS-SUCURSAL-VALIDA      PIC X(01) VALUE 'N'.

      *    Cotitulares, para cuentas conjuntas.
       01  WS-CUENTA-CONJUNTA      PIC X(01) VALUE 'N'.
       01  WS-AGREGAR-COTITULAR    PIC X(01) VALUE 'S'.
       01  WS-DNI-COTITULAR        PIC 9(08).

      *    Titular menor de edad (cumple los 18 después de hoy):
      *    sólo puede abrir caja de ahorro, como cuenta de menor
      *    con un representante legal que ya sea cliente.
       01  WS-TITULAR-MENOR        PIC X(01) VALUE 'N'.
           88 TITULAR-MENOR        VALUE 'S'.
       01  WS-FECHA-MAYORIA        PIC 9(08).
       01  WS-DNI-REPRESENTANTE    PIC 9(08).
       01  WS-REPRESENTANTE-VALIDO PIC X(01) VALUE 'N'.
           88 REPRESENTANTE-VALIDO VALUE 'S'.

      *    Depósito de apertura, exigido a partir de un mínimo
      *    configurable, y posteado como el primer movimiento de la
      *    cuenta una vez que queda creada.
               END-IF.

           100-APERTURA-DE-CUENTA SECTION.
               MOVE 'N' TO WS-VINCULADO-LISTAS.
               IF LK-TIPO-CUENTA = 'S'
                   DISPLAY '--- APERTURA DE CAJA DE AHORRO ---'
               ELSE
                   MOVE 'N' TO WS-ARCHIVOS-ABIERTOS
               END-IF.

      *        El titular se identifica y se controla contra las
      *        listas antes de tocar el contador: si figura en ellas
      *        no se abre la cuenta.
               IF ARCHIVOS-ABIERTOS
                   PERFORM 102-INGRESAR-DNI-CLIENTE
                   PERFORM 115-CONTROLAR-MINORIDAD
               END-IF.

               IF NOT ARCHIVOS-ABIERTOS
                   DISPLAY '--> NO SE PUDO ABRIR ALGUNO DE LOS '
                       'ARCHIVOS NECESARIOS PARA EL ALTA'
                   CLOSE ARCHIVO-CONTADOR
                   CLOSE ARCHIVO-CLIENTES
               ELSE
               IF CLIENTE-EN-LISTAS
                   DISPLAY '--> EL TITULAR FIGURA EN LAS LISTAS DE '
                       'CONTROL: ALTA DETENIDA'
                   DISPLAY '--> SE GENERÓ UNA ALERTA PARA '
                       'CUMPLIMIENTO'
                   CLOSE ARCHIVO-CUENTAS
                   CLOSE ARCHIVO-CONTADOR
                   CLOSE ARCHIVO-CLIENTES
               ELSE
               IF TITULAR-RESTRINGIDO
                   DISPLAY '--> DOCUMENTACIÓN DEL TITULAR VENCIDA: '
                       'NO SE ABREN CUENTAS NUEVAS'
                   DISPLAY '--> DEBE RENOVARLA EN MANTENIMIENTO DE '
                       'CLIENTES'
                   CLOSE ARCHIVO-CUENTAS
                   CLOSE ARCHIVO-CONTADOR
                   CLOSE ARCHIVO-CLIENTES
               ELSE
               IF TITULAR-MENOR AND LK-TIPO-CUENTA NOT = 'S'
                   DISPLAY '--> EL TITULAR ES MENOR DE EDAD: SÓLO '
                       'PUEDE ABRIR CAJA DE AHORRO'
                   CLOSE ARCHIVO-CUENTAS
                   CLOSE ARCHIVO-CONTADOR
                   CLOSE ARCHIVO-CLIENTES
               ELSE

      *            Obtengo el último número de cuenta
                   READ ARCHIVO-CONTADOR INTO REGISTRO-CONTADOR
                   MOVE 0.00 TO CC-LIMITE-DESCUBIERTO
                   MOVE CLI-DNI OF REGISTRO-CLIENTE TO CC-DNI-TITULAR
                   MOVE LK-TIPO-CUENTA TO CC-TIPO-CUENTA
                   MOVE 'N' TO CC-CUENTA-MENOR
                   MOVE 'N' TO CC-CUENTA-SUELDO
                   MOVE SPACES TO CC-CONVENIO
                   MOVE ZERO TO CC-DNI-REPRESENTANTE
                   MOVE ZERO TO CC-PIN-REPRESENTANTE
                   PERFORM 103-INGRESAR-MONEDA
                   PERFORM 104-INGRESAR-PIN
                   PERFORM 105-INGRESAR-SUCURSAL
                   PERFORM 106-INGRESAR-COTITULARES
                   IF TITULAR-MENOR
                       PERFORM 114-INGRESAR-REPRESENTANTE
                   END-IF
      *            Un cotitular o el representante que figura en
      *            las listas detiene el alta igual que el titular:
      *            el contador no se graba y el número no se usa.
                   IF VINCULADO-EN-LISTAS
                       DISPLAY '--> UN COTITULAR O EL REPRESENTANTE '
                           'FIGURA EN LAS LISTAS DE CONTROL: ALTA '
                           'DETENIDA'
                       DISPLAY '--> SE GENERÓ UNA ALERTA PARA '
                           'CUMPLIMIENTO'
                       CLOSE ARCHIVO-CUENTAS
                       CLOSE ARCHIVO-CONTADOR
                       CLOSE ARCHIVO-CLIENTES
                   ELSE
                       PERFORM 118-GRABAR-CUENTA-NUEVA
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

      *        Depósito de apertura, grabación de la cuenta con su
      *        archivo de movimientos y commit (o reversión) del
      *        contador.
           118-GRABAR-CUENTA-NUEVA SECTION.
               PERFORM 108-INGRESAR-DEPOSITO-INICIAL.

               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               ACCEPT WS-HORA-AHORA FROM TIME.
               MOVE WS-FECHA-HOY TO WS-FA-FECHA.
      *        WS-HORA-AHORA viene como HHMMSSss, tomamos HHMMSS.
               DIVIDE WS-HORA-AHORA BY 100 GIVING WS-FA-HORA.
               MOVE WS-FECHA-APERTURA TO CC-FECHA-APERTURA.

               WRITE REGISTRO-CUENTA-CORRIENTE.
      *        Guardamos el status ya que el CLOSE que sigue pisa
      *        WS-FILE-STATUS con su propio resultado.
               MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ESCRITURA.
               CLOSE ARCHIVO-CUENTAS.
               CLOSE ARCHIVO-CLIENTES.

               MOVE 'N' TO WS-ALTA-EXITOSA.
               IF WS-FILE-STATUS-ESCRITURA = '00'
      *            Generamos el nombre del archivo de esta cuenta
                   STRING
                       "cuentas/" DELIMITED BY SIZE
                       CC-NUMERO-CUENTA DELIMITED BY SIZE
                       ".dat" DELIMITED BY SIZE
                       INTO NOMBRE-ARCHIVO-MOV
                   END-STRING

      *            Generamos el archivo vacio
                   OPEN OUTPUT ARCHIVO-MOVIMIENTOS
                   IF WS-FILE-STATUS-MOV NOT = '00'
                       DISPLAY
                           "ERROR AL CREAR ARCHIVO DE MOVIMIENTOS"
                       CLOSE ARCHIVO-MOVIMIENTOS
                       PERFORM 110-DESHACER-ALTA-CUENTA
                   ELSE
                       MOVE 'S' TO WS-ALTA-EXITOSA
                       DISPLAY 'Cuenta creada correctamente'
                       DISPLAY 'Número de Cuenta: '
                           CC-NUMERO-CUENTA
                       CLOSE ARCHIVO-MOVIMIENTOS
                   END-IF
                   IF ALTA-EXITOSA
                       PERFORM 109-POSTEAR-DEPOSITO-INICIAL
      *                La cuenta nueva entra al índice por
      *                DNI, que usan las consolidaciones por
      *                persona.
                       PERFORM 111-INDEXAR-POR-DNI
                   END-IF
               ELSE
                   DISPLAY 'ERROR AL GRABAR LA CUENTA'
               END-IF.

      *        Sólo se commitea el contador incrementado si la
      *        cuenta y su archivo de movimientos quedaron bien
      *        creados; si no, se revierte al valor anterior. El
      *        registro de la cuenta ya escrito fue borrado por
      *        110-DESHACER-ALTA-CUENTA, para que la próxima
      *        corrida no vuelva a intentar el mismo número de
      *        cuenta.
               IF NOT ALTA-EXITOSA
                   MOVE WS-CONTADOR-ANTERIOR
                       TO CONTADOR-CUENTA OF REGISTRO-CONTADOR
                   DISPLAY '--> SE REVIERTE EL NÚMERO DE CUENTA'
               END-IF.
               REWRITE REGISTRO-CONTADOR.
               IF WS-FILE-STATUS-CONTADOR NOT = '00'
                   DISPLAY
                       'ERROR AL ACTUALIZAR EL CONTADOR DE CUENTAS'
               END-IF.
               CLOSE ARCHIVO-CONTADOR.

      *        Si el archivo de movimientos de la cuenta no se pudo
      *        crear, hay que borrar de cuentas.dat el registro que ya
                       MOVE 'S' TO WS-CLIENTE-ENCONTRADO
               END-READ.

               MOVE 'N' TO WS-RESTRICCION-TITULAR.
               IF CLIENTE-ENCONTRADO
                  AND CLIENTE-RESTRINGIDO-KYC OF REGISTRO-CLIENTE
                   MOVE 'S' TO WS-RESTRICCION-TITULAR
               END-IF.

               IF CLIENTE-ENCONTRADO
      *            El cliente ya está en el maestro: se le muestran
      *            al operador sus datos de contacto para que el
                   DISPLAY 'Cliente existente: ' CC-NOMBRE-CLIENTE
                   DISPLAY 'Domicilio: '
                       CLI-DOMICILIO OF REGISTRO-CLIENTE
                   IF DOMICILIO-OBSERVADO OF REGISTRO-CLIENTE
                       DISPLAY '--> EL CORREO DEVUELVE LA '
                           'CORRESPONDENCIA: ACTUALICE EL DOMICILIO'
                   END-IF
                   DISPLAY 'Teléfono:  '
                       CLI-TELEFONO OF REGISTRO-CLIENTE
                   DISPLAY 'Email:     '
                       CLI-EMAIL OF REGISTRO-CLIENTE
                   DISPLAY 'Nacimiento: '
                       CLI-FECHA-NACIMIENTO OF REGISTRO-CLIENTE
                   DISPLAY '¿Actualizar los datos? (S/N): '
                       WITH NO ADVANCING
                   ACCEPT WS-ACTUALIZAR-DATOS
                           TO CLI-NOMBRE OF REGISTRO-CLIENTE
                       PERFORM 101-INGRESAR-CONTACTO-CLIENTE
                       MOVE 'A' TO CLI-ESTADO OF REGISTRO-CLIENTE
                       PERFORM 112-CONTROLAR-LISTAS
                       IF NOT CLIENTE-EN-LISTAS
                           REWRITE REGISTRO-CLIENTE
                           IF WS-FILE-STATUS-CLIENTE NOT = '00'
                               DISPLAY 'ERROR AL ACTUALIZAR EL '
                                   'CLIENTE'
                           END-IF
                       END-IF
                   ELSE
                       PERFORM 112-CONTROLAR-LISTAS
                   END-IF
               ELSE
                   PERFORM 105-INGRESAR-NOMBRE-CLIENTE
                       REGISTRO-CLIENTE
                   PERFORM 101-INGRESAR-CONTACTO-CLIENTE
                   MOVE 'A' TO CLI-ESTADO OF REGISTRO-CLIENTE
                   MOVE 'F' TO CLI-TIPO-PERSONA OF REGISTRO-CLIENTE
                   MOVE ZERO TO CLI-CUIT OF REGISTRO-CLIENTE
                   MOVE ZERO TO CLI-CANT-DOCUMENTOS
                       OF REGISTRO-CLIENTE
                   MOVE 'N' TO CLI-RESTRICCION-KYC
                       OF REGISTRO-CLIENTE
                   MOVE ZERO TO CLI-GRUPO-ECONOMICO OF REGISTRO-CLIENTE
                   MOVE 'N' TO CLI-VINCULACION OF REGISTRO-CLIENTE
                   MOVE SPACES TO CLI-OFICIAL OF REGISTRO-CLIENTE
                   MOVE 'V' TO CLI-DOMICILIO-ESTADO OF REGISTRO-CLIENTE
                   MOVE ZERO
                       TO CLI-CANT-DEVOLUCIONES OF REGISTRO-CLIENTE
                   MOVE ZERO
                       TO CLI-FECHA-DOMIC-OBSERVADO OF REGISTRO-CLIENTE
                   MOVE ZERO
                       TO CLI-PIEZAS-SUPRIMIDAS OF REGISTRO-CLIENTE
                   MOVE ZERO TO CLI-AHORRO-CORREO OF REGISTRO-CLIENTE
      *            Un titular que figura en las listas no entra al
      *            maestro.
                   PERFORM 112-CONTROLAR-LISTAS
                   IF NOT CLIENTE-EN-LISTAS
                       WRITE REGISTRO-CLIENTE
                       IF WS-FILE-STATUS-CLIENTE NOT = '00'
                           DISPLAY 'ERROR AL GRABAR EL CLIENTE'
                       END-IF
                   END-IF
               END-IF.

      *        Control del titular por nombre y documento contra las
      *        listas de sanciones y PEP; una persona jurídica se
      *        controla por su CUIT. La alerta la deja el mismo
      *        CONTROLAR-LISTAS.
           112-CONTROLAR-LISTAS SECTION.
               IF PERSONA-JURIDICA OF REGISTRO-CLIENTE
                   MOVE CLI-CUIT OF REGISTRO-CLIENTE
                       TO WS-DOCUMENTO-LISTAS
               ELSE
                   MOVE CLI-DNI OF REGISTRO-CLIENTE
                       TO WS-DOCUMENTO-LISTAS
               END-IF.
               CALL 'CONTROLAR-LISTAS' USING
                   CLI-NOMBRE OF REGISTRO-CLIENTE
                   WS-DOCUMENTO-LISTAS
                   CLI-DNI OF REGISTRO-CLIENTE
                   WS-CUENTA-LISTAS WS-ORIGEN-LISTAS
                   WS-FECHA-LISTAS WS-RESULTADO-LISTAS.

      *        Control de un cotitular o del representante legal
      *        (WS-DNI-LISTAS): por documento y, si ya es cliente,
      *        también por el nombre de su legajo.
           117-CONTROLAR-VINCULADO SECTION.
               MOVE SPACES TO WS-NOMBRE-LISTAS.
               MOVE WS-DNI-LISTAS TO CLI-DNI OF REGISTRO-CLIENTE.
               READ ARCHIVO-CLIENTES
                   KEY IS CLI-DNI OF REGISTRO-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-NOMBRE OF REGISTRO-CLIENTE
                           TO WS-NOMBRE-LISTAS
               END-READ.
               MOVE WS-DNI-LISTAS TO WS-DOCUMENTO-LISTAS.
               CALL 'CONTROLAR-LISTAS' USING
                   WS-NOMBRE-LISTAS WS-DOCUMENTO-LISTAS
                   WS-DNI-LISTAS
                   WS-CUENTA-LISTAS WS-ORIGEN-LISTAS
                   WS-FECHA-LISTAS WS-RESULTADO-LISTAS.
               IF CLIENTE-EN-LISTAS
                   MOVE 'S' TO WS-VINCULADO-LISTAS
               END-IF.

      *        Datos de contacto del titular, para poder ubicarlo
      *        cuando haya que avisarle algo de su cuenta. Pueden
      *        quedar en blanco si no tiene o no quiere dar un dato.
           101-INGRESAR-CONTACTO-CLIENTE SECTION.
               MOVE CLI-DOMICILIO OF REGISTRO-CLIENTE
                   TO WS-DOMICILIO-ANTERIOR.
               DISPLAY 'Domicilio: ' WITH NO ADVANCING.
               ACCEPT CLI-DOMICILIO OF REGISTRO-CLIENTE.
      *        Un domicilio nuevo vuelve a ser válido para la
      *        correspondencia en papel.
               IF CLI-DOMICILIO OF REGISTRO-CLIENTE
                  NOT = WS-DOMICILIO-ANTERIOR
                   MOVE 'V' TO CLI-DOMICILIO-ESTADO OF REGISTRO-CLIENTE
                   MOVE ZERO
                       TO CLI-CANT-DEVOLUCIONES OF REGISTRO-CLIENTE
                   MOVE ZERO
                       TO CLI-FECHA-DOMIC-OBSERVADO OF REGISTRO-CLIENTE
               END-IF.
               DISPLAY 'Teléfono: ' WITH NO ADVANCING.
               ACCEPT CLI-TELEFONO OF REGISTRO-CLIENTE.
               DISPLAY 'Email: ' WITH NO ADVANCING.
               ACCEPT CLI-EMAIL OF REGISTRO-CLIENTE.
      *        Con la fecha de nacimiento el alta reconoce a un
      *        titular menor de edad.
               DISPLAY 'Fecha de nacimiento (AAAAMMDD, 0 = sin '
                   'informar): ' WITH NO ADVANCING.
               ACCEPT CLI-FECHA-NACIMIENTO OF REGISTRO-CLIENTE.
      *        Categoría de riesgo del manual de cumplimiento,
      *        asignada al captar al cliente.
               DISPLAY 'Categoría de riesgo (B bajo / M medio / '
                       WITH NO ADVANCING
                   ACCEPT CLI-CATEGORIA-RIESGO OF REGISTRO-CLIENTE
               END-PERFORM.
               PERFORM 113-INGRESAR-RESIDENCIA-FISCAL.

      *        Residencia fiscal para CRS / FATCA: cada país con su
      *        TIN y la fecha en que el cliente firmó la
      *        autocertificación (cero si todavía no la firmó).
           113-INGRESAR-RESIDENCIA-FISCAL SECTION.
               DISPLAY 'Países de residencia fiscal (0-3, 0 = sólo '
                   'Argentina): ' WITH NO ADVANCING.
               ACCEPT CLI-CANT-RESIDENCIAS OF REGISTRO-CLIENTE.
               PERFORM UNTIL CLI-CANT-RESIDENCIAS
                   OF REGISTRO-CLIENTE <= 3
                   DISPLAY '--> CANTIDAD INVÁLIDA (0-3)'
                   DISPLAY 'Países de residencia fiscal (0-3): '
                       WITH NO ADVANCING
                   ACCEPT CLI-CANT-RESIDENCIAS OF REGISTRO-CLIENTE
               END-PERFORM.
               PERFORM VARYING WS-IDX-RESIDENCIA FROM 1 BY 1
                   UNTIL WS-IDX-RESIDENCIA > 3
                   IF WS-IDX-RESIDENCIA
                      > CLI-CANT-RESIDENCIAS OF REGISTRO-CLIENTE
                       MOVE SPACES TO CLI-PAIS-RESIDENCIA
                           OF REGISTRO-CLIENTE (WS-IDX-RESIDENCIA)
                       MOVE SPACES TO CLI-TIN
                           OF REGISTRO-CLIENTE (WS-IDX-RESIDENCIA)
                   ELSE
                       DISPLAY 'País ' WS-IDX-RESIDENCIA
                           ' (código ISO, ej. US): '
                           WITH NO ADVANCING
                       ACCEPT CLI-PAIS-RESIDENCIA
                           OF REGISTRO-CLIENTE (WS-IDX-RESIDENCIA)
                       INSPECT CLI-PAIS-RESIDENCIA
                           OF REGISTRO-CLIENTE (WS-IDX-RESIDENCIA)
                           CONVERTING
                           'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                       DISPLAY 'TIN en ese país: '
                           WITH NO ADVANCING
                       ACCEPT CLI-TIN
                           OF REGISTRO-CLIENTE (WS-IDX-RESIDENCIA)
                   END-IF
               END-PERFORM.
               IF CLI-CANT-RESIDENCIAS OF REGISTRO-CLIENTE > ZERO
                   DISPLAY 'Fecha de la autocertificación '
                       '(AAAAMMDD, 0 = no firmada): '
                       WITH NO ADVANCING
                   ACCEPT CLI-FECHA-AUTOCERT OF REGISTRO-CLIENTE
               ELSE
                   MOVE ZERO TO CLI-FECHA-AUTOCERT
                       OF REGISTRO-CLIENTE
               END-IF.

      *        No se puede dejar el titular en blanco: se vuelve a
      *        pedir hasta que se ingrese algo.
      *        Sucursal donde se abre la cuenta, para poder correr
      *        LISTADO-CUENTAS y CIERRE-DIARIO discriminados por
      *        sucursal.
      *        La sucursal tiene que estar activa en el maestro de
      *        sucursales.
           105-INGRESAR-SUCURSAL SECTION.
               MOVE 'N' TO WS-SUCURSAL-VALIDA.
               PERFORM UNTIL WS-SUCURSAL-VALIDA = 'S'
                   DISPLAY 'Sucursal (001-999): ' WITH NO ADVANCING
                   ACCEPT CC-SUCURSAL
                   CALL 'OBTENER-SUCURSAL' USING CC-SUCURSAL
                       WS-SUCURSAL-DATOS WS-SUCURSAL-VALIDA
                   IF WS-SUCURSAL-VALIDA = 'S'
                      AND NOT SUCURSAL-ACTIVA OF WS-SUCURSAL-DATOS
                       MOVE 'N' TO WS-SUCURSAL-VALIDA
                   END-IF
                   IF WS-SUCURSAL-VALIDA = 'S'
                       DISPLAY 'Sucursal: '
                           SU-NOMBRE OF WS-SUCURSAL-DATOS
                   ELSE
                       DISPLAY '--> SUCURSAL INEXISTENTE O CERRADA'
                   END-IF
               END-PERFORM.

      *        Cuenta conjunta: pregunta si hay cotitulares además del
                   PERFORM 107-INGRESAR-UN-COTITULAR
                       UNTIL CC-CANT-COTITULARES >= 3
                       OR WS-AGREGAR-COTITULAR = 'N'
               END-IF.
               IF CUENTA-CONJUNTA AND NOT VINCULADO-EN-LISTAS
      *            Régimen de firma de la cuenta conjunta: con
      *            firma indistinta cualquiera opera solo; con
      *            mancomunada, los retiros y transferencias por

      *        Pide el DNI de un cotitular y lo agrega como titular
      *        conjunto ('J'), preguntando después si hay que sumar
      *        otro más. Uno que figura en las listas de control no
      *        se agrega y corta la carga: el alta queda detenida.
           107-INGRESAR-UN-COTITULAR SECTION.
               DISPLAY 'DNI del cotitular: ' WITH NO ADVANCING.
               ACCEPT WS-DNI-COTITULAR.
               MOVE WS-DNI-COTITULAR TO WS-DNI-LISTAS.
               PERFORM 117-CONTROLAR-VINCULADO.
               IF VINCULADO-EN-LISTAS
                   MOVE 'N' TO WS-AGREGAR-COTITULAR
               ELSE
                   PERFORM 119-AGREGAR-COTITULAR
               END-IF.

           119-AGREGAR-COTITULAR SECTION.
               ADD 1 TO CC-CANT-COTITULARES.
               MOVE WS-DNI-COTITULAR
                   TO CC-DNI-COTITULAR (CC-CANT-COTITULARES).
                   END-IF
               END-IF.

      *        Un titular con la fecha de nacimiento informada que
      *        todavía no cumplió los 18 años es menor de edad. Sin
      *        fecha se lo sigue tomando como mayor, como hasta
      *        ahora.
           115-CONTROLAR-MINORIDAD SECTION.
               MOVE 'N' TO WS-TITULAR-MENOR.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               IF CLI-FECHA-NACIMIENTO OF REGISTRO-CLIENTE NUMERIC
                  AND CLI-FECHA-NACIMIENTO OF REGISTRO-CLIENTE
                      NOT = ZERO
                   COMPUTE WS-FECHA-MAYORIA =
                       CLI-FECHA-NACIMIENTO OF REGISTRO-CLIENTE
                       + 180000
                   IF WS-FECHA-MAYORIA > WS-FECHA-HOY
                       MOVE 'S' TO WS-TITULAR-MENOR
                       DISPLAY '--> TITULAR MENOR DE EDAD: SE ABRE '
                           'COMO CUENTA DE MENOR'
                   END-IF
               END-IF.

      *        Cuenta de menor: el representante legal (padre, madre
      *        o tutor) tiene que ser cliente del banco y mayor de
      *        edad. Su PIN propio es el que CAJA le pide para
      *        sacar fondos de la cuenta.
           114-INGRESAR-REPRESENTANTE SECTION.
               MOVE 'S' TO CC-CUENTA-MENOR.
               MOVE 'N' TO WS-REPRESENTANTE-VALIDO.
               PERFORM UNTIL REPRESENTANTE-VALIDO
                   DISPLAY 'DNI del representante legal: '
                       WITH NO ADVANCING
                   ACCEPT WS-DNI-REPRESENTANTE
                   PERFORM 116-VALIDAR-REPRESENTANTE
               END-PERFORM.
      *        Representante en las listas de control: no se le pide
      *        el PIN, el alta queda detenida.
               MOVE WS-DNI-REPRESENTANTE TO WS-DNI-LISTAS.
               PERFORM 117-CONTROLAR-VINCULADO.
               IF NOT VINCULADO-EN-LISTAS
                   PERFORM 120-INGRESAR-PIN-REPRESENTANTE
               END-IF.

           120-INGRESAR-PIN-REPRESENTANTE SECTION.
               MOVE WS-DNI-REPRESENTANTE TO CC-DNI-REPRESENTANTE.
               DISPLAY 'PIN del representante (4 dígitos): '
                   WITH NO ADVANCING.
               ACCEPT CC-PIN-REPRESENTANTE.
               DISPLAY 'Confirme el PIN: ' WITH NO ADVANCING.
               ACCEPT WS-PIN-CONFIRMACION.
               PERFORM UNTIL CC-PIN-REPRESENTANTE = WS-PIN-CONFIRMACION
                   DISPLAY '--> LOS PIN INGRESADOS NO COINCIDEN'
                   DISPLAY 'PIN del representante (4 dígitos): '
                       WITH NO ADVANCING
                   ACCEPT CC-PIN-REPRESENTANTE
                   DISPLAY 'Confirme el PIN: ' WITH NO ADVANCING
                   ACCEPT WS-PIN-CONFIRMACION
               END-PERFORM.

           116-VALIDAR-REPRESENTANTE SECTION.
               IF WS-DNI-REPRESENTANTE = CC-DNI-TITULAR
                   DISPLAY '--> EL REPRESENTANTE NO PUEDE SER EL '
                       'TITULAR'
               ELSE
                   MOVE WS-DNI-REPRESENTANTE
                       TO CLI-DNI OF REGISTRO-CLIENTE
                   READ ARCHIVO-CLIENTES
                       KEY IS CLI-DNI OF REGISTRO-CLIENTE
                       INVALID KEY
                           DISPLAY '--> EL REPRESENTANTE TIENE QUE '
                               'SER CLIENTE DEL BANCO'
                       NOT INVALID KEY
                           MOVE ZERO TO WS-FECHA-MAYORIA
                           IF CLI-FECHA-NACIMIENTO OF REGISTRO-CLIENTE
                              NUMERIC
                              AND CLI-FECHA-NACIMIENTO
                                  OF REGISTRO-CLIENTE NOT = ZERO
                               COMPUTE WS-FECHA-MAYORIA =
                                   CLI-FECHA-NACIMIENTO
                                   OF REGISTRO-CLIENTE + 180000
                           END-IF
                           IF WS-FECHA-MAYORIA > WS-FECHA-HOY
                               DISPLAY '--> EL REPRESENTANTE ES '
                                   'MENOR DE EDAD'
                           ELSE
                               MOVE 'S' TO WS-REPRESENTANTE-VALIDO
                               DISPLAY 'Representante: '
                                   CLI-NOMBRE OF REGISTRO-CLIENTE
                           END-IF
                   END-READ
               END-IF.

           111-INDEXAR-POR-DNI SECTION.
               MOVE 'T' TO WS-ROL-INDICE.
               CALL 'INDEXAR-CUENTA-DNI' USING
