      * clientes era la escritura silenciosa que hacía
      * ALTA-CUENTA-CORRIENTE al abrir una cuenta, sin domicilio ni
      * teléfono, y no había forma de corregir un dato mal cargado.
      * El alta y la modificación controlan al cliente contra las
      * listas de sanciones y PEP: si figura, no se graba y queda
      * una alerta para cumplimiento. También se registra la
      * residencia fiscal declarada (países, TIN y fecha de la
      * autocertificación) para el reporte anual CRS / FATCA.
      * El legajo de documentación (documentos con su emisión y
      * vencimiento) se carga y renueva desde la opción 5; al
      * renovar lo vencido se levanta la restricción que haya
      * dejado CONTROLAR-DOCUMENTOS. La consulta muestra además el
      * grupo económico y la vinculación con el banco que carga
      * MANTENER-GRUPOS-ECONOMICOS, y el oficial de cuenta que le
      * asigna MANTENER-OFICIALES-CUENTA. La fecha de nacimiento
      * permite abrir cuentas de menores con su representante legal
      * y convertirlas cuando el titular cumple los 18 años.
      * Si el correo devolvió la correspondencia y el domicilio
      * quedó observado, la consulta y la documentación le piden al
      * operador que lo actualice; un domicilio nuevo vuelve a
      * quedar válido y pone en cero las devoluciones.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-CONFIRMA           PIC X VALUE 'N'.

      *    Domicilio antes de la modificación: si cambia, deja de
      *    estar observado por correspondencia devuelta.
       01  WS-DOMICILIO-ANTERIOR PIC X(40).

       01  WS-CONTINUAR          PIC X(01) VALUE 'S'.
           88 CONTINUAR          VALUE 'S'.

       01  WS-IDX-FIRMANTE       PIC 9(01).
       01  WS-IDX-RESIDENCIA     PIC 9(01).
       01  WS-IDX-DOCUMENTO      PIC 9(01).

      *    Legajo de documentación: vencimientos anteriores a la
      *    renovación, para volver a habilitar el aviso del
      *    documento renovado.
       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-VENCIMIENTOS-PREVIOS.
           05 WS-VENCIMIENTO-PREVIO PIC 9(08) OCCURS 5 TIMES.
       01  WS-DOC-VENCIDO        PIC X(01).

      *    Control contra las listas de sanciones y PEP.
       01  WS-DOCUMENTO-LISTAS   PIC 9(11).
       01  WS-CUENTA-LISTAS      PIC 9(08) VALUE ZERO.
       01  WS-ORIGEN-LISTAS      PIC X(12).
       01  WS-FECHA-LISTAS       PIC 9(08) VALUE ZERO.
       01  WS-RESULTADO-LISTAS   PIC X(01) VALUE 'N'.
           88 CLIENTE-EN-LISTAS  VALUE 'S'.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
               DISPLAY '2. Modificación de cliente'.
               DISPLAY '3. Consulta de cliente'.
               DISPLAY '4. Baja de cliente'.
               DISPLAY '5. Documentación del cliente'.
               DISPLAY '0. Salir'.
               DISPLAY 'Elija una opción: ' WITH NO ADVANCING.
               ACCEPT OPCION-CLIENTES.
                       PERFORM 400-CONSULTAR-CLIENTE
                   WHEN 4
                       PERFORM 500-BAJA-CLIENTE
                   WHEN 5
                       PERFORM 600-DOCUMENTACION-CLIENTE
                   WHEN 0
                       MOVE 'N' TO WS-CONTINUAR
                   WHEN OTHER
                   DISPLAY 'Nombre: ' WITH NO ADVANCING
                   ACCEPT CLI-NOMBRE OF REGISTRO-CLIENTE
               END-PERFORM.
               MOVE CLI-DOMICILIO OF REGISTRO-CLIENTE
                   TO WS-DOMICILIO-ANTERIOR.
               DISPLAY 'Domicilio: ' WITH NO ADVANCING.
               ACCEPT CLI-DOMICILIO OF REGISTRO-CLIENTE.
               IF CLI-DOMICILIO OF REGISTRO-CLIENTE
                  NOT = WS-DOMICILIO-ANTERIOR
                   PERFORM 155-VALIDAR-DOMICILIO
               END-IF.
               DISPLAY 'Teléfono: ' WITH NO ADVANCING.
               ACCEPT CLI-TELEFONO OF REGISTRO-CLIENTE.
               DISPLAY 'Email: ' WITH NO ADVANCING.
               ACCEPT CLI-EMAIL OF REGISTRO-CLIENTE.
               DISPLAY 'Fecha de nacimiento (AAAAMMDD, 0 = sin '
                   'informar): ' WITH NO ADVANCING.
               ACCEPT CLI-FECHA-NACIMIENTO OF REGISTRO-CLIENTE.
               DISPLAY 'Categoría de riesgo (B bajo / M medio / '
                   'A alto): ' WITH NO ADVANCING.
               ACCEPT CLI-CATEGORIA-RIESGO OF REGISTRO-CLIENTE.
                   ACCEPT CLI-CATEGORIA-RIESGO OF REGISTRO-CLIENTE
               END-PERFORM.
               PERFORM 125-CAPTURAR-PERSONERIA.
               PERFORM 127-CAPTURAR-RESIDENCIA-FISCAL.

      *    Personería: una persona jurídica lleva CUIT, fecha de
      *    contrato social y la lista de firmantes autorizados,
                       (WS-IDX-FIRMANTE)
               END-PERFORM.

      *    Residencia fiscal para CRS / FATCA: cada país con su
      *    TIN y la fecha en que el cliente firmó la
      *    autocertificación (cero si todavía no la firmó).
           127-CAPTURAR-RESIDENCIA-FISCAL SECTION.
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

           130-MOSTRAR-CLIENTE SECTION.
               DISPLAY '-------------------------------'.
               DISPLAY 'DNI:       ' CLI-DNI OF REGISTRO-CLIENTE.
               DISPLAY 'Nombre:    ' CLI-NOMBRE OF REGISTRO-CLIENTE.
               DISPLAY 'Domicilio: '
                   CLI-DOMICILIO OF REGISTRO-CLIENTE.
               IF DOMICILIO-OBSERVADO OF REGISTRO-CLIENTE
                   DISPLAY '           OBSERVADO DESDE EL '
                       CLI-FECHA-DOMIC-OBSERVADO OF REGISTRO-CLIENTE
                       ' (' CLI-CANT-DEVOLUCIONES OF REGISTRO-CLIENTE
                       ' PIEZAS DEVUELTAS POR EL CORREO)'
               END-IF.
               DISPLAY 'Teléfono:  ' CLI-TELEFONO OF REGISTRO-CLIENTE.
               DISPLAY 'Email:     ' CLI-EMAIL OF REGISTRO-CLIENTE.
               IF CLI-FECHA-NACIMIENTO OF REGISTRO-CLIENTE NOT = ZERO
                   DISPLAY 'Nacimiento: '
                       CLI-FECHA-NACIMIENTO OF REGISTRO-CLIENTE
               END-IF.
               DISPLAY 'Riesgo:    '
                   CLI-CATEGORIA-RIESGO OF REGISTRO-CLIENTE.
               IF CLIENTE-DE-BAJA OF REGISTRO-CLIENTE
                           (WS-IDX-FIRMANTE)
                   END-PERFORM
               END-IF.
               PERFORM VARYING WS-IDX-RESIDENCIA FROM 1 BY 1
                   UNTIL WS-IDX-RESIDENCIA
                       > CLI-CANT-RESIDENCIAS OF REGISTRO-CLIENTE
                   DISPLAY 'Res. fiscal: '
                       CLI-PAIS-RESIDENCIA OF REGISTRO-CLIENTE
                       (WS-IDX-RESIDENCIA)
                       ' TIN ' CLI-TIN OF REGISTRO-CLIENTE
                       (WS-IDX-RESIDENCIA)
               END-PERFORM.
               IF CLI-CANT-RESIDENCIAS OF REGISTRO-CLIENTE > ZERO
                   DISPLAY 'Autocert.: '
                       CLI-FECHA-AUTOCERT OF REGISTRO-CLIENTE
               END-IF.
               PERFORM VARYING WS-IDX-DOCUMENTO FROM 1 BY 1
                   UNTIL WS-IDX-DOCUMENTO
                       > CLI-CANT-DOCUMENTOS OF REGISTRO-CLIENTE
                   DISPLAY 'Documento: '
                       CLI-DOC-TIPO OF REGISTRO-CLIENTE
                       (WS-IDX-DOCUMENTO) ' '
                       CLI-DOC-NUMERO OF REGISTRO-CLIENTE
                       (WS-IDX-DOCUMENTO)
                       ' vence ' CLI-DOC-VENCIMIENTO
                       OF REGISTRO-CLIENTE (WS-IDX-DOCUMENTO)
               END-PERFORM.
               IF CLIENTE-RESTRINGIDO-KYC OF REGISTRO-CLIENTE
                   DISPLAY 'Legajo:    RESTRINGIDO POR DOCUMENTACIÓN '
                       'VENCIDA'
               END-IF.
               IF CLI-GRUPO-ECONOMICO OF REGISTRO-CLIENTE NOT = ZERO
                   DISPLAY 'Grupo:     '
                       CLI-GRUPO-ECONOMICO OF REGISTRO-CLIENTE
               END-IF.
               EVALUATE TRUE
                   WHEN VINCULADO-DIRECTOR OF REGISTRO-CLIENTE
                       DISPLAY 'Vinculado: DIRECTOR'
                   WHEN VINCULADO-PERSONAL OF REGISTRO-CLIENTE
                       DISPLAY 'Vinculado: PERSONAL'
                   WHEN VINCULADO-ACCIONISTA OF REGISTRO-CLIENTE
                       DISPLAY 'Vinculado: ACCIONISTA'
               END-EVALUATE.
               IF CLI-OFICIAL OF REGISTRO-CLIENTE NOT = SPACES
                   DISPLAY 'Oficial:   ' CLI-OFICIAL OF REGISTRO-CLIENTE
               END-IF.
               DISPLAY '-------------------------------'.

      *    Control del cliente por nombre y documento (DNI, o CUIT
      *    para una persona jurídica) contra las listas de sanciones
      *    y PEP. La alerta la deja el mismo CONTROLAR-LISTAS.
           140-CONTROLAR-LISTAS SECTION.
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
               IF CLIENTE-EN-LISTAS
                   DISPLAY '--> EL CLIENTE FIGURA EN LAS LISTAS DE '
                       'CONTROL: NO SE GRABA'
                   DISPLAY '--> SE GENERÓ UNA ALERTA PARA '
                       'CUMPLIMIENTO'
               END-IF.

      *    El correo devolvió la correspondencia a este domicilio:
      *    con el cliente presente se le pide el actual y se graba
      *    en el acto.
           150-OFRECER-ACTUALIZAR-DOMIC SECTION.
               IF DOMICILIO-OBSERVADO OF REGISTRO-CLIENTE
                   DISPLAY '--> EL CORREO DEVUELVE LA CORRESPONDENCIA: '
                       'PIDA AL CLIENTE SU DOMICILIO ACTUAL'
                   DISPLAY '¿Actualizar el domicilio ahora? (S/N): '
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       DISPLAY 'Domicilio: ' WITH NO ADVANCING
                       ACCEPT CLI-DOMICILIO OF REGISTRO-CLIENTE
                       IF CLI-DOMICILIO OF REGISTRO-CLIENTE = SPACES
                           DISPLAY '--> DOMICILIO EN BLANCO: NO SE '
                               'ACTUALIZA'
                           PERFORM 110-LOCALIZAR-CLIENTE
                       ELSE
                           PERFORM 155-VALIDAR-DOMICILIO
                           REWRITE REGISTRO-CLIENTE
                           IF WS-FILE-STATUS NOT = '00'
                               DISPLAY 'ERROR AL ACTUALIZAR EL '
                                   'CLIENTE'
                           ELSE
                               DISPLAY '---> DOMICILIO ACTUALIZADO'
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *    Domicilio nuevo: vuelve a ser válido para la
      *    correspondencia en papel.
           155-VALIDAR-DOMICILIO SECTION.
               MOVE 'V' TO CLI-DOMICILIO-ESTADO OF REGISTRO-CLIENTE.
               MOVE ZERO TO CLI-CANT-DEVOLUCIONES OF REGISTRO-CLIENTE.
               MOVE ZERO
                   TO CLI-FECHA-DOMIC-OBSERVADO OF REGISTRO-CLIENTE.

           200-ALTA-CLIENTE SECTION.
               DISPLAY '--- ALTA DE CLIENTE ---'.
               DISPLAY 'DNI: ' WITH NO ADVANCING.
                       TO CLI-DNI OF REGISTRO-CLIENTE
                   PERFORM 120-CAPTURAR-DATOS
                   MOVE 'A' TO CLI-ESTADO OF REGISTRO-CLIENTE
                   MOVE ZERO TO CLI-CANT-DOCUMENTOS
                       OF REGISTRO-CLIENTE
                   MOVE 'N' TO CLI-RESTRICCION-KYC
                       OF REGISTRO-CLIENTE
                   MOVE ZERO TO CLI-GRUPO-ECONOMICO OF REGISTRO-CLIENTE
                   MOVE 'N' TO CLI-VINCULACION OF REGISTRO-CLIENTE
                   MOVE SPACES TO CLI-OFICIAL OF REGISTRO-CLIENTE
                   PERFORM 155-VALIDAR-DOMICILIO
                   MOVE ZERO
                       TO CLI-PIEZAS-SUPRIMIDAS OF REGISTRO-CLIENTE
                   MOVE ZERO TO CLI-AHORRO-CORREO OF REGISTRO-CLIENTE
                   MOVE 'ALTA CLIENTE' TO WS-ORIGEN-LISTAS
                   PERFORM 140-CONTROLAR-LISTAS
                   IF NOT CLIENTE-EN-LISTAS
                       WRITE REGISTRO-CLIENTE
                       IF WS-FILE-STATUS NOT = '00'
                           DISPLAY 'ERROR AL GRABAR EL CLIENTE'
                       ELSE
                           DISPLAY '---> CLIENTE DADO DE ALTA S.E.U.O'
                       END-IF
                   END-IF
               END-IF.

      *            volvió a la sucursal a actualizar sus datos, es un
      *            cliente vigente otra vez.
                   MOVE 'A' TO CLI-ESTADO OF REGISTRO-CLIENTE
                   MOVE 'MODIF CLIENT' TO WS-ORIGEN-LISTAS
                   PERFORM 140-CONTROLAR-LISTAS
                   IF NOT CLIENTE-EN-LISTAS
                       REWRITE REGISTRO-CLIENTE
                       IF WS-FILE-STATUS NOT = '00'
                           DISPLAY 'ERROR AL ACTUALIZAR EL CLIENTE'
                       ELSE
                           DISPLAY '---> CLIENTE ACTUALIZADO S.E.U.O'
                       END-IF
                   END-IF
               END-IF.

                   DISPLAY '--> CLIENTE NO ENCONTRADO'
               ELSE
                   PERFORM 130-MOSTRAR-CLIENTE
                   PERFORM 150-OFRECER-ACTUALIZAR-DOMIC
               END-IF.

      *    La baja es lógica: el registro queda en el maestro (las
                   END-IF
               END-IF.

      *    Carga o renovación del legajo: se reingresan todos los
      *    documentos. Un documento con vencimiento distinto del
      *    que tenía vuelve a quedar para aviso, y si ya no queda
      *    nada vencido se levanta la restricción en el acto, sin
      *    esperar al control de la noche.
           600-DOCUMENTACION-CLIENTE SECTION.
               DISPLAY '--- DOCUMENTACIÓN DEL CLIENTE ---'.
               DISPLAY 'DNI: ' WITH NO ADVANCING.
               ACCEPT WS-DNI-BUSCADO.
               PERFORM 110-LOCALIZAR-CLIENTE.

               IF NOT CLIENTE-ENCONTRADO
                   DISPLAY '--> CLIENTE NO ENCONTRADO'
               ELSE
                   PERFORM 130-MOSTRAR-CLIENTE
                   PERFORM 150-OFRECER-ACTUALIZAR-DOMIC
                   CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY
                   PERFORM VARYING WS-IDX-DOCUMENTO FROM 1 BY 1
                       UNTIL WS-IDX-DOCUMENTO > 5
                       MOVE ZERO
                           TO WS-VENCIMIENTO-PREVIO (WS-IDX-DOCUMENTO)
                       IF WS-IDX-DOCUMENTO
                          <= CLI-CANT-DOCUMENTOS OF REGISTRO-CLIENTE
                           MOVE CLI-DOC-VENCIMIENTO OF REGISTRO-CLIENTE
                               (WS-IDX-DOCUMENTO)
                               TO WS-VENCIMIENTO-PREVIO
                               (WS-IDX-DOCUMENTO)
                       END-IF
                   END-PERFORM
                   PERFORM 610-CAPTURAR-DOCUMENTOS
                   MOVE 'N' TO WS-DOC-VENCIDO
                   PERFORM VARYING WS-IDX-DOCUMENTO FROM 1 BY 1
                       UNTIL WS-IDX-DOCUMENTO
                           > CLI-CANT-DOCUMENTOS OF REGISTRO-CLIENTE
                       IF CLI-DOC-VENCIMIENTO OF REGISTRO-CLIENTE
                          (WS-IDX-DOCUMENTO) NOT = ZERO
                          AND CLI-DOC-VENCIMIENTO OF REGISTRO-CLIENTE
                              (WS-IDX-DOCUMENTO) < WS-FECHA-HOY
                           MOVE 'S' TO WS-DOC-VENCIDO
                       END-IF
                   END-PERFORM
                   IF WS-DOC-VENCIDO = 'N'
                       MOVE 'N' TO CLI-RESTRICCION-KYC
                           OF REGISTRO-CLIENTE
                   END-IF
                   REWRITE REGISTRO-CLIENTE
                   IF WS-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR AL ACTUALIZAR EL CLIENTE'
                   ELSE
                       DISPLAY '---> LEGAJO ACTUALIZADO S.E.U.O'
                       IF CLIENTE-RESTRINGIDO-KYC OF REGISTRO-CLIENTE
                           DISPLAY '--> EL CLIENTE SIGUE RESTRINGIDO: '
                               'HAY DOCUMENTOS VENCIDOS'
                       END-IF
                   END-IF
               END-IF.

           610-CAPTURAR-DOCUMENTOS SECTION.
               DISPLAY 'Cantidad de documentos (0-5): '
                   WITH NO ADVANCING.
               ACCEPT CLI-CANT-DOCUMENTOS OF REGISTRO-CLIENTE.
               PERFORM UNTIL CLI-CANT-DOCUMENTOS
                   OF REGISTRO-CLIENTE <= 5
                   DISPLAY '--> CANTIDAD INVÁLIDA (0-5)'
                   DISPLAY 'Cantidad de documentos (0-5): '
                       WITH NO ADVANCING
                   ACCEPT CLI-CANT-DOCUMENTOS OF REGISTRO-CLIENTE
               END-PERFORM.
               PERFORM VARYING WS-IDX-DOCUMENTO FROM 1 BY 1
                   UNTIL WS-IDX-DOCUMENTO
                       > CLI-CANT-DOCUMENTOS OF REGISTRO-CLIENTE
                   DISPLAY 'Documento ' WS-IDX-DOCUMENTO
                       ' tipo (D identidad / E estatuto / P poder / '
                   DISPLAY '   I ingresos / O otro): '
                       WITH NO ADVANCING
                   ACCEPT CLI-DOC-TIPO OF REGISTRO-CLIENTE
                       (WS-IDX-DOCUMENTO)
                   PERFORM UNTIL DOC-IDENTIDAD OF REGISTRO-CLIENTE
                       (WS-IDX-DOCUMENTO)
                       OR DOC-ESTATUTO OF REGISTRO-CLIENTE
                          (WS-IDX-DOCUMENTO)
                       OR DOC-PODER OF REGISTRO-CLIENTE
                          (WS-IDX-DOCUMENTO)
                       OR DOC-INGRESOS OF REGISTRO-CLIENTE
                          (WS-IDX-DOCUMENTO)
                       OR DOC-OTRO OF REGISTRO-CLIENTE
                          (WS-IDX-DOCUMENTO)
                       DISPLAY '--> TIPO INVÁLIDO (D/E/P/I/O)'
                       DISPLAY 'Tipo (D/E/P/I/O): ' WITH NO ADVANCING
                       ACCEPT CLI-DOC-TIPO OF REGISTRO-CLIENTE
                           (WS-IDX-DOCUMENTO)
                   END-PERFORM
                   DISPLAY 'Número: ' WITH NO ADVANCING
                   ACCEPT CLI-DOC-NUMERO OF REGISTRO-CLIENTE
                       (WS-IDX-DOCUMENTO)
                   DISPLAY 'Fecha de emisión (AAAAMMDD): '
                       WITH NO ADVANCING
                   ACCEPT CLI-DOC-EMISION OF REGISTRO-CLIENTE
                       (WS-IDX-DOCUMENTO)
                   DISPLAY 'Vencimiento (AAAAMMDD, 0 = no vence): '
                       WITH NO ADVANCING
                   ACCEPT CLI-DOC-VENCIMIENTO OF REGISTRO-CLIENTE
                       (WS-IDX-DOCUMENTO)
                   IF CLI-DOC-VENCIMIENTO OF REGISTRO-CLIENTE
                      (WS-IDX-DOCUMENTO)
                      NOT = WS-VENCIMIENTO-PREVIO (WS-IDX-DOCUMENTO)
                       MOVE 'N' TO CLI-DOC-AVISADO OF REGISTRO-CLIENTE
                           (WS-IDX-DOCUMENTO)
                   END-IF
               END-PERFORM.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
