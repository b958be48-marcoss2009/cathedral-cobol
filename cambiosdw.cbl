       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRAER-CAMBIOS-DIARIOS.
       AUTHOR. MARCOS MUÑOZ.

      * Extracción diaria de novedades para el data warehouse de
      * gestión: en vez del volcado completo de
      * EXPORTAR-CUENTAS-CSV / EXPORTAR-MOVIMIENTOS, deja en dw/
      * sólo lo que cambió desde la extracción anterior. Los
      * movimientos salen del diario de posteos
      * (diario_movimientos.dat) a partir del renglón donde quedó
      * la corrida anterior. Para cuentas, clientes, préstamos,
      * plazos fijos y tarjetas se compara cada maestro, en orden
      * de clave, contra la foto que dejó la corrida anterior
      * (dw/foto_<maestro>.dat): clave nueva es alta (A), imagen
      * distinta es modificación (M) o baja (B) si el registro
      * pasó a cerrado/cancelado, y clave que ya no está en el
      * maestro es eliminada (E), como las cuentas que la
      * depuración pasa al histórico. La primera corrida, sin
      * foto, sale como carga inicial completa en altas.
      * Cada archivo (dw/<maestro>_<fecha>.txt) es de campos de
      * ancho fijo separados por '|', con un renglón CAB de
      * cabecera y un renglón FIN de control con la cantidad de
      * registros por operación y el total de importes, para que
      * la carga del otro lado verifique que llegó todo. Las fotos
      * y el renglón del diario se actualizan recién al terminar
      * bien; una corrida que se corta se repite entera, y la del
      * mismo día de proceso ya extraído no se vuelve a generar.
      * Corre como paso de la cadena nocturna y con el parámetro
      * CAMBIOS-DW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CUENTAS ASSIGN TO 'cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO-CUENTA OF RCC
               FILE STATUS IS WS-FILE-STATUS-MAE.

           SELECT ARCHIVO-CLIENTES ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DNI OF REGISTRO-CLIENTE
               FILE STATUS IS WS-FILE-STATUS-MAE.

           SELECT ARCHIVO-PRESTAMOS ASSIGN TO 'prestamos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-NUMERO OF REGISTRO-PRESTAMO
               FILE STATUS IS WS-FILE-STATUS-MAE.

           SELECT ARCHIVO-PLAZOS ASSIGN TO 'plazofijo.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-NUMERO OF REGISTRO-PLAZO
               FILE STATUS IS WS-FILE-STATUS-MAE.

           SELECT ARCHIVO-TARJETAS ASSIGN TO 'tarjetas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TJ-NUMERO OF REGISTRO-TARJETA
               FILE STATUS IS WS-FILE-STATUS-MAE.

           SELECT ARCHIVO-DIARIO
               ASSIGN TO 'diario_movimientos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-DIA.

      *    Foto de la corrida anterior y foto nueva del maestro que
      *    se está comparando.
           SELECT ARCHIVO-FOTO
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-FOTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-FOT.

           SELECT ARCHIVO-FOTO-NUEVA
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-FOTO-NUEVA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-NUE.

           SELECT ARCHIVO-EXTRACTO
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-EXTRACTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-EXT.

           SELECT ARCHIVO-CONTROL-DW
               ASSIGN TO 'dw/control_extraccion.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CUENTAS.
           01  RCC.
           COPY "cuenta.cpy".

       FD  ARCHIVO-CLIENTES.
           01  REGISTRO-CLIENTE.
           COPY "cliente.cpy".

       FD  ARCHIVO-PRESTAMOS.
           01  REGISTRO-PRESTAMO.
           COPY "prestamo.cpy".

       FD  ARCHIVO-PLAZOS.
           01  REGISTRO-PLAZO.
           COPY "plazofijo.cpy".

       FD  ARCHIVO-TARJETAS.
           01  REGISTRO-TARJETA.
           COPY "tarjeta.cpy".

       FD  ARCHIVO-DIARIO.
           01  REGISTRO-DIARIO.
               05  JR-CUENTA           PIC 9(08).
               05  JR-DETALLE          PIC X(120).

      *    Clave del maestro (numérica, alineada a 16 dígitos para
      *    que el orden alfanumérico sea el de la clave) e imagen
      *    completa del registro.
       FD  ARCHIVO-FOTO.
           01  REGISTRO-FOTO.
               05  FT-CLAVE            PIC X(16).
               05  FT-IMAGEN           PIC X(600).

       FD  ARCHIVO-FOTO-NUEVA.
           01  REGISTRO-FOTO-NUEVA.
               05  FN-CLAVE            PIC X(16).
               05  FN-IMAGEN           PIC X(600).

       FD  ARCHIVO-EXTRACTO
           RECORD CONTAINS 200 CHARACTERS.
           01  LINEA-EXTRACTO          PIC X(200).

      *    Última fecha de proceso extraída y renglones del diario
      *    ya entregados.
       FD  ARCHIVO-CONTROL-DW.
           01  REGISTRO-CONTROL-DW.
               05  CD-FECHA-PROCESO    PIC 9(08).
               05  CD-RENGLONES-DIARIO PIC 9(10).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-MAE    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-DIA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-FOT    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-NUE    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-EXT    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-CTL    PIC XX VALUE '00'.
       01  NOMBRE-ARCHIVO-FOTO   PIC X(100).
       01  NOMBRE-ARCHIVO-FOTO-NUEVA PIC X(100).
       01  NOMBRE-ARCHIVO-EXTRACTO PIC X(100).
       01  WS-COMANDO            PIC X(100).

       01  WS-FECHA-HOY          PIC 9(08).

      *    Maestro que se está comparando.
       01  WS-ENTIDAD            PIC 9(01).
           88 ENTIDAD-CUENTAS    VALUE 1.
           88 ENTIDAD-CLIENTES   VALUE 2.
           88 ENTIDAD-PRESTAMOS  VALUE 3.
           88 ENTIDAD-PLAZOS     VALUE 4.
           88 ENTIDAD-TARJETAS   VALUE 5.
       01  WS-NOMBRE-ENTIDAD     PIC X(12).
       01  WS-ARCHIVO-ENTIDAD    PIC X(12).

      *    Fotos a reemplazar al final de una corrida completa:
      *    'S' por cada maestro que se pudo comparar.
       01  WS-FOTOS-GENERADAS.
           05 WS-FOTO-GENERADA   PIC X(01) OCCURS 5 TIMES.

       01  WS-ERROR-FATAL        PIC X(01) VALUE 'N'.
           88 HUBO-ERROR-FATAL   VALUE 'S'.
       01  WS-HAY-FOTO           PIC X(01).
           88 HAY-FOTO-ANTERIOR  VALUE 'S'.
       01  WS-EOF-DIA            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-DIA    VALUE 'Y'.

       01  WS-CLAVE-NUMERICA     PIC 9(16).
       01  WS-CLAVE-ACTUAL       PIC X(16).
       01  WS-CLAVE-FOTO         PIC X(16).
       01  WS-IMAGEN-ACTUAL      PIC X(600).
       01  WS-IMAGEN-FOTO        PIC X(600).
       01  WS-IMAGEN-EVALUAR     PIC X(600).

      *    A alta, M modificación, B baja, E eliminado del maestro.
       01  WS-OPERACION          PIC X(01).
       01  WS-ES-BAJA            PIC X(01).
           88 REGISTRO-DE-BAJA   VALUE 'S'.
       01  WS-ERA-BAJA           PIC X(01).

      *    Copias de trabajo para armar el renglón desde la imagen
      *    (la del maestro o, en las eliminadas, la de la foto).
       01  WS-REG-CUENTA.
           COPY "cuenta.cpy".
       01  WS-REG-CLIENTE.
           COPY "cliente.cpy".
       01  WS-REG-PRESTAMO.
           COPY "prestamo.cpy".
       01  WS-REG-PLAZO.
           COPY "plazofijo.cpy".
       01  WS-REG-TARJETA.
           COPY "tarjeta.cpy".
       01  WS-REG-MOVIMIENTO.
           COPY "movimientos.cpy".

       01  WS-IMPORTE-EDITADO    PIC -9(12).99.
       01  WS-IMPORTE-EDITADO-2  PIC -9(12).99.
       01  WS-TOTAL-EDITADO      PIC -9(15).99.
       01  WS-TOTAL-EDITADO-2    PIC -9(15).99.
       01  WS-TASA-EDITADA       PIC 9.9999.

      *    Control de la corrida.
       01  WS-RENGLONES-PREVIOS  PIC 9(10) VALUE ZERO.
       01  WS-RENGLONES-DIARIO   PIC 9(10) VALUE ZERO.
       01  WS-FECHA-ULTIMA       PIC 9(08) VALUE ZERO.

      *    Contadores del archivo que se está escribiendo.
       01  WS-CANT-REGISTROS     PIC 9(08).
       01  WS-CANT-ALTAS         PIC 9(08).
       01  WS-CANT-MODIFICADOS   PIC 9(08).
       01  WS-CANT-BAJAS         PIC 9(08).
       01  WS-CANT-ELIMINADOS    PIC 9(08).
       01  WS-TOTAL-IMPORTE      PIC S9(15)V99.
       01  WS-TOTAL-DEBITOS      PIC S9(15)V99.
       01  WS-TOTAL-CREDITOS     PIC S9(15)V99.

       01  WS-CANT-LEIDOS        PIC 9(08) VALUE ZERO.
       01  WS-CANT-EXTRAIDOS     PIC 9(08) VALUE ZERO.

      *    Contadores de la corrida publicados para el registro de
      *    pasos de la cadena nocturna (área común entre
      *    programas).
       01  CONTADORES-BATCH EXTERNAL.
           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- EXTRACCIÓN DE NOVEDADES PARA DW ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           MOVE 'mkdir -p dw' TO WS-COMANDO.
           CALL 'SYSTEM' USING WS-COMANDO.
           MOVE ZERO TO RETURN-CODE.
           PERFORM 050-LEER-CONTROL.
           IF WS-FECHA-ULTIMA = WS-FECHA-HOY
               DISPLAY '--> LA EXTRACCIÓN DEL ' WS-FECHA-HOY
                   ' YA FUE GENERADA'
               PERFORM 900-FINALIZAR-PROGRAMA
           END-IF.
           MOVE ALL 'N' TO WS-FOTOS-GENERADAS.

           PERFORM 100-EXTRAER-MOVIMIENTOS.
           PERFORM VARYING WS-ENTIDAD FROM 1 BY 1
                   UNTIL WS-ENTIDAD > 5 OR HUBO-ERROR-FATAL
               PERFORM 200-EXTRAER-MAESTRO
           END-PERFORM.

           IF HUBO-ERROR-FATAL
      *        El error fatal se publica para que la cadena
      *        nocturna se detenga; fotos y control quedan como
      *        estaban y la corrida se repite entera.
               DISPLAY '--> EXTRACCIÓN INCOMPLETA: SE REPITE ENTERA'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 800-CONFIRMAR-EXTRACCION
           END-IF.
           DISPLAY '---- REGISTROS LEÍDOS: ' WS-CANT-LEIDOS.
           DISPLAY '---- REGISTROS EXTRAÍDOS: ' WS-CANT-EXTRAIDOS.
           MOVE WS-CANT-LEIDOS TO CB-PROCESADOS.
           MOVE WS-CANT-EXTRAIDOS TO CB-APLICADOS.
           PERFORM 900-FINALIZAR-PROGRAMA.

      *    Sin control todavía (primera corrida) se arranca desde el
      *    principio del diario.
           050-LEER-CONTROL SECTION.
               OPEN INPUT ARCHIVO-CONTROL-DW.
               IF WS-FILE-STATUS-CTL = '00'
                   READ ARCHIVO-CONTROL-DW
                       NOT AT END
                           MOVE CD-FECHA-PROCESO TO WS-FECHA-ULTIMA
                           MOVE CD-RENGLONES-DIARIO
                               TO WS-RENGLONES-PREVIOS
                   END-READ
                   CLOSE ARCHIVO-CONTROL-DW
               END-IF.

      *    Movimientos: los renglones del diario posteriores a la
      *    extracción anterior. Las patas de bóveda (cuenta cero)
      *    no son movimientos de clientes y no se extraen.
           100-EXTRAER-MOVIMIENTOS SECTION.
               MOVE 'MOVIMIENTOS' TO WS-NOMBRE-ENTIDAD.
               MOVE 'movimientos' TO WS-ARCHIVO-ENTIDAD.
               PERFORM 700-ABRIR-EXTRACTO.
               IF NOT HUBO-ERROR-FATAL
                   MOVE ZERO TO WS-TOTAL-DEBITOS
                   MOVE ZERO TO WS-TOTAL-CREDITOS
                   MOVE ZERO TO WS-RENGLONES-DIARIO
                   OPEN INPUT ARCHIVO-DIARIO
                   IF WS-FILE-STATUS-DIA = '00'
                       PERFORM UNTIL FIN-ARCHIVO-DIA
                           READ ARCHIVO-DIARIO
                               AT END
                                   SET FIN-ARCHIVO-DIA TO TRUE
                               NOT AT END
                                   ADD 1 TO WS-RENGLONES-DIARIO
                                   IF WS-RENGLONES-DIARIO
                                      > WS-RENGLONES-PREVIOS
                                      AND JR-CUENTA NOT = ZERO
                                       PERFORM 110-ESCRIBIR-MOVIMIENTO
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE ARCHIVO-DIARIO
                   ELSE
                   IF WS-FILE-STATUS-DIA NOT = '35'
      *                Sin leer el diario no se puede saber hasta
      *                dónde se entregó: la corrida no se confirma.
                       DISPLAY 'ERROR AL ABRIR EL DIARIO DE POSTEOS'
                       MOVE 'S' TO WS-ERROR-FATAL
                   END-IF
                   END-IF
      *            Un diario más corto que lo ya entregado fue
      *            reemplazado (restauración de respaldo): se avisa
      *            y la próxima corrida sigue desde su largo actual.
                   IF WS-RENGLONES-DIARIO < WS-RENGLONES-PREVIOS
                       DISPLAY '--> EL DIARIO DE POSTEOS ES MÁS CORTO '
                           'QUE LA EXTRACCIÓN ANTERIOR'
                   END-IF
                   MOVE WS-TOTAL-DEBITOS TO WS-TOTAL-EDITADO
                   MOVE WS-TOTAL-CREDITOS TO WS-TOTAL-EDITADO-2
                   MOVE SPACES TO LINEA-EXTRACTO
                   STRING
                       "FIN|MOVIMIENTOS|" DELIMITED BY SIZE
                       WS-FECHA-HOY DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-CANT-REGISTROS DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-TOTAL-EDITADO DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-TOTAL-EDITADO-2 DELIMITED BY SIZE
                       INTO LINEA-EXTRACTO
                   END-STRING
                   WRITE LINEA-EXTRACTO
                   CLOSE ARCHIVO-EXTRACTO
                   DISPLAY '--> MOVIMIENTOS: ' WS-CANT-REGISTROS
               END-IF.

      *    Débitos (debe y punitorio) y créditos se totalizan por
      *    separado, como en el cierre diario.
           110-ESCRIBIR-MOVIMIENTO SECTION.
               ADD 1 TO WS-CANT-LEIDOS.
               MOVE JR-DETALLE TO WS-REG-MOVIMIENTO.
               EVALUATE TRUE
                   WHEN DEBE OF WS-REG-MOVIMIENTO
                   WHEN PUNITORIO OF WS-REG-MOVIMIENTO
                       ADD MONTO OF WS-REG-MOVIMIENTO
                           TO WS-TOTAL-DEBITOS
                   WHEN OTHER
                       ADD MONTO OF WS-REG-MOVIMIENTO
                           TO WS-TOTAL-CREDITOS
               END-EVALUATE.
               MOVE MONTO OF WS-REG-MOVIMIENTO TO WS-IMPORTE-EDITADO.
               MOVE SPACES TO LINEA-EXTRACTO.
               STRING
                   JR-CUENTA DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FECHA-MOVIMIENTO OF WS-REG-MOVIMIENTO
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   TIPO-MOVIMIENTO OF WS-REG-MOVIMIENTO
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   CONCEPTO OF WS-REG-MOVIMIENTO DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-IMPORTE-EDITADO DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   MONEDA OF WS-REG-MOVIMIENTO DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   SUCURSAL OF WS-REG-MOVIMIENTO DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   CANAL OF WS-REG-MOVIMIENTO DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   OPERADOR OF WS-REG-MOVIMIENTO DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FECHA-VALOR OF WS-REG-MOVIMIENTO DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   REFERENCIA-ANULACION OF WS-REG-MOVIMIENTO
                       DELIMITED BY SIZE
                   INTO LINEA-EXTRACTO
               END-STRING.
               WRITE LINEA-EXTRACTO.
               ADD 1 TO WS-CANT-REGISTROS.
               ADD 1 TO WS-CANT-EXTRAIDOS.

      *    Maestros: apareo del maestro (leído en orden de clave)
      *    con la foto anterior, que quedó grabada en el mismo
      *    orden. Cada registro del maestro pasa a la foto nueva.
           200-EXTRAER-MAESTRO SECTION.
               EVALUATE TRUE
                   WHEN ENTIDAD-CUENTAS
                       MOVE 'CUENTAS' TO WS-NOMBRE-ENTIDAD
                       MOVE 'cuentas' TO WS-ARCHIVO-ENTIDAD
                       OPEN INPUT ARCHIVO-CUENTAS
                   WHEN ENTIDAD-CLIENTES
                       MOVE 'CLIENTES' TO WS-NOMBRE-ENTIDAD
                       MOVE 'clientes' TO WS-ARCHIVO-ENTIDAD
                       OPEN INPUT ARCHIVO-CLIENTES
                   WHEN ENTIDAD-PRESTAMOS
                       MOVE 'PRESTAMOS' TO WS-NOMBRE-ENTIDAD
                       MOVE 'prestamos' TO WS-ARCHIVO-ENTIDAD
                       OPEN INPUT ARCHIVO-PRESTAMOS
                   WHEN ENTIDAD-PLAZOS
                       MOVE 'PLAZOS-FIJOS' TO WS-NOMBRE-ENTIDAD
                       MOVE 'plazosfijos' TO WS-ARCHIVO-ENTIDAD
                       OPEN INPUT ARCHIVO-PLAZOS
                   WHEN ENTIDAD-TARJETAS
                       MOVE 'TARJETAS' TO WS-NOMBRE-ENTIDAD
                       MOVE 'tarjetas' TO WS-ARCHIVO-ENTIDAD
                       OPEN INPUT ARCHIVO-TARJETAS
               END-EVALUATE.
               IF WS-FILE-STATUS-MAE = '35'
      *            Maestro que todavía no existe: no hay novedades
      *            y su foto (si la hay) queda como estaba.
                   DISPLAY '--> SIN ARCHIVO DE ' WS-NOMBRE-ENTIDAD
               ELSE
               IF WS-FILE-STATUS-MAE NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE '
                       WS-NOMBRE-ENTIDAD
                   MOVE 'S' TO WS-ERROR-FATAL
               ELSE
                   PERFORM 210-APAREAR-CON-FOTO
                   PERFORM 290-CERRAR-MAESTRO
               END-IF
               END-IF.

           210-APAREAR-CON-FOTO SECTION.
               MOVE SPACES TO NOMBRE-ARCHIVO-FOTO.
               STRING
                   "dw/foto_" DELIMITED BY SIZE
                   WS-ARCHIVO-ENTIDAD DELIMITED BY SPACE
                   ".dat" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-FOTO
               END-STRING.
               MOVE SPACES TO NOMBRE-ARCHIVO-FOTO-NUEVA.
               STRING
                   "dw/foto_" DELIMITED BY SIZE
                   WS-ARCHIVO-ENTIDAD DELIMITED BY SPACE
                   ".nueva" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-FOTO-NUEVA
               END-STRING.

               OPEN OUTPUT ARCHIVO-FOTO-NUEVA.
               IF WS-FILE-STATUS-NUE NOT = '00'
                   DISPLAY 'ERROR AL CREAR LA FOTO DE '
                       WS-NOMBRE-ENTIDAD
                   MOVE 'S' TO WS-ERROR-FATAL
               ELSE
                   PERFORM 700-ABRIR-EXTRACTO
                   IF HUBO-ERROR-FATAL
                       CLOSE ARCHIVO-FOTO-NUEVA
                   END-IF
               END-IF.
               IF NOT HUBO-ERROR-FATAL
                   MOVE ZERO TO WS-TOTAL-IMPORTE
                   MOVE 'N' TO WS-HAY-FOTO
                   OPEN INPUT ARCHIVO-FOTO
                   IF WS-FILE-STATUS-FOT = '00'
                       SET HAY-FOTO-ANTERIOR TO TRUE
                   ELSE
                       DISPLAY '--> SIN FOTO ANTERIOR DE '
                           WS-NOMBRE-ENTIDAD ': CARGA INICIAL'
                   END-IF
                   PERFORM 220-LEER-MAESTRO
                   PERFORM 230-LEER-FOTO
                   PERFORM UNTIL WS-CLAVE-ACTUAL = HIGH-VALUES
                             AND WS-CLAVE-FOTO = HIGH-VALUES
                       PERFORM 240-COMPARAR-CLAVES
                   END-PERFORM
                   IF HAY-FOTO-ANTERIOR
                       CLOSE ARCHIVO-FOTO
                   END-IF
                   CLOSE ARCHIVO-FOTO-NUEVA
                   PERFORM 710-CERRAR-EXTRACTO
                   MOVE 'S' TO WS-FOTO-GENERADA (WS-ENTIDAD)
               END-IF.

           220-LEER-MAESTRO SECTION.
               MOVE HIGH-VALUES TO WS-CLAVE-ACTUAL.
               EVALUATE TRUE
                   WHEN ENTIDAD-CUENTAS
                       READ ARCHIVO-CUENTAS NEXT RECORD
                           NOT AT END
                               MOVE CC-NUMERO-CUENTA OF RCC
                                   TO WS-CLAVE-NUMERICA
                               MOVE WS-CLAVE-NUMERICA
                                   TO WS-CLAVE-ACTUAL
                               MOVE RCC TO WS-IMAGEN-ACTUAL
                       END-READ
                   WHEN ENTIDAD-CLIENTES
                       READ ARCHIVO-CLIENTES NEXT RECORD
                           NOT AT END
                               MOVE CLI-DNI OF REGISTRO-CLIENTE
                                   TO WS-CLAVE-NUMERICA
                               MOVE WS-CLAVE-NUMERICA
                                   TO WS-CLAVE-ACTUAL
                               MOVE REGISTRO-CLIENTE
                                   TO WS-IMAGEN-ACTUAL
                       END-READ
                   WHEN ENTIDAD-PRESTAMOS
                       READ ARCHIVO-PRESTAMOS NEXT RECORD
                           NOT AT END
                               MOVE PR-NUMERO OF REGISTRO-PRESTAMO
                                   TO WS-CLAVE-NUMERICA
                               MOVE WS-CLAVE-NUMERICA
                                   TO WS-CLAVE-ACTUAL
                               MOVE REGISTRO-PRESTAMO
                                   TO WS-IMAGEN-ACTUAL
                       END-READ
                   WHEN ENTIDAD-PLAZOS
                       READ ARCHIVO-PLAZOS NEXT RECORD
                           NOT AT END
                               MOVE PF-NUMERO OF REGISTRO-PLAZO
                                   TO WS-CLAVE-NUMERICA
                               MOVE WS-CLAVE-NUMERICA
                                   TO WS-CLAVE-ACTUAL
                               MOVE REGISTRO-PLAZO
                                   TO WS-IMAGEN-ACTUAL
                       END-READ
                   WHEN ENTIDAD-TARJETAS
                       READ ARCHIVO-TARJETAS NEXT RECORD
                           NOT AT END
                               MOVE TJ-NUMERO OF REGISTRO-TARJETA
                                   TO WS-CLAVE-NUMERICA
                               MOVE WS-CLAVE-NUMERICA
                                   TO WS-CLAVE-ACTUAL
                               MOVE REGISTRO-TARJETA
                                   TO WS-IMAGEN-ACTUAL
                       END-READ
               END-EVALUATE.
               IF WS-CLAVE-ACTUAL NOT = HIGH-VALUES
                   ADD 1 TO WS-CANT-LEIDOS
               END-IF.

           230-LEER-FOTO SECTION.
               MOVE HIGH-VALUES TO WS-CLAVE-FOTO.
               IF HAY-FOTO-ANTERIOR
                   READ ARCHIVO-FOTO
                       NOT AT END
                           MOVE FT-CLAVE TO WS-CLAVE-FOTO
                           MOVE FT-IMAGEN TO WS-IMAGEN-FOTO
                   END-READ
               END-IF.

           240-COMPARAR-CLAVES SECTION.
               IF WS-CLAVE-ACTUAL < WS-CLAVE-FOTO
                   MOVE 'A' TO WS-OPERACION
                   MOVE WS-IMAGEN-ACTUAL TO WS-IMAGEN-EVALUAR
                   PERFORM 600-ESCRIBIR-NOVEDAD
                   PERFORM 250-GRABAR-FOTO-NUEVA
                   PERFORM 220-LEER-MAESTRO
               ELSE
               IF WS-CLAVE-ACTUAL > WS-CLAVE-FOTO
      *            Ya no está en el maestro: se informa con la
      *            última imagen conocida.
                   MOVE 'E' TO WS-OPERACION
                   MOVE WS-IMAGEN-FOTO TO WS-IMAGEN-EVALUAR
                   PERFORM 600-ESCRIBIR-NOVEDAD
                   PERFORM 230-LEER-FOTO
               ELSE
                   IF WS-IMAGEN-ACTUAL NOT = WS-IMAGEN-FOTO
                       PERFORM 260-CLASIFICAR-CAMBIO
                       MOVE WS-IMAGEN-ACTUAL TO WS-IMAGEN-EVALUAR
                       PERFORM 600-ESCRIBIR-NOVEDAD
                   END-IF
                   PERFORM 250-GRABAR-FOTO-NUEVA
                   PERFORM 220-LEER-MAESTRO
                   PERFORM 230-LEER-FOTO
               END-IF
               END-IF.

           250-GRABAR-FOTO-NUEVA SECTION.
               MOVE WS-CLAVE-ACTUAL TO FN-CLAVE.
               MOVE WS-IMAGEN-ACTUAL TO FN-IMAGEN.
               WRITE REGISTRO-FOTO-NUEVA.

      *    Un cambio es baja cuando el registro pasa a un estado
      *    de cerrado que antes no tenía; cualquier otro cambio es
      *    modificación.
           260-CLASIFICAR-CAMBIO SECTION.
               MOVE WS-IMAGEN-FOTO TO WS-IMAGEN-EVALUAR.
               PERFORM 270-EVALUAR-BAJA.
               MOVE WS-ES-BAJA TO WS-ERA-BAJA.
               MOVE WS-IMAGEN-ACTUAL TO WS-IMAGEN-EVALUAR.
               PERFORM 270-EVALUAR-BAJA.
               IF REGISTRO-DE-BAJA AND WS-ERA-BAJA = 'N'
                   MOVE 'B' TO WS-OPERACION
               ELSE
                   MOVE 'M' TO WS-OPERACION
               END-IF.

           270-EVALUAR-BAJA SECTION.
               MOVE 'N' TO WS-ES-BAJA.
               EVALUATE TRUE
                   WHEN ENTIDAD-CUENTAS
                       MOVE WS-IMAGEN-EVALUAR TO WS-REG-CUENTA
                       IF CUENTA-CERRADA OF WS-REG-CUENTA
                           MOVE 'S' TO WS-ES-BAJA
                       END-IF
                   WHEN ENTIDAD-CLIENTES
                       MOVE WS-IMAGEN-EVALUAR TO WS-REG-CLIENTE
                       IF CLIENTE-DE-BAJA OF WS-REG-CLIENTE
                          OR CLIENTE-FALLECIDO OF WS-REG-CLIENTE
                           MOVE 'S' TO WS-ES-BAJA
                       END-IF
                   WHEN ENTIDAD-PRESTAMOS
                       MOVE WS-IMAGEN-EVALUAR TO WS-REG-PRESTAMO
                       IF NOT PRESTAMO-VIGENTE OF WS-REG-PRESTAMO
                           MOVE 'S' TO WS-ES-BAJA
                       END-IF
                   WHEN ENTIDAD-PLAZOS
                       MOVE WS-IMAGEN-EVALUAR TO WS-REG-PLAZO
                       IF NOT PF-VIGENTE OF WS-REG-PLAZO
                           MOVE 'S' TO WS-ES-BAJA
                       END-IF
                   WHEN ENTIDAD-TARJETAS
                       MOVE WS-IMAGEN-EVALUAR TO WS-REG-TARJETA
                       IF TARJETA-DE-BAJA OF WS-REG-TARJETA
                           MOVE 'S' TO WS-ES-BAJA
                       END-IF
               END-EVALUATE.

           290-CERRAR-MAESTRO SECTION.
               EVALUATE TRUE
                   WHEN ENTIDAD-CUENTAS
                       CLOSE ARCHIVO-CUENTAS
                   WHEN ENTIDAD-CLIENTES
                       CLOSE ARCHIVO-CLIENTES
                   WHEN ENTIDAD-PRESTAMOS
                       CLOSE ARCHIVO-PRESTAMOS
                   WHEN ENTIDAD-PLAZOS
                       CLOSE ARCHIVO-PLAZOS
                   WHEN ENTIDAD-TARJETAS
                       CLOSE ARCHIVO-TARJETAS
               END-EVALUATE.

      *    Renglón de novedad de un maestro: operación y los campos
      *    del registro que usa gestión, de ancho fijo. El importe
      *    de cada maestro (saldo, monto, capital) suma al total
      *    de control; clientes y tarjetas no llevan importe.
           600-ESCRIBIR-NOVEDAD SECTION.
               EVALUATE WS-OPERACION
                   WHEN 'A' ADD 1 TO WS-CANT-ALTAS
                   WHEN 'M' ADD 1 TO WS-CANT-MODIFICADOS
                   WHEN 'B' ADD 1 TO WS-CANT-BAJAS
                   WHEN 'E' ADD 1 TO WS-CANT-ELIMINADOS
               END-EVALUATE.
               MOVE SPACES TO LINEA-EXTRACTO.
               EVALUATE TRUE
                   WHEN ENTIDAD-CUENTAS
                       PERFORM 610-ARMAR-CUENTA
                   WHEN ENTIDAD-CLIENTES
                       PERFORM 620-ARMAR-CLIENTE
                   WHEN ENTIDAD-PRESTAMOS
                       PERFORM 630-ARMAR-PRESTAMO
                   WHEN ENTIDAD-PLAZOS
                       PERFORM 640-ARMAR-PLAZO
                   WHEN ENTIDAD-TARJETAS
                       PERFORM 650-ARMAR-TARJETA
               END-EVALUATE.
               WRITE LINEA-EXTRACTO.
               ADD 1 TO WS-CANT-REGISTROS.
               ADD 1 TO WS-CANT-EXTRAIDOS.

           610-ARMAR-CUENTA SECTION.
               MOVE WS-IMAGEN-EVALUAR TO WS-REG-CUENTA.
               ADD CC-SALDO OF WS-REG-CUENTA TO WS-TOTAL-IMPORTE.
               MOVE CC-SALDO OF WS-REG-CUENTA TO WS-IMPORTE-EDITADO.
               MOVE CC-LIMITE-DESCUBIERTO OF WS-REG-CUENTA
                   TO WS-IMPORTE-EDITADO-2.
               STRING
                   WS-OPERACION DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   CC-NUMERO-CUENTA OF WS-REG-CUENTA
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   CC-DNI-TITULAR OF WS-REG-CUENTA DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   CC-TIPO-CUENTA OF WS-REG-CUENTA DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   CC-MONEDA OF WS-REG-CUENTA DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   CC-ESTADO-CUENTA OF WS-REG-CUENTA
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   CC-SUCURSAL OF WS-REG-CUENTA DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-IMPORTE-EDITADO DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-IMPORTE-EDITADO-2 DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   CC-FECHA-APERTURA OF WS-REG-CUENTA (1:8)
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   CC-FECHA-CIERRE OF WS-REG-CUENTA DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   CC-CUENTA-SUELDO OF WS-REG-CUENTA
                       DELIMITED BY SIZE
                   INTO LINEA-EXTRACTO
               END-STRING.

           620-ARMAR-CLIENTE SECTION.
               MOVE WS-IMAGEN-EVALUAR TO WS-REG-CLIENTE.
               STRING
                   WS-OPERACION DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   CLI-DNI OF WS-REG-CLIENTE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   CLI-NOMBRE OF WS-REG-CLIENTE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   CLI-TIPO-PERSONA OF WS-REG-CLIENTE
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   CLI-CUIT OF WS-REG-CLIENTE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   CLI-ESTADO OF WS-REG-CLIENTE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   CLI-CATEGORIA-RIESGO OF WS-REG-CLIENTE
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   CLI-VINCULACION OF WS-REG-CLIENTE
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   CLI-GRUPO-ECONOMICO OF WS-REG-CLIENTE
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   CLI-OFICIAL OF WS-REG-CLIENTE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   CLI-FECHA-NACIMIENTO OF WS-REG-CLIENTE
                       DELIMITED BY SIZE
                   INTO LINEA-EXTRACTO
               END-STRING.

           630-ARMAR-PRESTAMO SECTION.
               MOVE WS-IMAGEN-EVALUAR TO WS-REG-PRESTAMO.
               ADD PR-MONTO OF WS-REG-PRESTAMO TO WS-TOTAL-IMPORTE.
               MOVE PR-MONTO OF WS-REG-PRESTAMO TO WS-IMPORTE-EDITADO.
               MOVE PR-TASA OF WS-REG-PRESTAMO TO WS-TASA-EDITADA.
               STRING
                   WS-OPERACION DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   PR-NUMERO OF WS-REG-PRESTAMO DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   PR-CUENTA OF WS-REG-PRESTAMO DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   PR-TIPO OF WS-REG-PRESTAMO DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   PR-ESTADO OF WS-REG-PRESTAMO DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   PR-EN-MORA OF WS-REG-PRESTAMO DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-IMPORTE-EDITADO DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-TASA-EDITADA DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   PR-CANT-CUOTAS OF WS-REG-PRESTAMO
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   PR-FECHA-ALTA OF WS-REG-PRESTAMO DELIMITED BY SIZE
                   INTO LINEA-EXTRACTO
               END-STRING.

           640-ARMAR-PLAZO SECTION.
               MOVE WS-IMAGEN-EVALUAR TO WS-REG-PLAZO.
               ADD PF-CAPITAL OF WS-REG-PLAZO TO WS-TOTAL-IMPORTE.
               MOVE PF-CAPITAL OF WS-REG-PLAZO TO WS-IMPORTE-EDITADO.
               MOVE PF-INTERES-PAGADO OF WS-REG-PLAZO
                   TO WS-IMPORTE-EDITADO-2.
               MOVE PF-TASA OF WS-REG-PLAZO TO WS-TASA-EDITADA.
               STRING
                   WS-OPERACION DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   PF-NUMERO OF WS-REG-PLAZO DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   PF-CUENTA-ORIGEN OF WS-REG-PLAZO DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   PF-ESTADO OF WS-REG-PLAZO DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-IMPORTE-EDITADO DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-TASA-EDITADA DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   PF-FECHA-INICIO OF WS-REG-PLAZO DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   PF-FECHA-VENCIMIENTO OF WS-REG-PLAZO
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-IMPORTE-EDITADO-2 DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   PF-FECHA-LIQUIDACION OF WS-REG-PLAZO
                       DELIMITED BY SIZE
                   INTO LINEA-EXTRACTO
               END-STRING.

           650-ARMAR-TARJETA SECTION.
               MOVE WS-IMAGEN-EVALUAR TO WS-REG-TARJETA.
               STRING
                   WS-OPERACION DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   TJ-NUMERO OF WS-REG-TARJETA DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   TJ-CUENTA OF WS-REG-TARJETA DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   TJ-TIPO OF WS-REG-TARJETA DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   TJ-ESTADO OF WS-REG-TARJETA DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   TJ-FECHA-EMISION OF WS-REG-TARJETA
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   TJ-FECHA-VENCIMIENTO OF WS-REG-TARJETA
                       DELIMITED BY SIZE
                   INTO LINEA-EXTRACTO
               END-STRING.

      *    Archivo de novedades de la entidad: renglón CAB con la
      *    entidad y la fecha de proceso, y al cerrar el renglón
      *    FIN de control.
           700-ABRIR-EXTRACTO SECTION.
               MOVE ZERO TO WS-CANT-REGISTROS.
               MOVE ZERO TO WS-CANT-ALTAS.
               MOVE ZERO TO WS-CANT-MODIFICADOS.
               MOVE ZERO TO WS-CANT-BAJAS.
               MOVE ZERO TO WS-CANT-ELIMINADOS.
               MOVE SPACES TO NOMBRE-ARCHIVO-EXTRACTO.
               STRING
                   "dw/" DELIMITED BY SIZE
                   WS-ARCHIVO-ENTIDAD DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-EXTRACTO
               END-STRING.
               OPEN OUTPUT ARCHIVO-EXTRACTO.
               IF WS-FILE-STATUS-EXT NOT = '00'
                   DISPLAY 'ERROR AL CREAR ' NOMBRE-ARCHIVO-EXTRACTO
                   MOVE 'S' TO WS-ERROR-FATAL
               ELSE
                   MOVE SPACES TO LINEA-EXTRACTO
                   STRING
                       "CAB|" DELIMITED BY SIZE
                       WS-NOMBRE-ENTIDAD DELIMITED BY SPACE
                       "|" DELIMITED BY SIZE
                       WS-FECHA-HOY DELIMITED BY SIZE
                       INTO LINEA-EXTRACTO
                   END-STRING
                   WRITE LINEA-EXTRACTO
               END-IF.

           710-CERRAR-EXTRACTO SECTION.
               MOVE WS-TOTAL-IMPORTE TO WS-TOTAL-EDITADO.
               MOVE SPACES TO LINEA-EXTRACTO.
               STRING
                   "FIN|" DELIMITED BY SIZE
                   WS-NOMBRE-ENTIDAD DELIMITED BY SPACE
                   "|" DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-CANT-REGISTROS DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-CANT-ALTAS DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-CANT-MODIFICADOS DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-CANT-BAJAS DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-CANT-ELIMINADOS DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-TOTAL-EDITADO DELIMITED BY SIZE
                   INTO LINEA-EXTRACTO
               END-STRING.
               WRITE LINEA-EXTRACTO.
               CLOSE ARCHIVO-EXTRACTO.
               DISPLAY '--> ' WS-NOMBRE-ENTIDAD ': '
                   WS-CANT-REGISTROS ' NOVEDADES'.

      *    Corrida completa: las fotos nuevas reemplazan a las
      *    anteriores y el control guarda la fecha y hasta dónde
      *    se leyó el diario.
           800-CONFIRMAR-EXTRACCION SECTION.
               PERFORM VARYING WS-ENTIDAD FROM 1 BY 1
                       UNTIL WS-ENTIDAD > 5
                   IF WS-FOTO-GENERADA (WS-ENTIDAD) = 'S'
                       PERFORM 810-REEMPLAZAR-FOTO
                   END-IF
               END-PERFORM.
      *        El código de retorno del renombre no es de la cadena.
               MOVE ZERO TO RETURN-CODE.
               OPEN OUTPUT ARCHIVO-CONTROL-DW.
               IF WS-FILE-STATUS-CTL NOT = '00'
                   DISPLAY 'ERROR AL GRABAR EL CONTROL DE EXTRACCIÓN'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-FECHA-HOY TO CD-FECHA-PROCESO
                   MOVE WS-RENGLONES-DIARIO TO CD-RENGLONES-DIARIO
                   WRITE REGISTRO-CONTROL-DW
                   CLOSE ARCHIVO-CONTROL-DW
               END-IF.

           810-REEMPLAZAR-FOTO SECTION.
               EVALUATE TRUE
                   WHEN ENTIDAD-CUENTAS
                       MOVE 'cuentas' TO WS-ARCHIVO-ENTIDAD
                   WHEN ENTIDAD-CLIENTES
                       MOVE 'clientes' TO WS-ARCHIVO-ENTIDAD
                   WHEN ENTIDAD-PRESTAMOS
                       MOVE 'prestamos' TO WS-ARCHIVO-ENTIDAD
                   WHEN ENTIDAD-PLAZOS
                       MOVE 'plazosfijos' TO WS-ARCHIVO-ENTIDAD
                   WHEN ENTIDAD-TARJETAS
                       MOVE 'tarjetas' TO WS-ARCHIVO-ENTIDAD
               END-EVALUATE.
               MOVE SPACES TO NOMBRE-ARCHIVO-FOTO.
               STRING
                   "dw/foto_" DELIMITED BY SIZE
                   WS-ARCHIVO-ENTIDAD DELIMITED BY SPACE
                   ".dat" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-FOTO
               END-STRING.
               MOVE SPACES TO NOMBRE-ARCHIVO-FOTO-NUEVA.
               STRING
                   "dw/foto_" DELIMITED BY SIZE
                   WS-ARCHIVO-ENTIDAD DELIMITED BY SPACE
                   ".nueva" DELIMITED BY SIZE
                   INTO NOMBRE-ARCHIVO-FOTO-NUEVA
               END-STRING.
               CALL 'CBL_DELETE_FILE' USING NOMBRE-ARCHIVO-FOTO.
               CALL 'CBL_RENAME_FILE' USING
                   NOMBRE-ARCHIVO-FOTO-NUEVA NOMBRE-ARCHIVO-FOTO.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
