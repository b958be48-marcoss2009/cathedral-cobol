       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONAR-COBRANZA.
       AUTHOR. MARCOS MUÑOZ.

      * Gestión de cobranza de los gestores: lista los casos
      * abiertos con su etapa, atraso y promesa vigente, muestra
      * el caso de un cliente con toda su bitácora, y registra los
      * contactos (llamados, entrevistas) y las promesas de pago
      * con su fecha y monto. El batch SEGUIMIENTO-COBRANZA es el
      * que abre, hace avanzar y cierra los casos; acá sólo se
      * documenta lo que el gestor hizo y lo que el cliente se
      * comprometió a pagar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CASOS-COBRANZA
               ASSIGN TO 'casos_cobranza.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-CLAVE OF REGISTRO-CASO-COBRANZA
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVO-GESTIONES
               ASSIGN TO 'gestiones_cobranza.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GES-CLAVE OF REGISTRO-GESTION
               FILE STATUS IS WS-FILE-STATUS-GES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CASOS-COBRANZA.
           01 REGISTRO-CASO-COBRANZA.
               COPY "casocobranza.cpy".

       FD  ARCHIVO-GESTIONES.
           01 REGISTRO-GESTION.
               COPY "gestioncobranza.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE '00'.
       01  WS-FILE-STATUS-GES    PIC XX VALUE '00'.

       01  WS-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'Y'.
       01  WS-EOF-GES            PIC X(01) VALUE 'N'.
           88 FIN-ARCHIVO-GES    VALUE 'Y'.

       01  OPCION-COBRANZA       PIC 9.
       01  WS-CONTINUAR          PIC X(01) VALUE 'S'.
           88 CONTINUAR          VALUE 'S'.

       01  WS-DNI-ELEGIDO        PIC 9(08).
       01  WS-APERTURA-HALLADA   PIC 9(08).
       01  WS-CASO-ENCONTRADO    PIC X(01) VALUE 'N'.
           88 CASO-ENCONTRADO    VALUE 'S'.
       01  WS-CONFIRMA           PIC X(01).

       01  WS-FECHA-HOY          PIC 9(08).
       01  WS-CANT-ABIERTOS      PIC 9(06) VALUE ZERO.

       01  WS-NOMBRES-ETAPA-INICIALES.
           05 FILLER             PIC X(16) VALUE 'RECORDATORIO'.
           05 FILLER             PIC X(16) VALUE 'LLAMADO'.
           05 FILLER             PIC X(16) VALUE 'CARTA DOCUMENTO'.
           05 FILLER             PIC X(16) VALUE 'AGENCIA EXTERNA'.
           05 FILLER             PIC X(16) VALUE 'LEGALES'.
       01  WS-NOMBRES-ETAPAS REDEFINES WS-NOMBRES-ETAPA-INICIALES.
           05 WS-NOMBRE-ETAPA    PIC X(16) OCCURS 5 TIMES.

      *    Gestión a registrar.
       01  WS-TIPO-GESTION       PIC X(01).
       01  WS-DETALLE-GESTION    PIC X(40).
       01  WS-FECHA-PROMESA      PIC 9(08).
       01  WS-MONTO-PROMESA      PIC S9(12)V99.
       01  WS-MONTO-EDITADO      PIC Z(11)9.99.

       01  WS-MONTO-DISPLAY      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
      *    Operador validado en el inicio de sesión.
       01  LK-OPERADOR           PIC X(08).

       PROCEDURE DIVISION USING LK-OPERADOR.
       000-MAIN-LOGIC SECTION.
           DISPLAY '---- GESTIÓN DE COBRANZA ----'.
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           OPEN I-O ARCHIVO-CASOS-COBRANZA.
           IF WS-FILE-STATUS = '35'
               DISPLAY '--> NO HAY CASOS DE COBRANZA'
           ELSE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR AL ABRIR LOS CASOS DE COBRANZA'
           ELSE
               OPEN I-O ARCHIVO-GESTIONES
               IF WS-FILE-STATUS-GES = '35'
                   OPEN OUTPUT ARCHIVO-GESTIONES
                   CLOSE ARCHIVO-GESTIONES
                   OPEN I-O ARCHIVO-GESTIONES
               END-IF
               IF WS-FILE-STATUS-GES NOT = '00'
                   DISPLAY 'ERROR AL ABRIR LA BITÁCORA DE COBRANZA'
               ELSE
                   PERFORM UNTIL NOT CONTINUAR
                       PERFORM 100-MENU-COBRANZA
                   END-PERFORM
                   CLOSE ARCHIVO-GESTIONES
               END-IF
               CLOSE ARCHIVO-CASOS-COBRANZA
           END-IF
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-MENU-COBRANZA SECTION.
               DISPLAY '----> Seleccione la acción a realizar:'.
               DISPLAY '1. Listar casos abiertos'.
               DISPLAY '2. Consultar el caso de un cliente'.
               DISPLAY '3. Registrar un contacto'.
               DISPLAY '4. Registrar una promesa de pago'.
               DISPLAY '0. Salir'.
               DISPLAY 'Elija una opción: ' WITH NO ADVANCING.
               ACCEPT OPCION-COBRANZA.

               EVALUATE OPCION-COBRANZA
                   WHEN 1
                       PERFORM 200-LISTAR-ABIERTOS
                   WHEN 2
                       PERFORM 110-LOCALIZAR-CASO
                       IF CASO-ENCONTRADO
                           PERFORM 300-MOSTRAR-CASO
                       END-IF
                   WHEN 3
                       PERFORM 110-LOCALIZAR-CASO
                       IF CASO-ENCONTRADO
                           PERFORM 400-REGISTRAR-CONTACTO
                       END-IF
                   WHEN 4
                       PERFORM 110-LOCALIZAR-CASO
                       IF CASO-ENCONTRADO
                           PERFORM 500-REGISTRAR-PROMESA
                       END-IF
                   WHEN 0
                       MOVE 'N' TO WS-CONTINUAR
                   WHEN OTHER
                       DISPLAY '--> OPCIÓN INVÁLIDA'
               END-EVALUATE.

      *    El caso abierto del DNI es el último que tenga en ese
      *    estado; se relee por clave para poder actualizarlo.
           110-LOCALIZAR-CASO SECTION.
               MOVE 'N' TO WS-CASO-ENCONTRADO.
               MOVE ZERO TO WS-APERTURA-HALLADA.
               DISPLAY 'DNI del cliente: ' WITH NO ADVANCING.
               ACCEPT WS-DNI-ELEGIDO.
               MOVE 'N' TO WS-EOF-FLAG.
               MOVE WS-DNI-ELEGIDO
                   TO COB-DNI OF REGISTRO-CASO-COBRANZA.
               MOVE ZERO
                   TO COB-FECHA-APERTURA OF REGISTRO-CASO-COBRANZA.
               START ARCHIVO-CASOS-COBRANZA
                   KEY IS >= COB-CLAVE OF REGISTRO-CASO-COBRANZA
                   INVALID KEY
                       SET FIN-ARCHIVO TO TRUE
               END-START.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CASOS-COBRANZA NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF COB-DNI OF REGISTRO-CASO-COBRANZA
                              NOT = WS-DNI-ELEGIDO
                               SET FIN-ARCHIVO TO TRUE
                           ELSE
                               IF COBRANZA-ABIERTA
                                  OF REGISTRO-CASO-COBRANZA
                                   MOVE COB-FECHA-APERTURA
                                       OF REGISTRO-CASO-COBRANZA
                                       TO WS-APERTURA-HALLADA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-APERTURA-HALLADA = ZERO
                   DISPLAY '--> EL CLIENTE NO TIENE CASO DE '
                       'COBRANZA ABIERTO'
               ELSE
                   MOVE WS-DNI-ELEGIDO
                       TO COB-DNI OF REGISTRO-CASO-COBRANZA
                   MOVE WS-APERTURA-HALLADA
                       TO COB-FECHA-APERTURA OF REGISTRO-CASO-COBRANZA
                   READ ARCHIVO-CASOS-COBRANZA
                       KEY IS COB-CLAVE OF REGISTRO-CASO-COBRANZA
                       INVALID KEY
                           DISPLAY '--> CASO NO ENCONTRADO'
                       NOT INVALID KEY
                           MOVE 'S' TO WS-CASO-ENCONTRADO
                   END-READ
               END-IF.

           200-LISTAR-ABIERTOS SECTION.
               MOVE ZERO TO WS-CANT-ABIERTOS.
               MOVE 'N' TO WS-EOF-FLAG.
               MOVE ZERO TO COB-DNI OF REGISTRO-CASO-COBRANZA.
               MOVE ZERO
                   TO COB-FECHA-APERTURA OF REGISTRO-CASO-COBRANZA.
               START ARCHIVO-CASOS-COBRANZA
                   KEY IS >= COB-CLAVE OF REGISTRO-CASO-COBRANZA
                   INVALID KEY
                       SET FIN-ARCHIVO TO TRUE
               END-START.
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CASOS-COBRANZA NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF COBRANZA-ABIERTA
                              OF REGISTRO-CASO-COBRANZA
                               ADD 1 TO WS-CANT-ABIERTOS
                               PERFORM 210-MOSTRAR-RENGLON
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-CANT-ABIERTOS = ZERO
                   DISPLAY '--> NO HAY CASOS ABIERTOS'
               END-IF.

           210-MOSTRAR-RENGLON SECTION.
               MOVE COB-DEUDA-VENCIDA OF REGISTRO-CASO-COBRANZA
                   TO WS-MONTO-DISPLAY.
               IF PROMESA-PENDIENTE OF REGISTRO-CASO-COBRANZA
                   DISPLAY 'DNI ' COB-DNI OF REGISTRO-CASO-COBRANZA
                       ' ' WS-NOMBRE-ETAPA
                       (COB-ETAPA OF REGISTRO-CASO-COBRANZA)
                       ' DIAS:' COB-DIAS-ATRASO
                       OF REGISTRO-CASO-COBRANZA
                       ' VENCIDO:' WS-MONTO-DISPLAY
                       ' PROMESA:' COB-PROMESA-FECHA
                       OF REGISTRO-CASO-COBRANZA
               ELSE
                   DISPLAY 'DNI ' COB-DNI OF REGISTRO-CASO-COBRANZA
                       ' ' WS-NOMBRE-ETAPA
                       (COB-ETAPA OF REGISTRO-CASO-COBRANZA)
                       ' DIAS:' COB-DIAS-ATRASO
                       OF REGISTRO-CASO-COBRANZA
                       ' VENCIDO:' WS-MONTO-DISPLAY
               END-IF.

           300-MOSTRAR-CASO SECTION.
               DISPLAY '-------------------------------'.
               DISPLAY 'Cliente:     '
                   COB-DNI OF REGISTRO-CASO-COBRANZA
                   '  Cuenta: ' COB-CUENTA OF REGISTRO-CASO-COBRANZA.
               DISPLAY 'Abierto:     '
                   COB-FECHA-APERTURA OF REGISTRO-CASO-COBRANZA.
               DISPLAY 'Etapa:       '
                   COB-ETAPA OF REGISTRO-CASO-COBRANZA ' '
                   WS-NOMBRE-ETAPA
                   (COB-ETAPA OF REGISTRO-CASO-COBRANZA)
                   ' desde ' COB-FECHA-ETAPA OF REGISTRO-CASO-COBRANZA.
               DISPLAY 'Atraso:      '
                   COB-DIAS-ATRASO OF REGISTRO-CASO-COBRANZA ' días'.
               MOVE COB-DEUDA-VENCIDA OF REGISTRO-CASO-COBRANZA
                   TO WS-MONTO-DISPLAY.
               DISPLAY 'Vencido:     ' WS-MONTO-DISPLAY.
               IF PROMESA-PENDIENTE OF REGISTRO-CASO-COBRANZA
                   MOVE COB-PROMESA-MONTO OF REGISTRO-CASO-COBRANZA
                       TO WS-MONTO-DISPLAY
                   DISPLAY 'Promesa:     ' WS-MONTO-DISPLAY ' al '
                       COB-PROMESA-FECHA OF REGISTRO-CASO-COBRANZA
               END-IF.
               DISPLAY 'Bitácora:'.
               PERFORM 310-MOSTRAR-BITACORA.
               DISPLAY '-------------------------------'.

           310-MOSTRAR-BITACORA SECTION.
               MOVE 'N' TO WS-EOF-GES.
               MOVE COB-DNI OF REGISTRO-CASO-COBRANZA
                   TO GES-DNI OF REGISTRO-GESTION.
               MOVE COB-FECHA-APERTURA OF REGISTRO-CASO-COBRANZA
                   TO GES-FECHA-APERTURA OF REGISTRO-GESTION.
               MOVE ZERO TO GES-SECUENCIA OF REGISTRO-GESTION.
               START ARCHIVO-GESTIONES
                   KEY IS >= GES-CLAVE OF REGISTRO-GESTION
                   INVALID KEY
                       SET FIN-ARCHIVO-GES TO TRUE
               END-START.
               PERFORM UNTIL FIN-ARCHIVO-GES
                   READ ARCHIVO-GESTIONES NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO-GES TO TRUE
                       NOT AT END
                           IF GES-DNI OF REGISTRO-GESTION
                              NOT = COB-DNI OF REGISTRO-CASO-COBRANZA
                              OR GES-FECHA-APERTURA
                                 OF REGISTRO-GESTION
                              NOT = COB-FECHA-APERTURA
                                 OF REGISTRO-CASO-COBRANZA
                               SET FIN-ARCHIVO-GES TO TRUE
                           ELSE
                               DISPLAY '  '
                                   GES-FECHA OF REGISTRO-GESTION
                                   ' ' GES-TIPO OF REGISTRO-GESTION
                                   ' ' GES-DETALLE OF REGISTRO-GESTION
                                   ' ' GES-OPERADOR OF REGISTRO-GESTION
                           END-IF
                   END-READ
               END-PERFORM.

      *    Llamado o entrevista con el resultado en una línea.
           400-REGISTRAR-CONTACTO SECTION.
               DISPLAY 'Tipo de contacto (L=Llamado, E=Entrevista): '
                   WITH NO ADVANCING.
               ACCEPT WS-TIPO-GESTION.
               IF WS-TIPO-GESTION = 'l'
                   MOVE 'L' TO WS-TIPO-GESTION
               END-IF.
               IF WS-TIPO-GESTION = 'e'
                   MOVE 'E' TO WS-TIPO-GESTION
               END-IF.
               IF WS-TIPO-GESTION NOT = 'L'
                  AND WS-TIPO-GESTION NOT = 'E'
                   DISPLAY '--> TIPO DE CONTACTO INVÁLIDO'
               ELSE
                   DISPLAY 'Resultado del contacto: '
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-DETALLE-GESTION
                   ACCEPT WS-DETALLE-GESTION
                   IF WS-DETALLE-GESTION = SPACES
                       DISPLAY '--> OPERACIÓN CANCELADA'
                   ELSE
                       PERFORM 600-REGISTRAR-GESTION
                   END-IF
               END-IF.

      *    Una promesa por vez: la nueva reemplaza a la que esté en
      *    curso. Se guarda la deuda vencida del momento para
      *    juzgarla al vencer.
           500-REGISTRAR-PROMESA SECTION.
               IF PROMESA-PENDIENTE OF REGISTRO-CASO-COBRANZA
                   MOVE COB-PROMESA-MONTO OF REGISTRO-CASO-COBRANZA
                       TO WS-MONTO-DISPLAY
                   DISPLAY '--> HAY UNA PROMESA EN CURSO POR '
                       WS-MONTO-DISPLAY ' AL '
                       COB-PROMESA-FECHA OF REGISTRO-CASO-COBRANZA
                   DISPLAY '¿La reemplaza? (S/N): ' WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
               ELSE
                   MOVE 'S' TO WS-CONFIRMA
               END-IF.
               IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
                   DISPLAY '--> OPERACIÓN CANCELADA'
               ELSE
                   DISPLAY 'Fecha de pago prometida (AAAAMMDD): '
                       WITH NO ADVANCING
                   ACCEPT WS-FECHA-PROMESA
                   DISPLAY 'Monto prometido: ' WITH NO ADVANCING
                   ACCEPT WS-MONTO-PROMESA
                   IF WS-FECHA-PROMESA < WS-FECHA-HOY
                       DISPLAY '--> LA FECHA PROMETIDA YA PASÓ'
                   ELSE
                   IF WS-MONTO-PROMESA NOT > ZERO
                       DISPLAY '--> MONTO INVÁLIDO'
                   ELSE
                       MOVE WS-FECHA-PROMESA TO COB-PROMESA-FECHA
                           OF REGISTRO-CASO-COBRANZA
                       MOVE WS-MONTO-PROMESA TO COB-PROMESA-MONTO
                           OF REGISTRO-CASO-COBRANZA
                       MOVE COB-DEUDA-VENCIDA
                           OF REGISTRO-CASO-COBRANZA
                           TO COB-PROMESA-DEUDA
                           OF REGISTRO-CASO-COBRANZA
                       MOVE 'P' TO COB-PROMESA-ESTADO
                           OF REGISTRO-CASO-COBRANZA
                       MOVE 'P' TO WS-TIPO-GESTION
                       MOVE WS-MONTO-PROMESA TO WS-MONTO-EDITADO
                       MOVE SPACES TO WS-DETALLE-GESTION
                       STRING
                           'PROMETE ' DELIMITED BY SIZE
                           WS-MONTO-EDITADO DELIMITED BY SIZE
                           ' AL ' DELIMITED BY SIZE
                           WS-FECHA-PROMESA DELIMITED BY SIZE
                           INTO WS-DETALLE-GESTION
                       END-STRING
                       PERFORM 600-REGISTRAR-GESTION
                   END-IF
                   END-IF
               END-IF.

      *    La secuencia de la bitácora vive en el caso: se graba la
      *    gestión y se reescribe el caso con la secuencia nueva.
           600-REGISTRAR-GESTION SECTION.
               ADD 1 TO COB-CANT-GESTIONES OF REGISTRO-CASO-COBRANZA.
               MOVE COB-DNI OF REGISTRO-CASO-COBRANZA
                   TO GES-DNI OF REGISTRO-GESTION.
               MOVE COB-FECHA-APERTURA OF REGISTRO-CASO-COBRANZA
                   TO GES-FECHA-APERTURA OF REGISTRO-GESTION.
               MOVE COB-CANT-GESTIONES OF REGISTRO-CASO-COBRANZA
                   TO GES-SECUENCIA OF REGISTRO-GESTION.
               MOVE WS-FECHA-HOY TO GES-FECHA OF REGISTRO-GESTION.
               MOVE WS-TIPO-GESTION TO GES-TIPO OF REGISTRO-GESTION.
               MOVE WS-DETALLE-GESTION
                   TO GES-DETALLE OF REGISTRO-GESTION.
               MOVE LK-OPERADOR TO GES-OPERADOR OF REGISTRO-GESTION.
               WRITE REGISTRO-GESTION
                   INVALID KEY
                       DISPLAY 'ERROR AL GRABAR LA GESTIÓN'
                   NOT INVALID KEY
                       REWRITE REGISTRO-CASO-COBRANZA
                       IF WS-FILE-STATUS NOT = '00'
                           DISPLAY 'ERROR AL ACTUALIZAR EL CASO'
                       ELSE
                           DISPLAY '---> GESTIÓN REGISTRADA'
                       END-IF
               END-WRITE.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
