      * mismo rango y el mismo número, no lo que el operador
      * tipee). Como toca todas las cuentas, reanuda desde
      * checkpoint igual que INTERES-MENSUAL.
      * Si el domicilio del titular está observado por
      * correspondencia devuelta, el extracto se genera igual (para
      * la reimpresión y para entregarlo en la sucursal) pero no se
      * despacha: queda anotado en correspondencia_suprimida.dat, la
      * lista de piezas que no van al correo, y el franqueo ahorrado
      * se suma en el maestro de clientes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CE-CLAVE OF REGISTRO-CICLO
               FILE STATUS IS WS-FILE-STATUS-CIC.

           SELECT ARCHIVO-CLIENTES ASSIGN TO 'clientes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DNI OF REGISTRO-CLIENTE
               FILE STATUS IS WS-FILE-STATUS-CLI.

           SELECT ARCHIVO-SUPRIMIDAS
               ASSIGN TO 'correspondencia_suprimida.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-SUP.

           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PARAM.

           SELECT ARCHIVO-CHECKPOINT
               ASSIGN TO 'checkpoint_ciclo.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               05 CE-FECHA-DESDE     PIC 9(08).
               05 CE-FECHA-HASTA     PIC 9(08).

       FD  ARCHIVO-CLIENTES.
           01 REGISTRO-CLIENTE.
               COPY "cliente.cpy".

       FD  ARCHIVO-SUPRIMIDAS
           RECORD CONTAINS 90 CHARACTERS.
           01  LINEA-SUPRIMIDA       PIC X(90).

       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       FD  ARCHIVO-CHECKPOINT
           RECORD CONTAINS 8 CHARACTERS.
           01  LINEA-CHECKPOINT      PIC 9(08).
       01  WS-CANT-CUENTAS       PIC 9(06) VALUE ZERO.
       01  WS-CANT-GENERADOS     PIC 9(06) VALUE ZERO.

      *    Extractos retenidos por domicilio observado y franqueo
      *    que se deja de pagar por ellos.
       01  WS-FILE-STATUS-CLI    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-SUP    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PARAM  PIC XX VALUE '00'.
       01  WS-COSTO-PIEZA        PIC 9(05)V99 VALUE 450.
       01  WS-DOMIC-OBSERVADO    PIC X(01) VALUE 'N'.
       01  WS-CANT-RETENIDOS     PIC 9(06) VALUE ZERO.
       01  WS-AHORRO-FRANQUEO    PIC 9(09)V99 VALUE ZERO.
       01  WS-COSTO-DISPLAY      PIC ZZ,ZZ9.99.
       01  WS-AHORRO-DISPLAY     PIC $ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
      *    'S' reanuda desde el último checkpoint grabado.
       01  LK-MODO-RESTART       PIC X(01).
               DISPLAY '---- MODO REANUDACIÓN ----'
           END-IF.
           PERFORM 050-DETERMINAR-PERIODO.
           PERFORM 055-LEER-PARAMETROS.
           DISPLAY 'Período a ciclar: ' WS-PERIODO.
           PERFORM 100-RECORRER-CUENTAS.
           DISPLAY '---- CUENTAS PROCESADAS: ' WS-CANT-CUENTAS.
           DISPLAY '---- EXTRACTOS GENERADOS: '
               WS-CANT-GENERADOS.
           MOVE WS-AHORRO-FRANQUEO TO WS-AHORRO-DISPLAY.
           DISPLAY '---- RETENIDOS POR DOMICILIO OBSERVADO: '
               WS-CANT-RETENIDOS ' (FRANQUEO AHORRADO: '
               WS-AHORRO-DISPLAY ')'.
           PERFORM 900-FINALIZAR-PROGRAMA.

           050-DETERMINAR-PERIODO SECTION.
               COMPUTE WS-FECHA-DESDE = WS-PERIODO * 100 + 1.
               COMPUTE WS-FECHA-HASTA = WS-PERIODO * 100 + 31.

           055-LEER-PARAMETROS SECTION.
               OPEN INPUT ARCHIVO-PARAMETROS.
               IF WS-FILE-STATUS-PARAM = '00'
                   READ ARCHIVO-PARAMETROS
                   END-READ
                   IF PA-COSTO-PIEZA-POSTAL NUMERIC
                      AND PA-COSTO-PIEZA-POSTAL NOT = ZERO
                       MOVE PA-COSTO-PIEZA-POSTAL TO WS-COSTO-PIEZA
                   END-IF
                   CLOSE ARCHIVO-PARAMETROS
               END-IF.

           100-RECORRER-CUENTAS SECTION.
               PERFORM 060-LEER-CHECKPOINT.
               OPEN INPUT ARCHIVO-CUENTAS.
                               SET FIN-ARCHIVO TO TRUE
                       END-START
                   END-IF
                   OPEN I-O ARCHIVO-CLIENTES
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-CUENTAS NEXT RECORD INTO RCC
                           AT END
                               PERFORM 070-GRABAR-CHECKPOINT
                       END-READ
                   END-PERFORM
                   IF WS-FILE-STATUS-CLI = '00'
                       CLOSE ARCHIVO-CLIENTES
                   END-IF
                   CLOSE ARCHIVO-CUENTAS
                   PERFORM 080-LIMPIAR-CHECKPOINT
               END-IF.
                   CLOSE ARCHIVO-CICLOS

                   PERFORM 130-GENERAR-EXTRACTO
      *            La reimpresión de un ciclo ya asentado no vuelve
      *            a contar la pieza retenida.
                   IF WS-CICLO-EXISTE = 'N'
                       PERFORM 170-CONTROLAR-DOMICILIO
                   END-IF
               END-IF.

      *    El número de extracto es secuencial por cuenta: uno más
               END-STRING.
               WRITE LINEA-EXTRACTO.

      *    Con el domicilio del titular observado el extracto no
      *    se despacha: se anota en la lista de piezas retenidas y
      *    el franqueo se suma al ahorro del cliente.
           170-CONTROLAR-DOMICILIO SECTION.
               MOVE 'N' TO WS-DOMIC-OBSERVADO.
               IF WS-FILE-STATUS-CLI = '00'
                   MOVE CC-DNI-TITULAR OF RCC
                       TO CLI-DNI OF REGISTRO-CLIENTE
                   READ ARCHIVO-CLIENTES
                       KEY IS CLI-DNI OF REGISTRO-CLIENTE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF DOMICILIO-OBSERVADO OF REGISTRO-CLIENTE
                               MOVE 'S' TO WS-DOMIC-OBSERVADO
                               ADD 1 TO CLI-PIEZAS-SUPRIMIDAS
                                   OF REGISTRO-CLIENTE
                               ADD WS-COSTO-PIEZA TO CLI-AHORRO-CORREO
                                   OF REGISTRO-CLIENTE
                               REWRITE REGISTRO-CLIENTE
                           END-IF
                   END-READ
               END-IF.
               IF WS-DOMIC-OBSERVADO = 'S'
                   ADD 1 TO WS-CANT-RETENIDOS
                   ADD WS-COSTO-PIEZA TO WS-AHORRO-FRANQUEO
                   MOVE WS-COSTO-PIEZA TO WS-COSTO-DISPLAY
                   MOVE SPACES TO LINEA-SUPRIMIDA
                   STRING
                       WS-FECHA-PROCESO DELIMITED BY SIZE
                       " DNI " DELIMITED BY SIZE
                       CC-DNI-TITULAR OF RCC DELIMITED BY SIZE
                       " CTA " DELIMITED BY SIZE
                       CC-NUMERO-CUENTA OF RCC DELIMITED BY SIZE
                       " EXTRACTO " DELIMITED BY SIZE
                       WS-PERIODO DELIMITED BY SIZE
                       " RETENIDO DOMIC. OBSERVADO $" DELIMITED BY SIZE
                       WS-COSTO-DISPLAY DELIMITED BY SIZE
                       INTO LINEA-SUPRIMIDA
                   END-STRING
                   OPEN EXTEND ARCHIVO-SUPRIMIDAS
                   IF WS-FILE-STATUS-SUP = '35'
                       OPEN OUTPUT ARCHIVO-SUPRIMIDAS
                   END-IF
                   IF WS-FILE-STATUS-SUP = '00'
                       WRITE LINEA-SUPRIMIDA
                       CLOSE ARCHIVO-SUPRIMIDAS
                   END-IF
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
