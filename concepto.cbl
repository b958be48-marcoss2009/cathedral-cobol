           05 FILLER PIC X(33) VALUE '047APORTE FONDO DE GARANTIA'.
           05 FILLER PIC X(33) VALUE '048ECHEQ PAGADO'.
           05 FILLER PIC X(33) VALUE '049ECHEQ ACREDITADO'.
           05 FILLER PIC X(33) VALUE '050PAGO RESUMEN TARJETA CREDITO'.
           05 FILLER PIC X(33) VALUE '051INTERES FINANCIACION TARJETA'.
           05 FILLER PIC X(33) VALUE '052CONSUMO TARJETA DE CREDITO'.
           05 FILLER PIC X(33) VALUE '053SUSCRIPCION FCI'.
           05 FILLER PIC X(33) VALUE '054RESCATE FCI'.
           05 FILLER PIC X(33) VALUE '055REFINANCIACION PRESTAMO'.
           05 FILLER PIC X(33) VALUE '056CASTIGO DE PRESTAMO'.
           05 FILLER PIC X(33) VALUE '057RECUPERO CREDITO CASTIGADO'.
           05 FILLER PIC X(33) VALUE '058CONSTITUCION DE PREVISIONES'.
           05 FILLER PIC X(33) VALUE '059DESAFECTACION DE PREVISIONES'.
           05 FILLER PIC X(33) VALUE '060PUNITORIOS PRESTAMOS'.
           05 FILLER PIC X(33) VALUE '061SEGURO INCENDIO HIPOTECA'.
           05 FILLER PIC X(33) VALUE '062SEGURO VIDA SALDO DEUDOR'.
           05 FILLER PIC X(33) VALUE '063RENDICION PRIMAS ASEGURADORA'.
           05 FILLER PIC X(33) VALUE '064COBRO SINIESTRO SEGURO VIDA'.
           05 FILLER PIC X(33) VALUE '065IMPUESTO SELLOS PRESTAMO'.
           05 FILLER PIC X(33) VALUE '066IMPUESTO SELLOS PLAZO FIJO'.
           05 FILLER PIC X(33) VALUE '067RETENCION IIBB SIRCREB'.
           05 FILLER PIC X(33) VALUE '068DEBIN ACEPTADO'.
           05 FILLER PIC X(33) VALUE '069INTERCAMBIO ATM A COBRAR'.
           05 FILLER PIC X(33) VALUE '070INTERCAMBIO ATM A PAGAR'.
           05 FILLER PIC X(33) VALUE '071RETIRO RED EN ATM PROPIO'.
           05 FILLER PIC X(33) VALUE '072RETIRO PROPIO EN RED AJENA'.
           05 FILLER PIC X(33) VALUE '073TRANSFERENCIA AL EXTERIOR'.
           05 FILLER PIC X(33) VALUE '074TRANSFERENCIA DEL EXTERIOR'.
           05 FILLER PIC X(33) VALUE '075GASTOS CORRESPONSAL EXTERIOR'.
       01  WS-CATALOGO REDEFINES WS-CATALOGO-INICIAL.
           05 WS-CONCEPTO-INICIAL OCCURS 75 TIMES.
               10 WS-CI-CODIGO       PIC 9(03).
               10 WS-CI-DESCRIPCION  PIC X(30).
       01  WS-IDX-CATALOGO       PIC 9(03).
       01  WS-CANT-CATALOGO      PIC 9(03) VALUE 75.

       LINKAGE SECTION.
       01  LK-CODIGO             PIC 9(03).
                   READ ARCHIVO-CONCEPTOS
                       KEY IS CO-CODIGO OF REGISTRO-CONCEPTO
                       INVALID KEY
                           PERFORM 120-BUSCAR-EN-TABLA-INICIAL
                       NOT INVALID KEY
                           MOVE CO-DESCRIPCION OF REGISTRO-CONCEPTO
                               TO LK-DESCRIPCION
           110-CREAR-CATALOGO SECTION.
               OPEN OUTPUT ARCHIVO-CONCEPTOS.
               PERFORM VARYING WS-IDX-CATALOGO FROM 1 BY 1
                   UNTIL WS-IDX-CATALOGO > WS-CANT-CATALOGO
                   MOVE WS-CI-CODIGO (WS-IDX-CATALOGO)
                       TO CO-CODIGO OF REGISTRO-CONCEPTO
                   MOVE WS-CI-DESCRIPCION (WS-IDX-CATALOGO)
               END-PERFORM.
               CLOSE ARCHIVO-CONCEPTOS.

      *    Un concepto dado de alta después de creado el catálogo
      *    no figura en conceptos.dat: se describe con la tabla
      *    inicial y se agrega al catálogo para la próxima vez.
           120-BUSCAR-EN-TABLA-INICIAL SECTION.
               MOVE 'CONCEPTO NO CATALOGADO' TO LK-DESCRIPCION.
               PERFORM VARYING WS-IDX-CATALOGO FROM 1 BY 1
                   UNTIL WS-IDX-CATALOGO > WS-CANT-CATALOGO
                   IF WS-CI-CODIGO (WS-IDX-CATALOGO) = LK-CODIGO
                       MOVE WS-CI-DESCRIPCION (WS-IDX-CATALOGO)
                           TO LK-DESCRIPCION
                   END-IF
               END-PERFORM.
               IF LK-DESCRIPCION NOT = 'CONCEPTO NO CATALOGADO'
                   CLOSE ARCHIVO-CONCEPTOS
                   OPEN I-O ARCHIVO-CONCEPTOS
                   IF WS-FILE-STATUS = '00'
                       MOVE LK-CODIGO TO CO-CODIGO OF REGISTRO-CONCEPTO
                       MOVE LK-DESCRIPCION
                           TO CO-DESCRIPCION OF REGISTRO-CONCEPTO
                       WRITE REGISTRO-CONCEPTO
                   END-IF
               END-IF.

      *    Movimientos de antes de existir el concepto: se describe
      *    el tipo D/H/I, como hacía cada pantalla por su cuenta.
           200-DESCRIPCION-GENERICA SECTION.
