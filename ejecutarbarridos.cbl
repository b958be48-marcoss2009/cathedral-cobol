      * vuelva a su piso. Las dos patas van por MOVIMIENTO-CUENTA
      * con su propio concepto, y cada convenio deja su renglón en
      * el reporte diario de barridos.
      * El listado queda registrado en el catálogo de reportes
      * (REGISTRAR-REPORTE) para su consulta y reimpresión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-SALDO-SUBSIDIARIA  PIC S9(12)V99.
       01  WS-SALDO-ORIGEN       PIC S9(12)V99.
       01  WS-CUENTA-UTIL        PIC X(01).
       01  WS-DNI-ORIGEN         PIC 9(08) VALUE ZERO.
       01  WS-MONTO-BARRER       PIC S9(12)V99.
       01  WS-FONDOS-RETENIDOS   PIC S9(12)V99 VALUE ZERO.

           05 CB-PROCESADOS      PIC 9(08).
           05 CB-APLICADOS       PIC 9(08).

      *    Titular del origen publicado para la pata de crédito:
      *    entre cuentas del mismo titular MOVIMIENTO-CUENTA no
      *    retiene ingresos brutos.
       01  ORIGEN-CREDITO EXTERNAL.
           05 OC-DNI-ORIGEN      PIC 9(08).

       01  WS-CANT-CONVENIOS     PIC 9(04) VALUE ZERO.
       01  WS-CANT-BARRIDOS      PIC 9(04) VALUE ZERO.
       01  WS-MONTO-DISPLAY      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    Registro del listado en el catálogo de reportes.
       01  WS-ARCHIVO-CATALOGO   PIC X(100).
       01  WS-PROGRAMA-CATALOGO  PIC X(32)
               VALUE 'EJECUTAR-BARRIDOS'.
       01  WS-SUCURSAL-CATALOGO  PIC 9(03) VALUE ZERO.

       LINKAGE SECTION.
      *    Modo de la corrida: 'N' barrido nocturno hacia la
      *    concentradora, 'M' retorno matutino hacia el piso.
           PERFORM 100-RECORRER-CONVENIOS.
           IF WS-FILE-STATUS-REP = '00'
               CLOSE ARCHIVO-REPORTE
               MOVE NOMBRE-ARCHIVO-REPORTE TO WS-ARCHIVO-CATALOGO
               CALL 'REGISTRAR-REPORTE' USING
                   WS-ARCHIVO-CATALOGO WS-PROGRAMA-CATALOGO
                   WS-SUCURSAL-CATALOGO
           END-IF.
           DISPLAY '---- CONVENIOS REVISADOS: ' WS-CANT-CONVENIOS.
           DISPLAY '---- TRANSFERENCIAS HECHAS: '
           120-LEER-SALDO-ORIGEN SECTION.
               MOVE 'N' TO WS-CUENTA-UTIL.
               MOVE ZERO TO WS-SALDO-ORIGEN.
               MOVE ZERO TO WS-DNI-ORIGEN.
               OPEN INPUT ARCHIVO-CUENTAS.
               IF WS-FILE-STATUS-CTA = '00'
                   MOVE WS-CUENTA-ORIGEN
                               MOVE 'S' TO WS-CUENTA-UTIL
                               MOVE CC-SALDO OF RCC
                                   TO WS-SALDO-ORIGEN
                               MOVE CC-DNI-TITULAR OF RCC
                                   TO WS-DNI-ORIGEN
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
                       BR-NUMERO OF REGISTRO-BARRIDO
                       ': NO SE PUDO DEBITAR EL ORIGEN'
               ELSE
                   MOVE WS-DNI-ORIGEN TO OC-DNI-ORIGEN
                   CALL 'MOVIMIENTO-CUENTA' USING
                       WS-CUENTA-DESTINO WS-MONTO-BARRER
                       'A' WS-OPERADOR WS-CANAL
                       WS-SIN-AUTORIZANTE WS-CONCEPTO
                       WS-CONVERSION WS-RESULTADO-MOVIMIENTO
                   MOVE ZERO TO OC-DNI-ORIGEN
                   IF NOT MOVIMIENTO-OK
                       DISPLAY '--> CONVENIO '
                           BR-NUMERO OF REGISTRO-BARRIDO
