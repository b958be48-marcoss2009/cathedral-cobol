       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASENTAR-ENLACE.
       AUTHOR. MARCOS MUÑOZ.

      * Asienta en el libro diario la pata de UNA sucursal de una
      * operación entre sucursales: la cuenta de enlace (1401)
      * contra la cuenta del plan que corresponda al negocio
      * (transferencias en proceso, depósitos o caja), marcando
      * con qué sucursal queda abierta la posición y con la
      * referencia del negocio. Cada operación entre sucursales
      * deja dos patas, una en cada sucursal, con la misma
      * referencia y sentidos opuestos, y CONCILIAR-ENLACES
      * verifica que por cada par de sucursales y moneda netean a
      * cero. Si las dos sucursales son la misma no hay enlace y
      * no se asienta nada.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-DIARIO ASSIGN TO 'libro_diario.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-DIA.

           SELECT ARCHIVO-PLAN ASSIGN TO 'plan_cuentas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CODIGO OF REGISTRO-PLAN
               FILE STATUS IS WS-FILE-STATUS-PLAN.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-DIARIO.
           01 RENGLON-DIARIO.
               COPY "asiento.cpy".

       FD  ARCHIVO-PLAN.
           01 REGISTRO-PLAN.
               COPY "plancuenta.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-DIA    PIC XX VALUE '00'.
       01  WS-FILE-STATUS-PLAN   PIC XX VALUE '00'.

       01  WS-CUENTA-ENLACE      PIC 9(04) VALUE 1401.
       01  WS-CUENTA-DEBE        PIC 9(04).
       01  WS-CUENTA-HABER       PIC 9(04).

      *    Control de período contable de la fecha del asiento.
       01  WS-ESTADO-PERIODO     PIC X(01) VALUE 'A'.
           88 PERIODO-POSTEO-ABIERTO VALUE 'A'.

       LINKAGE SECTION.
       01  LK-FECHA              PIC 9(08).
      *    Sucursal cuya pata se asienta y sucursal con la que
      *    queda abierta la posición.
       01  LK-SUCURSAL           PIC 9(03).
       01  LK-SUCURSAL-CONTRA    PIC 9(03).
       01  LK-MONEDA             PIC X(03).
      *    Cuenta del plan contra la que se mueve el enlace.
       01  LK-CUENTA-CONTRA      PIC 9(04).
      *    'D' el enlace va al debe (la sucursal tiene a cobrar de
      *    la otra), 'H' al haber (le debe a la otra).
       01  LK-SENTIDO            PIC X(01).
       01  LK-MONTO              PIC S9(12)V99.
       01  LK-CONCEPTO           PIC 9(03).
       01  LK-REFERENCIA         PIC X(20).

       PROCEDURE DIVISION USING LK-FECHA LK-SUCURSAL
           LK-SUCURSAL-CONTRA LK-MONEDA LK-CUENTA-CONTRA LK-SENTIDO
           LK-MONTO LK-CONCEPTO LK-REFERENCIA.
       000-MAIN-LOGIC SECTION.
           IF LK-SUCURSAL NOT = LK-SUCURSAL-CONTRA
              AND LK-MONTO NOT = ZERO
               CALL 'CONTROLAR-PERIODO' USING
                   LK-FECHA WS-ESTADO-PERIODO
               IF PERIODO-POSTEO-ABIERTO
                   PERFORM 100-ARMAR-PATAS
                   PERFORM 150-ASEGURAR-CUENTA-PLAN
                   PERFORM 200-GRABAR-ASIENTO
               ELSE
                   DISPLAY '----> PERÍODO CONTABLE CERRADO: '
                       'ENLACE RECHAZADO PARA ' LK-FECHA
               END-IF
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           100-ARMAR-PATAS SECTION.
               IF LK-SENTIDO = 'D'
                   MOVE WS-CUENTA-ENLACE TO WS-CUENTA-DEBE
                   MOVE LK-CUENTA-CONTRA TO WS-CUENTA-HABER
               ELSE
                   MOVE LK-CUENTA-CONTRA TO WS-CUENTA-DEBE
                   MOVE WS-CUENTA-ENLACE TO WS-CUENTA-HABER
               END-IF.

      *    Un plan de cuentas creado antes de que existiera la
      *    cuenta de enlace no la tiene: se agrega (si ya está, el
      *    alta rechaza la clave duplicada y queda como está).
           150-ASEGURAR-CUENTA-PLAN SECTION.
               OPEN I-O ARCHIVO-PLAN.
               IF WS-FILE-STATUS-PLAN = '00'
                   MOVE WS-CUENTA-ENLACE TO PC-CODIGO OF REGISTRO-PLAN
                   MOVE 'ENLACE ENTRE SUCURSALES'
                       TO PC-DESCRIPCION OF REGISTRO-PLAN
                   MOVE 'A' TO PC-RUBRO OF REGISTRO-PLAN
                   WRITE REGISTRO-PLAN
                   CLOSE ARCHIVO-PLAN
               END-IF.

      *    Las dos patas del asiento; sólo el renglón de la cuenta
      *    de enlace lleva la sucursal con la que abre posición.
           200-GRABAR-ASIENTO SECTION.
               OPEN EXTEND ARCHIVO-DIARIO.
               IF WS-FILE-STATUS-DIA = '35'
                   OPEN OUTPUT ARCHIVO-DIARIO
               END-IF.
               IF WS-FILE-STATUS-DIA NOT = '00'
                   DISPLAY 'ERROR AL ABRIR EL LIBRO DIARIO'
               ELSE
                   MOVE LK-FECHA TO AS-FECHA OF RENGLON-DIARIO
                   MOVE LK-SUCURSAL
                       TO AS-SUCURSAL OF RENGLON-DIARIO
                   MOVE LK-MONEDA TO AS-MONEDA OF RENGLON-DIARIO
                   MOVE LK-CONCEPTO
                       TO AS-CONCEPTO OF RENGLON-DIARIO
                   MOVE LK-REFERENCIA
                       TO AS-REFERENCIA OF RENGLON-DIARIO
                   MOVE WS-CUENTA-DEBE
                       TO AS-CUENTA OF RENGLON-DIARIO
                   MOVE LK-MONTO TO AS-DEBE OF RENGLON-DIARIO
                   MOVE ZERO TO AS-HABER OF RENGLON-DIARIO
                   PERFORM 210-MARCAR-ENLACE
                   WRITE RENGLON-DIARIO
                   MOVE WS-CUENTA-HABER
                       TO AS-CUENTA OF RENGLON-DIARIO
                   MOVE ZERO TO AS-DEBE OF RENGLON-DIARIO
                   MOVE LK-MONTO TO AS-HABER OF RENGLON-DIARIO
                   PERFORM 210-MARCAR-ENLACE
                   WRITE RENGLON-DIARIO
                   CLOSE ARCHIVO-DIARIO
               END-IF.

           210-MARCAR-ENLACE SECTION.
               IF AS-CUENTA OF RENGLON-DIARIO = WS-CUENTA-ENLACE
                   MOVE LK-SUCURSAL-CONTRA
                       TO AS-SUCURSAL-ENLACE OF RENGLON-DIARIO
               ELSE
                   MOVE ZERO TO AS-SUCURSAL-ENLACE OF RENGLON-DIARIO
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
