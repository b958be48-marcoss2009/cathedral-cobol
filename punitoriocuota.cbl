       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULAR-PUNITORIO-CUOTA.
       AUTHOR. MARCOS MUÑOZ.

      * Calcula el interés punitorio de una cuota de préstamo
      * vencida e impaga: el importe de la cuota (capital más
      * interés) por la tasa punitoria anual de
      * ARCHIVO-PARAMETROS, prorrateada por los días corridos
      * desde el vencimiento hasta la fecha de cálculo. Los días
      * se cuentan con meses de 30 días (año de 360), igual que
      * el reporte de mora y la clasificación de deudores. Una
      * cuota no vencida devuelve cero.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PARAMETROS.
           01  REGISTRO-PARAMETROS.
               COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-PARAM  PIC XX VALUE '00'.

       01  WS-TASA-PUNITORIA     PIC V9(04) VALUE 0.6000.

       01  WS-FECHA-VENC         PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-VENC.
           05 WS-FV-ANIO         PIC 9(04).
           05 WS-FV-MES          PIC 9(02).
           05 WS-FV-DIA          PIC 9(02).
       01  WS-FECHA-CALCULO      PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-CALCULO.
           05 WS-FC-ANIO         PIC 9(04).
           05 WS-FC-MES          PIC 9(02).
           05 WS-FC-DIA          PIC 9(02).
       01  WS-DIAS-ATRASO        PIC S9(05).

       LINKAGE SECTION.
       01  LK-FECHA-VENC         PIC 9(08).
      *    Fecha hasta la que corre el punitorio (la del cobro).
       01  LK-FECHA-CALCULO      PIC 9(08).
      *    Importe de la cuota sobre el que corre el punitorio.
       01  LK-IMPORTE            PIC S9(12)V99.
       01  LK-DIAS-ATRASO        PIC 9(05).
       01  LK-PUNITORIO          PIC S9(12)V99.

       PROCEDURE DIVISION USING LK-FECHA-VENC LK-FECHA-CALCULO
           LK-IMPORTE LK-DIAS-ATRASO LK-PUNITORIO.
       000-MAIN-LOGIC SECTION.
           MOVE ZERO TO LK-DIAS-ATRASO.
           MOVE ZERO TO LK-PUNITORIO.
           IF LK-FECHA-VENC < LK-FECHA-CALCULO
              AND LK-IMPORTE > ZERO
               PERFORM 050-LEER-PARAMETROS
               PERFORM 100-CALCULAR
           END-IF.
           PERFORM 900-FINALIZAR-PROGRAMA.

           050-LEER-PARAMETROS SECTION.
               OPEN INPUT ARCHIVO-PARAMETROS.
               IF WS-FILE-STATUS-PARAM = '00'
                   READ ARCHIVO-PARAMETROS
                   END-READ
                   IF PA-TASA-PUNITORIA NOT = ZERO
                       MOVE PA-TASA-PUNITORIA TO WS-TASA-PUNITORIA
                   END-IF
                   CLOSE ARCHIVO-PARAMETROS
               END-IF.

           100-CALCULAR SECTION.
               MOVE LK-FECHA-VENC TO WS-FECHA-VENC.
               MOVE LK-FECHA-CALCULO TO WS-FECHA-CALCULO.
               COMPUTE WS-DIAS-ATRASO =
                   (WS-FC-ANIO - WS-FV-ANIO) * 360
                   + (WS-FC-MES - WS-FV-MES) * 30
                   + (WS-FC-DIA - WS-FV-DIA).
               IF WS-DIAS-ATRASO > ZERO
                   MOVE WS-DIAS-ATRASO TO LK-DIAS-ATRASO
                   COMPUTE LK-PUNITORIO ROUNDED =
                       LK-IMPORTE * WS-TASA-PUNITORIA
                       * WS-DIAS-ATRASO / 360
               END-IF.

           900-FINALIZAR-PROGRAMA SECTION.
               EXIT PROGRAM.
