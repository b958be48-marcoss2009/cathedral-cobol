      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE CASOS DE REPORTE
      * DE OPERACIÓN SOSPECHOSA (ARCHIVO-CASOS-ROS, casos_ros.dat,
      * indexado por número de caso). Lo abre ABRIR-CASO-ROS cuando
      * GESTIONAR-ALERTAS escala una alerta a cumplimiento, con la
      * alerta, los datos del cliente y el resumen de los
      * movimientos relacionados; el oficial de cumplimiento carga
      * la narrativa y genera la presentación a la UIF desde
      * GESTIONAR-CASOS-ROS. Es información reservada: ningún
      * programa de atención al cliente lo lee.
           05    CR-NUMERO           PIC 9(06).
           05    CR-ALERTA           PIC 9(06).
           05    CR-PATRON           PIC X(20).
           05    CR-DETALLE          PIC X(40).
           05    CR-FECHA-APERTURA   PIC 9(08).
      *    Vencimiento legal para presentar el reporte: apertura
      *    más PA-DIAS-PLAZO-ROS días corridos.
           05    CR-FECHA-LIMITE     PIC 9(08).
      *    Datos del cliente al abrir el caso.
           05    CR-DNI              PIC 9(08).
           05    CR-CUENTA           PIC 9(08).
           05    CR-NOMBRE           PIC X(30).
           05    CR-TIPO-PERSONA     PIC X(01).
           05    CR-CUIT             PIC 9(11).
           05    CR-DOMICILIO        PIC X(40).
           05    CR-CATEGORIA-RIESGO PIC X(01).
      *    Movimientos relacionados: los de la cuenta de la alerta
      *    en los doce meses previos, copiados al abrir el caso en
      *    ros_<caso>_mov.dat, con sus totales.
           05    CR-CANT-MOVIMIENTOS PIC 9(06).
           05    CR-TOTAL-DEBITOS    PIC S9(12)V99.
           05    CR-TOTAL-CREDITOS   PIC S9(12)V99.
      *    Narrativa del oficial de cumplimiento.
           05    CR-NARRATIVA        OCCURS 5 TIMES.
                 10  CR-LINEA-NARRATIVA PIC X(60).
           05    CR-ESTADO           PIC X(01) VALUE 'A'.
                 88    CASO-ABIERTO        VALUE 'A'.
                 88    CASO-PRESENTADO     VALUE 'P'.
           05    CR-FECHA-PRESENTACION PIC 9(08).
      *    Operador que escaló la alerta y oficial que presentó.
           05    CR-OPERADOR-APERTURA PIC X(08).
           05    CR-OPERADOR-PRESENTACION PIC X(08).
