      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE GARANTES DE
      * PRESTAMOS (ARCHIVO-GARANTES, garantes.dat, indexado por
      * número de préstamo + DNI del garante). Los carga
      * ALTA-PRESTAMO, uno por garante o codeudor, cada uno
      * cliente del maestro y con el monto que garantiza. Mientras
      * el préstamo esté vigente el garante tiene ese riesgo
      * contingente: CLASIFICAR-DEUDORES lo informa, GENERAR-AVISOS
      * le avisa cuando el préstamo entra en mora y
      * POSICION-CLIENTE lo muestra. La refinanciación los pasa al
      * préstamo nuevo.
           05    GA-CLAVE.
                 10  GA-PRESTAMO     PIC 9(06).
                 10  GA-DNI          PIC 9(08).
      *    Tope de la garantía: el garante responde hasta este
      *    monto de la deuda del préstamo.
           05    GA-MONTO-GARANTIZADO PIC S9(12)V99.
           05    GA-FECHA-ALTA       PIC 9(08).
           05    GA-TIPO             PIC X(01) VALUE 'G'.
                 88    GA-GARANTE          VALUE 'G'.
                 88    GA-CODEUDOR         VALUE 'C'.
