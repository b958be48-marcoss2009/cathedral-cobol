      * número). Las genera el batch nocturno MONITOREO-FRAUDE al
      * detectar patrones sospechosos en los movimientos del día
      * (estructuración bajo el umbral, velocidad inusual, canal
      * nunca usado, plazas cruzadas), y CONTROLAR-LISTAS al
      * encontrar un cliente o destinatario en las listas de
      * sanciones o PEP; las revisa y dispone el oficial por
      * GESTIONAR-ALERTAS.
           05    AL-NUMERO           PIC 9(06).
           05    AL-FECHA            PIC 9(08).
           05    AL-DNI              PIC 9(08).
