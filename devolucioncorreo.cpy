      * ARCHIVO CON LA DEFINICION DEL REGISTRO DE CORRESPONDENCIA
      * DEVUELTA (ARCHIVO-DEVOLUCIONES, correspondencia_devuelta.dat,
      * indexado por número de devolución). Cada pieza que el
      * correo devuelve (un extracto de CICLO-EXTRACTOS, un aviso
      * de GENERAR-AVISOS u otra carta) se registra contra el
      * cliente con su fecha, el motivo del correo y el domicilio
      * al que se había enviado. La graba
      * REGISTRAR-CORRESPONDENCIA-DEVUELTA.
           05    CD-NUMERO           PIC 9(08).
           05    CD-DNI              PIC 9(08).
           05    CD-CUENTA           PIC 9(08).
           05    CD-TIPO-PIEZA       PIC X(01).
                 88    PIEZA-EXTRACTO      VALUE 'E'.
                 88    PIEZA-AVISO         VALUE 'A'.
                 88    PIEZA-OTRA          VALUE 'O'.
                 88    PIEZA-VALIDA        VALUE 'E' 'A' 'O'.
      *    Fecha en que el correo devolvió la pieza.
           05    CD-FECHA-DEVOLUCION PIC 9(08).
      *    Motivo del correo: D desconocido, M se mudó, I domicilio
      *    insuficiente o inexistente, R rechazado, F fallecido,
      *    O otro (detallado en la observación).
           05    CD-MOTIVO           PIC X(01).
                 88    MOTIVO-DESCONOCIDO  VALUE 'D'.
                 88    MOTIVO-SE-MUDO      VALUE 'M'.
                 88    MOTIVO-INSUFICIENTE VALUE 'I'.
                 88    MOTIVO-RECHAZADO    VALUE 'R'.
                 88    MOTIVO-FALLECIDO    VALUE 'F'.
                 88    MOTIVO-OTRO         VALUE 'O'.
                 88    MOTIVO-VALIDO
                       VALUE 'D' 'M' 'I' 'R' 'F' 'O'.
           05    CD-OBSERVACION      PIC X(40).
           05    CD-DOMICILIO        PIC X(40).
           05    CD-OPERADOR         PIC X(08).
           05    CD-FECHA-REGISTRO   PIC 9(08).
