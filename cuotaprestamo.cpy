           05    CUO-ESTADO          PIC X(01) VALUE 'P'.
                 88    CUOTA-PENDIENTE     VALUE 'P'.
                 88    CUOTA-COBRADA       VALUE 'C'.
      *          Impaga al refinanciar: su saldo pasó al préstamo
      *          nuevo.
                 88    CUOTA-REFINANCIADA  VALUE 'R'.
