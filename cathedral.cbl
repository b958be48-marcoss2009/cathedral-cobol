       01  WS-OPCION-PERMITIDA PIC X(01) VALUE 'S'.
           88 OPCION-PERMITIDA     VALUE 'S'.

      *    Modo de la sesión publicado por INICIAR-SESION: en
      *    entrenamiento se practica el mostrador, así que cualquier
      *    operador queda con las opciones de un cajero.
       01  MODO-SESION EXTERNAL.
           05 MS-ENTRENAMIENTO    PIC X(01).
               88 SESION-ENTRENAMIENTO VALUE 'S'.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC SECTION.
           ACCEPT WS-PARAMETRO-BATCH FROM COMMAND-LINE.
                       CALL 'RENTABILIDAD-CLIENTES'
                   WHEN 'SOLICITUDES'
                       CALL 'PROCESAR-SOLICITUDES-WEB'
                   WHEN 'TC-CONSUMOS'
                       CALL 'CARGAR-CONSUMOS-TARJETA'
                   WHEN 'TC-CIERRE'
                       CALL 'CIERRE-RESUMENES-TARJETA'
                   WHEN 'TC-DEBITO'
                       CALL 'DEBITAR-RESUMENES-TARJETA'
                   WHEN 'FCI-RESCATES'
                       CALL 'LIQUIDAR-RESCATES-FCI'
                   WHEN 'LISTAS'
                       CALL 'CARGAR-LISTAS-CONTROL'
                   WHEN 'CASTIGOS'
                       CALL 'CASTIGAR-PRESTAMOS'
                   WHEN 'PREVISIONES'
                       CALL 'PREVISIONAR-CARTERA'
                   WHEN 'COBRANZA'
                       CALL 'SEGUIMIENTO-COBRANZA'
                   WHEN 'PRIMAS'
                       CALL 'RENDIR-PRIMAS-SEGUROS'
                   WHEN 'REPRECIO'
                       CALL 'REPRECIAR-PRESTAMOS'
                   WHEN 'SELLOS'
                       CALL 'REPORTE-SELLOS'
                   WHEN 'PADSIRCREB'
                       CALL 'CARGAR-PADRON-SIRCREB'
                   WHEN 'SIRCREB'
                       CALL 'REPORTE-SIRCREB'
                   WHEN 'CERTFISCAL'
                       CALL 'CERTIFICADOS-FISCALES'
                   WHEN 'CRS'
                       CALL 'REPORTE-CRS'
                   WHEN 'CONTROLDOC'
                       CALL 'CONTROLAR-DOCUMENTOS'
                   WHEN 'CONCENLACE'
                       CALL 'CONCILIAR-ENLACES'
                   WHEN 'CONCMAYOR'
                       CALL 'CONCILIAR-AUXILIARES-MAYOR'
                   WHEN 'ENCAJE'
                       CALL 'CALCULAR-EFECTIVO-MINIMO'
                   WHEN 'BRECHA'
                       CALL 'REPORTE-BRECHA-LIQUIDEZ'
                   WHEN 'POSCAMBIO'
                       CALL 'POSICION-GLOBAL-CAMBIO'
                   WHEN 'MARGEN'
                       CALL 'REPORTE-MARGEN-CREDITICIO'
                   WHEN 'CONCENTRACION'
                       CALL 'REPORTE-CONCENTRACION'
                   WHEN 'CARTERA'
                       CALL 'REPORTE-CARTERA-OFICIAL'
                   WHEN 'MAYORIA'
                       CALL 'CONVERTIR-MAYORIA-EDAD'
                   WHEN 'DEBIN'
                       CALL 'PROCESAR-DEBIN'
                   WHEN 'ALTASHABERES'
                       CALL 'ABRIR-CUENTAS-SUELDO'
                   WHEN 'REDATM'
                       CALL 'LIQUIDAR-RED-ATM'
                   WHEN 'RESERVAS'
                       CALL 'LIBERAR-RESERVAS-EFECTIVO'
                   WHEN 'CONSULTAS'
                       CALL 'INFORME-CONSULTAS'
                   WHEN 'DEPURACION'
                       CALL 'DEPURAR-CUENTAS-CERRADAS'
                   WHEN 'INTEGRIDAD-REF'
                       CALL 'CONTROLAR-INTEGRIDAD-REFERENCIAL'
                   WHEN 'REPORTES-DEP'
                       CALL 'DEPURAR-REPORTES'
                   WHEN 'CAMBIOS-DW'
                       CALL 'EXTRAER-CAMBIOS-DIARIOS'
                   WHEN 'CONCLIQ'
                       CALL 'CONCILIAR-LIQUIDACIONES'
                   WHEN 'EXTSALIDA'
                       CALL 'TRANSF-EXTERIOR-SALIENTES'
                   WHEN 'EXTENTRADA'
                       CALL 'TRANSF-EXTERIOR-ENTRANTES'
                   WHEN 'REGCAMBIOS'
                       CALL 'REGIMEN-OPERACIONES-CAMBIO'
                   WHEN 'CONDICIONES'
                       CALL 'APLICAR-CAMBIOS-CONDICIONES'
                   WHEN 'TRANSPAREN'
                       CALL 'REGIMEN-TRANSPARENCIA'
                   WHEN OTHER
                       DISPLAY '--> PARÁMETRO DE BATCH DESCONOCIDO: '
                           WS-PARAMETRO-BATCH
               IF WS-OPERADOR-SESION = SPACES
                   MOVE 9 TO OPCION
               END-IF.
               IF SESION-ENTRENAMIENTO
                   SET SESION-CAJERO TO TRUE
               END-IF.
               PERFORM UNTIL OPCION = 9
                   DISPLAY "======== Cathedral Software ========"
                   IF SESION-ENTRENAMIENTO
                       DISPLAY "****** MODO ENTRENAMIENTO ******"
                   END-IF
                   DISPLAY "1 - Alta de Cuenta Corriente"
                   DISPLAY "2 - Consulta de Cuentas"
                   DISPLAY "3 - Movimientos de Cuentas"
                   DISPLAY "82 - Clasificación de Deudores"
                   DISPLAY "83 - Ejecución de Garantía Prendaria"
                   DISPLAY "84 - Cancelación Anticipada de Préstamo"
                   DISPLAY "85 - Mantenimiento de Tarjetas"
                   DISPLAY "86 - Expirar Preautorizaciones"
                   DISPLAY "87 - Presentación de Cámara"
                   DISPLAY "88 - Pago/Anulación Cheques de Gerencia"
                   DISPLAY "122 - Rentabilidad por Cliente"
                   DISPLAY "123 - Activar Cuenta Abierta por Web"
                   DISPLAY "124 - Períodos Contables (Admin)"
                   DISPLAY "125 - Carga de Consumos de Tarjetas"
                   DISPLAY "126 - Cierre de Resúmenes de Tarjetas"
                   DISPLAY "127 - Débito de Resúmenes Vencidos"
                   DISPLAY "128 - Fondo Común de Inversión (FCI)"
                   DISPLAY "129 - Valores de Cuotaparte FCI"
                   DISPLAY "130 - Liquidar Rescates de FCI"
                   DISPLAY "131 - Carga de Listas de Control"
      *            Los casos de operación sospechosa no se le
      *            muestran al cajero: el cliente no puede enterarse.
                   IF NOT SESION-CAJERO
                       DISPLAY "132 - Casos de Operación Sospechosa"
                   END-IF
                   DISPLAY "133 - Refinanciar préstamo en mora"
                   DISPLAY "134 - Préstamos castigados y recuperos"
                   DISPLAY "135 - Gestión de Cobranza"
                   DISPLAY "136 - Tasas de referencia"
                   DISPLAY "137 - Reimpresión de contrato de préstamo"
                   DISPLAY "138 - Impuesto de sellos"
                   DISPLAY "139 - Declaración jurada de sellos"
                   DISPLAY "140 - Carga del padrón SIRCREB"
                   DISPLAY "141 - Presentación de retenciones SIRCREB"
                   DISPLAY "142 - Certificado anual de retenciones"
                   DISPLAY "143 - Información anual CRS / FATCA"
                   DISPLAY "144 - Maestro de sucursales"
                   DISPLAY "145 - Conciliación de enlaces"
                   DISPLAY "146 - Diferencias de enlace pendientes"
                   DISPLAY "147 - Estados contables"
                   DISPLAY "148 - Conciliación auxiliares / mayor"
                   DISPLAY "149 - Explicar diferencias del mayor"
                   DISPLAY "150 - Posición de efectivo mínimo"
                   DISPLAY "151 - Tasas de encaje y saldo BCRA"
                   DISPLAY "152 - Brecha de liquidez"
                   DISPLAY "153 - Posición global neta de cambio"
                   DISPLAY "154 - Margen crediticio por cliente"
                   DISPLAY "155 - Reporte de márgenes crediticios"
                   DISPLAY "156 - Grupos económicos y vinculados"
                   DISPLAY "157 - Concentración del crédito"
                   DISPLAY "158 - Oficiales de cuenta"
                   DISPLAY "159 - Cartera de los oficiales de cuenta"
                   DISPLAY "160 - Registro de firmas"
                   DISPLAY "161 - DEBIN: solicitudes de débito"
                   DISPLAY "162 - Convenios de haberes (cuentas sueldo)"
                   DISPLAY "163 - Billetes falsos (remisión al BCRA)"
                   DISPLAY "164 - Reservas de efectivo (retiros)"
                   DISPLAY "165 - Reiniciar datos de entrenamiento"
                   DISPLAY "166 - Informe de consultas de clientes"
                   DISPLAY "167 - Depurar cuentas cerradas"
                   DISPLAY "168 - Caja en contingencia"
                   DISPLAY "169 - Reproceso de contingencia de caja"
                   DISPLAY "170 - Integridad referencial de maestros"
                   DISPLAY "171 - Catálogo de reportes"
                   DISPLAY "172 - Depurar catálogo de reportes"
                   DISPLAY "173 - Extracción de novedades para DW"
                   DISPLAY "174 - Circularización de saldos"
                   DISPLAY "175 - Conciliación BCRA/corresponsal"
                   DISPLAY "176 - Explicar partidas de liquidación"
                   DISPLAY "177 - Reporte de tasas preferenciales"
                   DISPLAY "178 - Registrar correspondencia devuelta"
                   DISPLAY "179 - Clientes con domicilio observado"
                   DISPLAY "180 - Transferencia al exterior"
                   DISPLAY "181 - Transferencias exterior retenidas"
                   DISPLAY "182 - Batch salida al exterior"
                   DISPLAY "183 - Batch entrada del exterior"
                   DISPLAY "184 - Régimen operaciones de cambio"
                   DISPLAY "185 - Tasas y condiciones vigentes"
                   DISPLAY "186 - Régimen de transparencia"
                   DISPLAY "Seleccione una opción: "
                   WITH NO ADVANCING
                   ACCEPT OPCION
                           CALL 'PROCESAR-TRANSACCIONES-EXTERNAS'
                       WHEN 26 CALL 'POSICION-CLIENTE'
                       WHEN 27 CALL 'MANTENER-CLIENTES'
                       WHEN 28 CALL 'MANTENER-OPERADORES' USING
                           WS-OPERADOR-SESION
                       WHEN 29 CALL 'CONSULTAR-AUDITORIA'
                       WHEN 30 CALL 'CIERRE-DE-CAJA'
                           USING WS-OPERADOR-SESION
                       WHEN 31 CALL 'GESTIONAR-PENDIENTES'
                           USING WS-OPERADOR-SESION
                       WHEN 32 CALL 'MANTENER-TARIFAS'
                           USING WS-OPERADOR-SESION
                       WHEN 33 CALL 'MANTENIMIENTO-MENSUAL'
                       WHEN 34 CALL 'REPORTE-CAMBIOS'
                       WHEN 35 CALL 'MANTENER-COTIZACIONES'
                           USING WS-OPERADOR-SESION
                       WHEN 124 CALL 'GESTIONAR-PERIODOS'
                           USING WS-OPERADOR-SESION
                       WHEN 125 CALL 'CARGAR-CONSUMOS-TARJETA'
                       WHEN 126 CALL 'CIERRE-RESUMENES-TARJETA'
                       WHEN 127 CALL 'DEBITAR-RESUMENES-TARJETA'
                       WHEN 128 CALL 'OPERAR-FCI'
                           USING WS-OPERADOR-SESION
                       WHEN 129 CALL 'MANTENER-CUOTAPARTE'
                       WHEN 130 CALL 'LIQUIDAR-RESCATES-FCI'
                       WHEN 131 CALL 'CARGAR-LISTAS-CONTROL'
                       WHEN 132 CALL 'GESTIONAR-CASOS-ROS'
                           USING WS-OPERADOR-SESION
                       WHEN 133 CALL 'REFINANCIAR-PRESTAMO'
                           USING WS-OPERADOR-SESION
                       WHEN 134 CALL 'GESTIONAR-CASTIGOS'
                           USING WS-OPERADOR-SESION
                       WHEN 135 CALL 'GESTIONAR-COBRANZA'
                           USING WS-OPERADOR-SESION
                       WHEN 136 CALL 'MANTENER-TASAS-REFERENCIA'
                       WHEN 137 CALL 'REIMPRIMIR-CONTRATO'
                           USING WS-OPERADOR-SESION
                       WHEN 138 CALL 'MANTENER-SELLOS'
                       WHEN 139 CALL 'REPORTE-SELLOS'
                       WHEN 140 CALL 'CARGAR-PADRON-SIRCREB'
                       WHEN 141 CALL 'REPORTE-SIRCREB'
                       WHEN 142 CALL 'EMITIR-CERTIFICADO-FISCAL'
                           USING WS-OPERADOR-SESION
                       WHEN 143 CALL 'REPORTE-CRS'
                       WHEN 144 CALL 'MANTENER-SUCURSALES'
                       WHEN 145 CALL 'CONCILIAR-ENLACES'
                       WHEN 146 CALL 'RESOLVER-ENLACES'
                           USING WS-OPERADOR-SESION
                       WHEN 147
                           DISPLAY 'Sucursal (000 = TODAS): '
                               WITH NO ADVANCING
                           ACCEPT WS-SUCURSAL-MENU
                           CALL 'EMITIR-ESTADOS-CONTABLES'
                               USING WS-SUCURSAL-MENU
                       WHEN 148 CALL 'CONCILIAR-AUXILIARES-MAYOR'
                       WHEN 149 CALL 'EXPLICAR-DIFERENCIAS-MAYOR'
                           USING WS-OPERADOR-SESION
                       WHEN 150 CALL 'CALCULAR-EFECTIVO-MINIMO'
                       WHEN 151 CALL 'MANTENER-EFECTIVO-MINIMO'
                           USING WS-OPERADOR-SESION
                       WHEN 152 CALL 'REPORTE-BRECHA-LIQUIDEZ'
                       WHEN 153 CALL 'POSICION-GLOBAL-CAMBIO'
                       WHEN 154 CALL 'MANTENER-MARGEN-CREDITICIO'
                           USING WS-OPERADOR-SESION
                       WHEN 155 CALL 'REPORTE-MARGEN-CREDITICIO'
                       WHEN 156 CALL 'MANTENER-GRUPOS-ECONOMICOS'
                           USING WS-OPERADOR-SESION
                       WHEN 157 CALL 'REPORTE-CONCENTRACION'
                       WHEN 158 CALL 'MANTENER-OFICIALES-CUENTA'
                           USING WS-OPERADOR-SESION
                       WHEN 159 CALL 'REPORTE-CARTERA-OFICIAL'
                       WHEN 160 CALL 'MANTENER-FIRMAS'
                           USING WS-OPERADOR-SESION
                       WHEN 161 CALL 'GESTIONAR-DEBIN'
                           USING WS-OPERADOR-SESION
                       WHEN 162 CALL 'MANTENER-CONVENIOS'
                           USING WS-OPERADOR-SESION
                       WHEN 163 CALL 'REMITIR-BILLETES-FALSOS'
                           USING WS-OPERADOR-SESION
                       WHEN 164 CALL 'RESERVAR-EFECTIVO'
                           USING WS-OPERADOR-SESION
                       WHEN 165 CALL 'PREPARAR-ENTRENAMIENTO'
                           USING WS-OPERADOR-SESION
                       WHEN 166 CALL 'INFORME-CONSULTAS'
                       WHEN 167 CALL 'DEPURAR-CUENTAS-CERRADAS'
                       WHEN 168 CALL 'CAJA-CONTINGENCIA'
                           USING WS-OPERADOR-SESION
                       WHEN 169 CALL 'REPROCESAR-CONTINGENCIA'
                           USING WS-OPERADOR-SESION
                       WHEN 170 CALL 'CONTROLAR-INTEGRIDAD-REFERENCIAL'
                       WHEN 171 CALL 'CONSULTAR-REPORTES'
                           USING WS-OPERADOR-SESION
                       WHEN 172 CALL 'DEPURAR-REPORTES'
                       WHEN 173 CALL 'EXTRAER-CAMBIOS-DIARIOS'
                       WHEN 174 CALL 'CIRCULARIZAR-SALDOS'
                           USING WS-OPERADOR-SESION
                       WHEN 175 CALL 'CONCILIAR-LIQUIDACIONES'
                       WHEN 176 CALL 'RESOLVER-LIQUIDACIONES'
                           USING WS-OPERADOR-SESION
                       WHEN 177 CALL 'REPORTE-TASAS-PREFERENCIALES'
                       WHEN 178
                           CALL 'REGISTRAR-CORRESPONDENCIA-DEVUELTA'
                               USING WS-OPERADOR-SESION
                       WHEN 179
                           DISPLAY 'Sucursal (000 = TODAS): '
                               WITH NO ADVANCING
                           ACCEPT WS-SUCURSAL-MENU
                           CALL 'REPORTE-DOMICILIOS-OBSERVADOS'
                               USING WS-SUCURSAL-MENU
                       WHEN 180 CALL 'ORDENAR-TRANSFERENCIA-EXTERIOR'
                           USING WS-OPERADOR-SESION
                       WHEN 181 CALL 'RESOLVER-TRANSF-EXTERIOR'
                           USING WS-OPERADOR-SESION
                       WHEN 182 CALL 'TRANSF-EXTERIOR-SALIENTES'
                       WHEN 183 CALL 'TRANSF-EXTERIOR-ENTRANTES'
                       WHEN 184 CALL 'REGIMEN-OPERACIONES-CAMBIO'
                       WHEN 185 CALL 'MANTENER-TASAS'
                           USING WS-OPERADOR-SESION
                       WHEN 186 CALL 'REGIMEN-TRANSPARENCIA'
                       WHEN OTHER
                           DISPLAY "--> Opción inválida"
                   END-EVALUATE
                   WHEN 117
                   WHEN 120
                   WHEN 122
                   WHEN 125
                   WHEN 126
                   WHEN 127
                   WHEN 130
                   WHEN 131
                   WHEN 132
                   WHEN 133
                   WHEN 134
                   WHEN 135
                   WHEN 136
                   WHEN 137
                   WHEN 138
                   WHEN 139
                   WHEN 140
                   WHEN 141
                   WHEN 143
                   WHEN 145
                   WHEN 146
                   WHEN 147
                   WHEN 148
                   WHEN 149
                   WHEN 150
                   WHEN 151
                   WHEN 152
                   WHEN 153
                   WHEN 154
                   WHEN 155
                   WHEN 156
                   WHEN 157
                   WHEN 158
                   WHEN 159
                   WHEN 160
                   WHEN 162
                   WHEN 163
                   WHEN 164
                   WHEN 165
                   WHEN 166
                   WHEN 169
                   WHEN 170
                   WHEN 174
                   WHEN 175
                   WHEN 176
                   WHEN 177
                   WHEN 178
                   WHEN 179
                   WHEN 181
                   WHEN 182
                   WHEN 183
                   WHEN 184
                   WHEN 186
                       IF SESION-CAJERO
                           MOVE 'N' TO WS-OPCION-PERMITIDA
                       END-IF
                   WHEN 65
                   WHEN 67
                   WHEN 124
                   WHEN 144
                   WHEN 167
                   WHEN 172
                   WHEN 173
                   WHEN 185
                       IF NOT SESION-ADMINISTRADOR
                           MOVE 'N' TO WS-OPCION-PERMITIDA
                       END-IF
