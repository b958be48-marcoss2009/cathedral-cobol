      *    activar, antes de que el intake la expire y cierre la
      *    cuenta pendiente. Cero = 30 días.
           05    PA-DIAS-SOLICITUD-WEB      PIC 9(02).
      *    Tarjetas de crédito: tasa nominal anual de financiación
      *    del saldo impago del resumen (cero = la tasa de
      *    préstamos), porcentaje del saldo del resumen que se
      *    exige como pago mínimo (cero = 5%) y días corridos
      *    entre el cierre y el vencimiento del resumen (cero =
      *    10 días).
           05    PA-TASA-FINANCIACION-TC    PIC V9(04).
           05    PA-PORC-PAGO-MINIMO-TC     PIC V9(04).
           05    PA-DIAS-VENC-RESUMEN-TC    PIC 9(02).
      *    Días corridos que tiene cumplimiento, desde que una
      *    alerta se escala, para presentar el reporte de operación
      *    sospechosa ante la UIF (cero = 30 días).
           05    PA-DIAS-PLAZO-ROS          PIC 9(03).
      *    Cuotas que un préstamo refinanciado debe tener pagadas
      *    antes de que la clasificación de deudores pueda mejorar
      *    la situación que el deudor tenía al refinanciar (cero =
      *    3 cuotas).
           05    PA-CUOTAS-RECATEGORIZAR    PIC 9(02).
      *    Meses seguidos en situación 5 (irrecuperable) que debe
      *    cumplir un deudor para que sus préstamos se castiguen
      *    (cero = 12 meses).
           05    PA-MESES-CASTIGO           PIC 9(02).
      *    Préstamos hipotecarios: relación máxima préstamo/valor
      *    de tasación del inmueble (cero = 75%) y alícuota mensual
      *    del seguro de incendio sobre la tasación (cero =
      *    0,02%).
           05    PA-PORC-MAX-HIPOTECA       PIC V9(04).
           05    PA-TASA-SEGURO-INCENDIO    PIC V9(06).
      *    Alícuota mensual del seguro de vida saldo deudor sobre
      *    el capital pendiente del préstamo, cobrada con cada
      *    cuota (cero = 0,05%).
           05    PA-TASA-SEGURO-VIDA        PIC V9(06).
      *    Legajo de documentación del cliente: días de
      *    anticipación con que se avisa el vencimiento de un
      *    documento (cero = 30) y días de gracia pasado el
      *    vencimiento antes de restringir al cliente (cero = 15).
           05    PA-DIAS-AVISO-DOCUMENTO    PIC 9(03).
           05    PA-DIAS-GRACIA-DOCUMENTO   PIC 9(03).
      *    Tope regulatorio de la posición global neta en moneda
      *    extranjera, en pesos, sobre el valor absoluto de la
      *    posición (cero = sin tope cargado: el reporte diario lo
      *    advierte en vez de controlar).
           05    PA-TOPE-POSICION-CAMBIO    PIC S9(12)V99.
      *    Margen crediticio por cliente: porcentaje de uso de la
      *    línea aprobada desde el cual el reporte de márgenes lista
      *    al cliente como cerca del límite (cero = 90%).
           05    PA-PORC-ALERTA-MARGEN      PIC V9(04).
      *    Concentración del crédito: responsabilidad patrimonial
      *    computable del banco, en pesos, base de los topes (cero
      *    = sin cargar: el reporte no puede medir los topes y lo
      *    advierte); tope por grupo económico o cliente no
      *    vinculado (cero = 15%), por cada vinculado (cero = 5%) y
      *    para el total de los vinculados (cero = 20%), todos
      *    sobre esa responsabilidad patrimonial.
           05    PA-CAPITAL-COMPUTABLE      PIC S9(14)V99.
           05    PA-PORC-TOPE-GRUPO         PIC V9(04).
           05    PA-PORC-TOPE-VINCULADO     PIC V9(04).
           05    PA-PORC-TOPE-VINCULADOS    PIC V9(04).
      *    Cartera de los oficiales de cuenta: horizonte en días de
      *    los plazos fijos y documentos por vencer que se le
      *    listan a cada oficial (cero = 30 días).
           05    PA-DIAS-VISTA-CARTERA      PIC 9(03).
      *    DEBIN: días que tiene el cliente para aceptar una
      *    solicitud de débito que la red no trae con vencimiento
      *    propio (cero = 3 días).
           05    PA-DIAS-VENC-DEBIN         PIC 9(02).
      *    Política de contraseñas de operadores: días de vigencia
      *    de una contraseña antes de exigir el cambio (cero = 90) e
      *    inicios de sesión fallidos seguidos que bloquean al
      *    operador (cero = 3).
           05    PA-DIAS-VIGENCIA-CLAVE     PIC 9(03).
           05    PA-MAX-INTENTOS-CLAVE      PIC 9(02).
      *    Depuración de cuentas cerradas: años que una cuenta
      *    cerrada queda en cuentas.dat antes de pasar al maestro
      *    histórico (cero = 10 años).
           05    PA-ANIOS-RETENCION-CERRADAS PIC 9(02).
      *    Caja en contingencia: tope de extracción por cliente
      *    (suma de sus retiros pendientes en el diario de
      *    contingencia) mientras los archivos centrales no están
      *    disponibles (cero = $ 20.000).
           05    PA-TOPE-RETIRO-CONTINGENCIA PIC S9(12)V99.
      *    Catálogo de reportes: días que se guarda la copia de cada
      *    reporte registrado antes de depurarla (cero = 365 días).
           05    PA-DIAS-RETENCION-REPORTES PIC 9(03).
      *    Tasa preferencial de plazo fijo: spread sobre la tasa de
      *    pizarra por encima del cual, además del supervisor, la
      *    tiene que autorizar un administrador (cero = 2 puntos).
           05    PA-SPREAD-MAX-PREFERENCIAL PIC V9(04).
      *    Correspondencia devuelta: devoluciones del correo con las
      *    que el domicilio del cliente queda observado (cero = 3)
      *    y costo de franqueo de cada pieza en papel que se deja de
      *    enviar (cero = $ 450,00).
           05    PA-MAX-DEVOLUCIONES-CORREO PIC 9(02).
           05    PA-COSTO-PIEZA-POSTAL PIC 9(05)V99.
      *    Transferencias con el exterior: gastos del corresponsal
      *    por transferencia, en la moneda de la orden; los paga el
      *    ordenante (OUR) o se descuentan del importe enviado (BEN)
      *    (cero = 35,00).
           05    PA-GASTOS-EXTERIOR-ME PIC 9(05)V99.
      *    Régimen de transparencia: días corridos de aviso previo al
      *    cliente antes de que rija un aumento de comisiones o de
      *    tasas sobre productos ya contratados (cero = 60 días).
           05    PA-DIAS-AVISO-AUMENTO PIC 9(03).
