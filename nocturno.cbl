       PROGRAM-ID. CADENA-NOCTURNA.
       AUTHOR. MARCOS MUÑOZ.

      * Orquestador del batch nocturno: corre la cadena completa
      * en el orden correcto — el control de integridad de los
      * maestros, órdenes permanentes, transacciones
      * externas, clearing, cuotas de préstamos, vencimientos de
      * plazos fijos, dormidas y el cierre diario, más el interés
      * mensual y el mantenimiento cuando es día primero, y al
      * final los consumos, cierres y débitos de resúmenes de
      * tarjetas de crédito y la liquidación de rescates del fondo
      * común de inversión, y el seguimiento de los casos de
      * cobranza sobre la mora que quedó y el reajuste de los
      * préstamos a tasa variable, y el último día del mes la
      * conciliación de los archivos operativos contra el mayor, y
      * por último la posición diaria de efectivo mínimo y la
      * posición global neta de cambio, y el último día del mes
      * el reporte de concentración del crédito por grupo
      * económico y vinculados, y la conversión de las cuentas de
      * menores cuyo titular cumplió 18 años, y el proceso de los
      * DEBIN recibidos de la red, y la liquidación de la red de
      * cajeros automáticos, y la liberación de las reservas de
      * efectivo que nadie retiró, y la depuración de los reportes
      * del catálogo con la retención vencida, y la extracción de
      * novedades del día para el data warehouse, y la
      * conciliación de las cuentas de liquidación contra los
      * extractos del BCRA y del corresponsal, y al final los
      * avisos y la aplicación de los cambios de comisiones y
      * tasas que entran en vigencia —
      * en vez de que alguien ejecute los pasos a mano y en
      * cualquier orden. Cada paso deja su renglón en el registro
      * de corrida (registro_nocturno.dat)
      * con hora de inicio, fin y resultado; si un paso termina
      * con código de retorno distinto de cero la cadena se
      * detiene, para que los pasos que dependen de él no corran
      * sobre datos a medias, y la reanudación (parámetro
      * NOCTURNO-RESTART) retoma desde el paso que falló usando el
      * checkpoint de la cadena, apoyada en el checkpoint propio
      * que ya tiene cada batch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-FH-ANIO-MES     PIC 9(06).
           05 WS-FH-DIA          PIC 9(02).

      *    Día siguiente a la fecha de proceso: si es primero, hoy
      *    es fin de mes.
       01  WS-FECHA-MANANA       PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-MANANA.
           05 WS-FM-ANIO-MES     PIC 9(06).
           05 WS-FM-DIA          PIC 9(02).
       01  WS-UN-DIA             PIC 9(03) VALUE 1.

       01  WS-HORA-AHORA         PIC 9(08).
       01  WS-HORA-INICIO        PIC 9(06).
       01  WS-HORA-FIN           PIC 9(06).
      *    mismo día de negocio (y sigue corriendo los pasos de
      *    fin de mes si corresponde).
           CALL 'OBTENER-FECHA-PROCESO' USING WS-FECHA-HOY.
           MOVE WS-FECHA-HOY TO WS-FECHA-MANANA.
           CALL 'SUMAR-DIAS-FECHA' USING WS-FECHA-MANANA WS-UN-DIA.

           IF LK-MODO-RESTART = 'S'
               PERFORM 060-LEER-CHECKPOINT
      *    final el cierre que cuadra el día. El interés y el
      *    mantenimiento mensual sólo corren el día primero.
           100-CORRER-CADENA SECTION.
      *        Antes que nada, que los maestros coincidan entre sí:
      *        un hallazgo crítico detiene la cadena antes de
      *        mover dinero sobre referencias rotas.
               MOVE 1 TO WS-PASO-ACTUAL.
               MOVE 'INTEGRIDAD' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

               MOVE 2 TO WS-PASO-ACTUAL.
               MOVE 'ORDENES' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

               MOVE 3 TO WS-PASO-ACTUAL.
               MOVE 'EXTERNAS' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

               MOVE 4 TO WS-PASO-ACTUAL.
               MOVE 'CLEARING' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

               MOVE 5 TO WS-PASO-ACTUAL.
               MOVE 'CUOTAS' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

               MOVE 6 TO WS-PASO-ACTUAL.
               MOVE 'PLAZOS' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

               IF WS-FH-DIA = 01
                   MOVE 7 TO WS-PASO-ACTUAL
                   MOVE 'INTERES' TO WS-NOMBRE-PASO
                   PERFORM 110-CORRER-PASO

                   MOVE 8 TO WS-PASO-ACTUAL
                   MOVE 'MANTENIMIENTO' TO WS-NOMBRE-PASO
                   PERFORM 110-CORRER-PASO

                   MOVE 9 TO WS-PASO-ACTUAL
                   MOVE 'PUNITORIO' TO WS-NOMBRE-PASO
                   PERFORM 110-CORRER-PASO
               END-IF.

               MOVE 10 TO WS-PASO-ACTUAL.
               MOVE 'DORMIDAS' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

               MOVE 11 TO WS-PASO-ACTUAL.
               MOVE 'CIERRE' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

               MOVE 12 TO WS-PASO-ACTUAL.
               MOVE 'PREAUTS' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

               MOVE 13 TO WS-PASO-ACTUAL.
               MOVE 'CUSTODIA' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

               MOVE 14 TO WS-PASO-ACTUAL.
               MOVE 'BARRIDOS' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

               MOVE 15 TO WS-PASO-ACTUAL.
               MOVE 'DEVENGAR' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

               MOVE 16 TO WS-PASO-ACTUAL.
               MOVE 'TC-CONSUMOS' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

               MOVE 17 TO WS-PASO-ACTUAL.
               MOVE 'TC-CIERRE' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

               MOVE 18 TO WS-PASO-ACTUAL.
               MOVE 'TC-DEBITO' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

               MOVE 19 TO WS-PASO-ACTUAL.
               MOVE 'FCI-RESCATES' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

               MOVE 20 TO WS-PASO-ACTUAL.
               MOVE 'COBRANZA' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

               MOVE 21 TO WS-PASO-ACTUAL.
               MOVE 'REPRECIO' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

               MOVE 22 TO WS-PASO-ACTUAL.
               MOVE 'DOCUMENTOS' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

               MOVE 23 TO WS-PASO-ACTUAL.
               MOVE 'ENLACES' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

      *        El último día del mes, la conciliación de los
      *        archivos operativos contra el mayor, ya con todo lo
      *        del día posteado.
               IF WS-FM-DIA = 01
                   MOVE 24 TO WS-PASO-ACTUAL
                   MOVE 'MAYOR' TO WS-NOMBRE-PASO
                   PERFORM 110-CORRER-PASO
               END-IF.

               MOVE 25 TO WS-PASO-ACTUAL.
               MOVE 'ENCAJE' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

               MOVE 26 TO WS-PASO-ACTUAL.
               MOVE 'POSCAMBIO' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

      *        El último día del mes, la concentración del crédito
      *        contra los topes, con la exposición ya al cierre.
               IF WS-FM-DIA = 01
                   MOVE 27 TO WS-PASO-ACTUAL
                   MOVE 'CONCENTRACION' TO WS-NOMBRE-PASO
                   PERFORM 110-CORRER-PASO
               END-IF.

      *        Las cuentas de menores cuyo titular ya cumplió 18
      *        pasan a cuenta común.
               MOVE 28 TO WS-PASO-ACTUAL.
               MOVE 'MAYORIA' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

      *        DEBIN: respuestas del canal web, vencimientos y
      *        solicitudes nuevas de la red.
               MOVE 29 TO WS-PASO-ACTUAL.
               MOVE 'DEBIN' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

      *        Liquidación de la red de cajeros: intercambio y
      *        partidas sin conciliar contra el neto de la red.
               MOVE 30 TO WS-PASO-ACTUAL.
               MOVE 'RED-ATM' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

      *        Reservas de efectivo cuyo día pasó sin retiro: se
      *        liberan los fondos reservados.
               MOVE 31 TO WS-PASO-ACTUAL.
               MOVE 'RESERVAS-EFE' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

               MOVE 32 TO WS-PASO-ACTUAL.
               MOVE 'REPORTES' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

               MOVE 33 TO WS-PASO-ACTUAL.
               MOVE 'CAMBIOS-DW' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

               MOVE 34 TO WS-PASO-ACTUAL.
               MOVE 'LIQUIDACIONES' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

               MOVE 35 TO WS-PASO-ACTUAL.
               MOVE 'CONDICIONES' TO WS-NOMBRE-PASO.
               PERFORM 110-CORRER-PASO.

      *    Corre un paso si la cadena sigue viva y no quedó ya
      *    completado en la corrida anterior. El código de retorno
      *    del paso decide si la cadena continúa.
           120-DESPACHAR-PASO SECTION.
               EVALUATE WS-PASO-ACTUAL
                   WHEN 1
                       CALL 'CONTROLAR-INTEGRIDAD-REFERENCIAL'
                   WHEN 2
                       CALL 'EJECUTAR-ORDENES-PERMANENTES'
                           USING WS-SIN-SIMULACION
                   WHEN 3
                       CALL 'PROCESAR-TRANSACCIONES-EXTERNAS'
                   WHEN 4
                       CALL 'LIBERAR-CLEARING'
                   WHEN 5
                       CALL 'COBRAR-CUOTAS-PRESTAMO'
                   WHEN 6
                       CALL 'VENCIMIENTOS-PLAZO-FIJO'
                   WHEN 7
                       CALL 'INTERES-MENSUAL' USING WS-RESTART-PASO
                           WS-SIN-SIMULACION
                   WHEN 8
                       CALL 'MANTENIMIENTO-MENSUAL'
                   WHEN 9
                       CALL 'INTERES-DESCUBIERTO'
                   WHEN 10
                       CALL 'DETECTAR-DORMIDAS'
                           USING WS-SIN-SIMULACION
                   WHEN 11
                       CALL 'CIERRE-DIARIO' USING
                           WS-SUCURSAL-TODAS WS-RESTART-PASO
                           WS-CIERRE-INCREMENTAL
                   WHEN 12
                       CALL 'EXPIRAR-PREAUTORIZACIONES'
                   WHEN 13
                       CALL 'DEPOSITAR-CUSTODIA'
                   WHEN 14
                       CALL 'EJECUTAR-BARRIDOS'
                           USING WS-MODO-BARRIDO
                   WHEN 15
                       CALL 'DEVENGAR-INTERESES'
                   WHEN 16
                       CALL 'CARGAR-CONSUMOS-TARJETA'
                   WHEN 17
                       CALL 'CIERRE-RESUMENES-TARJETA'
                   WHEN 18
                       CALL 'DEBITAR-RESUMENES-TARJETA'
                   WHEN 19
                       CALL 'LIQUIDAR-RESCATES-FCI'
                   WHEN 20
                       CALL 'SEGUIMIENTO-COBRANZA'
                   WHEN 21
                       CALL 'REPRECIAR-PRESTAMOS'
                   WHEN 22
                       CALL 'CONTROLAR-DOCUMENTOS'
                   WHEN 23
                       CALL 'CONCILIAR-ENLACES'
                   WHEN 24
                       CALL 'CONCILIAR-AUXILIARES-MAYOR'
                   WHEN 25
                       CALL 'CALCULAR-EFECTIVO-MINIMO'
                   WHEN 26
                       CALL 'POSICION-GLOBAL-CAMBIO'
                   WHEN 27
                       CALL 'REPORTE-CONCENTRACION'
                   WHEN 28
                       CALL 'CONVERTIR-MAYORIA-EDAD'
                   WHEN 29
                       CALL 'PROCESAR-DEBIN'
                   WHEN 30
                       CALL 'LIQUIDAR-RED-ATM'
                   WHEN 31
                       CALL 'LIBERAR-RESERVAS-EFECTIVO'
                   WHEN 32
                       CALL 'DEPURAR-REPORTES'
                   WHEN 33
                       CALL 'EXTRAER-CAMBIOS-DIARIOS'
                   WHEN 34
                       CALL 'CONCILIAR-LIQUIDACIONES'
                   WHEN 35
                       CALL 'APLICAR-CAMBIOS-CONDICIONES'
               END-EVALUATE.

           130-REGISTRAR-PASO SECTION.
