      ******************************************************************
      * COPYBOOK DCLGEN - TABLA DB2 CUENTAS_CONTABLES
      * TABLA DE CORRESPONDENCIA CONTABLE DEL DIARIO (POLCONTA): UNA
      * FILA POR TIPO DE MOVIMIENTO Y TIPO DE PRODUCTO (CLAVE
      * PRIMARIA TIPO_MOVIMIENTO + TIPO_PRODUCTO) CON LA CUENTA QUE
      * SE CARGA (DEBE) Y LA QUE SE ABONA (HABER). UN TIPO DE
      * PRODUCTO '*' ES LA FILA GENERICA DEL MOVIMIENTO, QUE SE
      * APLICA A LOS PRODUCTOS SIN FILA PROPIA. TIPOS DE MOVIMIENTO:
      *   ALTA - PRIMA DE NUEVA PRODUCCION (ALTA DE POLIZA).
      *   ENDO - DIFERENCIA DE PRIMA DE UN ENDOSO (UPDPRIMA).
      *   RENV - PRIMA DEL NUEVO PERIODO DE UNA RENOVACION.
      *   EXTN - EXTORNO A PAGAR POR TESORERIA (NETO DE POLEXTOR).
      *   EXTC - EXTORNO COMPENSADO CON IMPAGOS DE FACTURACION.
      *   APER - DOTACION DE RESERVA AL ABRIR UN SINIESTRO.
      *   AUMR - AUMENTO DE RESERVA DE SINIESTRO.
      *   LIBR - LIBERACION DE RESERVA DE SINIESTRO.
      *   PAGO - PAGO DE SINIESTRO CON CARGO A LA RESERVA.
      * UN IMPORTE NEGATIVO (P.EJ. UN ENDOSO A LA BAJA) SE CONTABILIZA
      * CON LAS DOS CUENTAS INTERCAMBIADAS.
      * MANTENIMIENTO: TRANSACCION UPDCTACO.
      ******************************************************************
       01 DCLCUENTAS-CONTABLES.
          05 CTA-TIPO-MOVIMIENTO   PIC X(04).
             88 CTA-MOVIMIENTO-VALIDO  VALUES 'ALTA' 'ENDO' 'RENV'
                                              'EXTN' 'EXTC' 'APER'
                                              'AUMR' 'LIBR' 'PAGO'.
          05 CTA-TIPO-PRODUCTO     PIC X(10).
             88 CTA-PRODUCTO-GENERICO  VALUE '*'.
          05 CTA-CUENTA-DEBE       PIC X(10).
          05 CTA-CUENTA-HABER      PIC X(10).
          05 CTA-DESCRIPCION       PIC X(40).
