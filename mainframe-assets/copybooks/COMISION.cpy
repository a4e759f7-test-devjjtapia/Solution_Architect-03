      ******************************************************************
      * COPYBOOK DCLGEN - TABLA DB2 COMISIONES_INTERMED
      * PORCENTAJES DE COMISION PACTADOS CON CADA INTERMEDIARIO POR
      * TIPO DE PRODUCTO (CLAVE PRIMARIA CODIGO_INTERMEDIARIO +
      * TIPO_PRODUCTO). UN TIPO DE PRODUCTO '*' ES LA FILA GENERICA
      * DEL INTERMEDIARIO, QUE SE APLICA A LOS PRODUCTOS SIN FILA
      * PROPIA, COMO EN CUENTAS_CONTABLES. UN PRODUCTO SIN FILA
      * PROPIA NI GENERICA NO DEVENGA COMISION Y SALE COMO
      * EXCEPCION EN LA LIQUIDACION MENSUAL (POLCOMIS).
      * MANTENIMIENTO: TRANSACCION UPDINTER.
      ******************************************************************
       01 DCLCOMISIONES-INTERMED.
          05 COMI-CODIGO-INTERMEDIARIO
                                   PIC X(08).
          05 COMI-TIPO-PRODUCTO    PIC X(10).
             88 COMI-PRODUCTO-GENERICO VALUE '*'.
      *    PORCENTAJE SOBRE PRIMA (P.EJ. 12.50 = 12,5%).
          05 COMI-PORCENTAJE-COMISION
                                   PIC S9(3)V99 COMP-3.
