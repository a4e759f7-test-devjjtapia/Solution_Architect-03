      ******************************************************************
      * COPYBOOK - REGISTRO DEL FICHERO DE TOTALES DE LA PROVISION DE
      * PRIMAS NO CONSUMIDAS (POLPPNC)
      * VERSION LEGIBLE POR MAQUINA DEL REPORTE, CON LA MISMA
      * ESTRUCTURA QUE POLSUMRY-REC: UNA LINEA POR COMBINACION
      * ESTADO/PRODUCTO, UNA LINEA DE SUBTOTAL POR ESTADO (PRODUCTO =
      * '*TOTAL*') Y UNA LINEA FINAL GLOBAL (ESTADO = '*GLOBAL*').
      * CADA LINEA LLEVA LA FECHA DE VALORACION (AAAAMMDD) PARA QUE
      * EL DATA WAREHOUSE DE FINANZAS PUEDA SEGUIR LA VARIACION DE
      * LA PROVISION DE UN CIERRE DE MES AL SIGUIENTE.
      ******************************************************************
       01 PNC-REGISTRO.
          05 PNC-FECHA-VALORACION    PIC X(08).
          05 PNC-ESTADO-POLIZA       PIC X(10).
          05 PNC-TIPO-PRODUCTO       PIC X(10).
          05 PNC-NUM-POLIZAS         PIC 9(09).
          05 PNC-PRIMA-VIGENTE       PIC S9(13)V99.
          05 PNC-PRIMA-NO-CONSUMIDA  PIC S9(13)V99.
