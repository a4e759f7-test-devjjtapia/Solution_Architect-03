      ******************************************************************
      * COPYBOOK - REGISTROS DE CONTROL DE LOS BORDEREAUX DE CESION
      * POLCESIO ENVUELVE CADA BORDEREAU (PRIMAS Y SINIESTROS) ENTRE
      * UNA CABECERA (FECHA, ORIGEN Y MES CEDIDO) Y UN PIE (NUMERO
      * DE REGISTROS Y SUMA DE LO CEDIDO), EXACTAMENTE COMO POLRECIB
      * ENVUELVE EL CUADRO DE RECIBOS (RECIBO-CTL), PARA QUE EL
      * REASEGURADOR VALIDE LA COMPLETITUD DEL FICHERO. LA SUMA
      * CEDIDA ES LA PRIMA CEDIDA EN EL BORDEREAU DE PRIMAS, Y LOS
      * PAGOS CEDIDOS MAS LA RESERVA PENDIENTE CEDIDA EN EL DE
      * SINIESTROS.
      * MISMA LONGITUD DE REGISTRO QUE CPR-REGISTRO Y CSI-REGISTRO
      * (100). LOS DATOS EMPIEZAN SIEMPRE POR POLIZA-ID NUMERICO,
      * ASI QUE 'CAB'/'PIE' NO COLISIONA NUNCA CON UN REGISTRO DE
      * DATOS.
      ******************************************************************
       01 CSC-REGISTRO.
          05 CSC-TIPO-REGISTRO       PIC X(03).
             88 CSC-ES-CABECERA          VALUE 'CAB'.
             88 CSC-ES-PIE               VALUE 'PIE'.
          05 CSC-DATOS               PIC X(97).
          05 CSC-DATOS-CABECERA REDEFINES CSC-DATOS.
             10 CSC-CAB-FECHA-PROCESO   PIC X(08).
             10 CSC-CAB-ORIGEN          PIC X(20).
             10 CSC-CAB-PERIODO         PIC X(06).
             10 FILLER                  PIC X(63).
          05 CSC-DATOS-PIE REDEFINES CSC-DATOS.
             10 CSC-PIE-TOTAL-REGISTROS PIC 9(09).
             10 CSC-PIE-SUMA-CEDIDA     PIC S9(13)V99.
             10 FILLER                  PIC X(73).
