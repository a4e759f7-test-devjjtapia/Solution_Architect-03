      * ESPEJO VALIDAN CABECERA Y PIE Y ABENDAN ANTE UN FICHERO
      * CORTO O INCOMPLETO, EN VEZ DE PROCESAR EN SILENCIO UNA
      * EXTRACCION PARCIAL.
      * MISMA LONGITUD DE REGISTRO QUE PZ-REGISTRO (118). LOS DATOS
      * EMPIEZAN SIEMPRE POR POLIZA-ID NUMERICO, ASI QUE 'CAB'/'PIE'
      * EN LAS TRES PRIMERAS POSICIONES NO COLISIONA NUNCA CON UN
      * REGISTRO DE DATOS.
          05 PZC-TIPO-REGISTRO       PIC X(03).
             88 PZC-ES-CABECERA          VALUE 'CAB'.
             88 PZC-ES-PIE               VALUE 'PIE'.
          05 PZC-DATOS               PIC X(115).
          05 PZC-DATOS-CABECERA REDEFINES PZC-DATOS.
             10 PZC-CAB-FECHA-PROCESO   PIC X(08).
             10 PZC-CAB-ORIGEN          PIC X(20).
             10 FILLER                  PIC X(87).
          05 PZC-DATOS-PIE REDEFINES PZC-DATOS.
             10 PZC-PIE-TOTAL-REGISTROS PIC 9(09).
             10 PZC-PIE-SUMA-PRIMAS     PIC S9(13)V99.
             10 FILLER                  PIC X(91).
