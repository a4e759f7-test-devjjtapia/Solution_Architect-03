      ******************************************************************
      * COPYBOOK - REGISTROS DE CONTROL DEL FICHERO DE PAGOS DE
      * COMISIONES (POLCOMIS)
      * CABECERA (FECHA, ORIGEN Y MES LIQUIDADO) Y PIE (NUMERO DE
      * ORDENES Y SUMA A PAGAR) ALREDEDOR DE LAS ORDENES
      * COMPAGO-REC, COMO EL CUADRO DE RECIBOS, PARA QUE TESORERIA
      * VALIDE QUE EL FICHERO LLEGA COMPLETO ANTES DE TRANSFERIR.
      * MISMA LONGITUD DE REGISTRO QUE CPG-REGISTRO (120). LOS
      * DATOS EMPIEZAN POR EL CODIGO DE INTERMEDIARIO, Y UPDINTER
      * NO ADMITE CODIGOS QUE EMPIECEN POR 'CAB' O 'PIE', ASI QUE
      * LAS MARCAS NO COLISIONAN NUNCA CON UNA ORDEN.
      ******************************************************************
       01 CGC-REGISTRO.
          05 CGC-TIPO-REGISTRO       PIC X(03).
             88 CGC-ES-CABECERA          VALUE 'CAB'.
             88 CGC-ES-PIE               VALUE 'PIE'.
          05 CGC-DATOS               PIC X(117).
          05 CGC-DATOS-CABECERA REDEFINES CGC-DATOS.
             10 CGC-CAB-FECHA-PROCESO   PIC X(08).
             10 CGC-CAB-ORIGEN          PIC X(20).
             10 CGC-CAB-PERIODO         PIC X(06).
             10 FILLER                  PIC X(83).
          05 CGC-DATOS-PIE REDEFINES CGC-DATOS.
             10 CGC-PIE-TOTAL-REGISTROS PIC 9(09).
             10 CGC-PIE-SUMA-IMPORTES   PIC S9(13)V99.
             10 FILLER                  PIC X(93).
