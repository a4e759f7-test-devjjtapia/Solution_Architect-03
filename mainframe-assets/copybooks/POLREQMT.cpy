      ******************************************************************
      * COPYBOOK DCLGEN - TABLA DB2 POLIZAS_REQUERIM
      * CARTAS DE REQUERIMIENTO DE PAGO PREVIAS AL PASO A VENCIDA:
      * UNA FILA POR CARTA EMITIDA, QUE ES LA PRUEBA DE QUE EL
      * TOMADOR FUE REQUERIDO ANTES DE VENCER LA POLIZA.
      * CLAVE PRIMARIA POLIZA_ID + FECHA_VENCIMIENTO: UNA SOLA CARTA
      * POR POLIZA Y VENCIMIENTO IMPAGADO (FECHA ISO AAAA-MM-DD DE LA
      * POLIZA EN EL MOMENTO DE LA CARTA). LA FECHA DE LA CARTA Y LA
      * FECHA LIMITE DE PAGO QUE SE LE DA AL TOMADOR VAN EN FORMATO
      * AAAAMMDD, COMO EN POLIZAS_HIST.
      * ESCRIBE: POLREQUE. LEE: POLMORA, QUE SOLO VENCE UNA POLIZA
      * CON CARTA PARA SU VENCIMIENTO Y CON LA FECHA LIMITE PASADA.
      ******************************************************************
       01 DCLPOLIZAS-REQUERIM.
          05 RQM-POLIZA-ID            PIC X(10).
          05 RQM-FECHA-VENCIMIENTO    PIC X(10).
          05 RQM-FECHA-CARTA          PIC X(08).
          05 RQM-FECHA-LIMITE         PIC X(08).
          05 RQM-IMPORTE-DEUDA        PIC S9(9)V99 COMP-3.
