      ******************************************************************
      * COPYBOOK WORKING-STORAGE - PERIODO DE GRACIA POR IMPAGO
      * COMPARTIDO POR POLREQUE (CARTAS DE REQUERIMIENTO) Y POLMORA
      * (PASO A VENCIDA), QUE DEBEN CALCULAR EL MISMO FIN DE GRACIA:
      * LA CARTA SE EMITE ANTES DE QUE LA GRACIA ACABE Y POLMORA NO
      * VENCE NINGUNA POLIZA ANTES DE QUE ACABE.
      ******************************************************************
      *    PERIODO DE GRACIA ESTANDAR DE LA COMPANIA: DIAS DESPUES DE
      *    LA FECHA DE VENCIMIENTO DURANTE LOS QUE UNA PRIMA IMPAGADA
      *    TODAVIA NO VENCE LA POLIZA.
       01 WS-DIAS-GRACIA             PIC 9(03) VALUE 30.
