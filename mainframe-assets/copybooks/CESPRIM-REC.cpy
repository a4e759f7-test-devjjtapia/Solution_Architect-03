      ******************************************************************
      * COPYBOOK - REGISTRO DEL BORDEREAU DE PRIMAS CEDIDAS
      * (POLCESIO)
      * UNA LINEA POR POLIZA EN VIGOR CUBIERTA POR UN TRATADO EN EL
      * MES Y POR TERMINO ANUAL QUE TOCA EL MES (DOS SI LA POLIZA SE
      * RENUEVA DENTRO DE EL): EFECTO Y VENCIMIENTO DEL TERMINO,
      * PRIMA ANUAL VIGENTE EN EL (RECONSTRUIDA DE POLIZAS_ENDOSOS),
      * PRIMA DEVENGADA EN EL MES A PRORRATA DE DIAS CUBIERTOS Y
      * PRIMA CEDIDA SEGUN EL TRATADO (PORCENTAJE DE CESION Y
      * LIMITE DE RETENCION, VER TRATADO).
      ******************************************************************
       01 CPR-REGISTRO.
          05 CPR-POLIZA-ID           PIC X(10).
          05 CPR-TIPO-PRODUCTO       PIC X(10).
          05 CPR-CODIGO-TRATADO      PIC X(10).
          05 CPR-PERIODO             PIC X(06).
          05 CPR-FECHA-EFECTO        PIC X(10).
          05 CPR-FECHA-VENCIMIENTO   PIC X(10).
          05 CPR-PRIMA-VIGENTE       PIC S9(9)V99 COMP-3.
          05 CPR-DIAS-CUBIERTOS      PIC 9(02).
          05 CPR-PRIMA-PERIODO       PIC S9(9)V99 COMP-3.
          05 CPR-PORCENTAJE-CESION   PIC S9(3)V99 COMP-3.
          05 CPR-PRIMA-CEDIDA        PIC S9(9)V99 COMP-3.
          05 FILLER                  PIC X(21).
