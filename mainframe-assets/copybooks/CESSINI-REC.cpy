      ******************************************************************
      * COPYBOOK - REGISTRO DEL BORDEREAU DE SINIESTROS CEDIDOS
      * (POLCESIO)
      * UNA LINEA POR SINIESTRO ABIERTO AL CIERRE DEL MES O CERRADO
      * DENTRO DE EL: RESERVA TOTAL (INCURRIDO), PAGOS DEL MES
      * (LIBRO POLIZAS_SINI_MOVIM), RESERVA PENDIENTE, Y LA PARTE
      * CEDIDA DE LOS PAGOS DEL MES Y DE LA RESERVA PENDIENTE. EL
      * REPARTO SE FIJA SOBRE EL INCURRIDO DEL SINIESTRO CON EL
      * PORCENTAJE Y EL LIMITE DE RETENCION DEL TRATADO (VER
      * TRATADO) Y SE APLICA EN PROPORCION A PAGOS Y PENDIENTE.
      ******************************************************************
       01 CSI-REGISTRO.
          05 CSI-POLIZA-ID           PIC X(10).
          05 CSI-SECUENCIA           PIC 9(09).
          05 CSI-TIPO-PRODUCTO       PIC X(10).
          05 CSI-CODIGO-TRATADO      PIC X(10).
          05 CSI-PERIODO             PIC X(06).
          05 CSI-ESTADO-SINIESTRO    PIC X(10).
          05 CSI-FECHA-OCURRENCIA    PIC X(10).
          05 CSI-RESERVA-TOTAL       PIC S9(9)V99 COMP-3.
          05 CSI-PAGADO-PERIODO      PIC S9(9)V99 COMP-3.
          05 CSI-PENDIENTE           PIC S9(9)V99 COMP-3.
          05 CSI-PAGADO-CEDIDO       PIC S9(9)V99 COMP-3.
          05 CSI-PENDIENTE-CEDIDO    PIC S9(9)V99 COMP-3.
          05 FILLER                  PIC X(05).
