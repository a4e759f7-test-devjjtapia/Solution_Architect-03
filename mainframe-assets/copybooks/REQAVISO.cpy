      ******************************************************************
      * COPYBOOK - REGISTRO DE CARTA DE REQUERIMIENTO DE PAGO
      * (POLREQUE)
      * UNA LINEA POR CARTA AL TOMADOR, EN FORMATO DISPLAY PARA EL
      * SISTEMA DE IMPRESION/ENSOBRADO, COMO LOS AVISOS DE
      * RENOVACION (RENAVISO). MISMO ORDEN DE CAMPOS QUE LA
      * PLANTILLA DE CARTA: IMPORTE ADEUDADO Y FECHA LIMITE DE PAGO
      * (ISO AAAA-MM-DD) PASADA LA CUAL LA POLIZA QUEDA VENCIDA.
      ******************************************************************
       01 RQA-REGISTRO.
          05 RQA-NOMBRE-ASEGURADO    PIC X(40).
          05 RQA-NIF-CLIENTE         PIC X(13).
          05 RQA-POLIZA-ID           PIC X(10).
          05 RQA-FECHA-VENCIMIENTO   PIC X(10).
          05 RQA-IMPORTE-DEUDA       PIC S9(9)V99.
          05 RQA-FECHA-LIMITE        PIC X(10).
