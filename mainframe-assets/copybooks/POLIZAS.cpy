      *    FILAS ANTERIORES AL ATRIBUTO, QUE LOS CONSUMIDORES
      *    TRATAN COMO ANUAL.
          05 FORMA-PAGO            PIC X(01).
      *    INTERMEDIARIO (AGENTE O CORREDOR) QUE APORTO LA POLIZA,
      *    CONTRA EL MAESTRO INTERMEDIARIOS (VER INTERMED.CPY). EN
      *    BLANCO EN LA VENTA DIRECTA Y EN FILAS ANTERIORES AL
      *    ATRIBUTO, QUE NO DEVENGAN COMISION.
          05 CODIGO-INTERMEDIARIO  PIC X(08).
