             88 PZ-PAGO-SEMESTRAL     VALUE 'S'.
             88 PZ-PAGO-TRIMESTRAL    VALUE 'T'.
             88 PZ-PAGO-MENSUAL       VALUE 'M'.
      *    INTERMEDIARIO DE LA POLIZA (VER POLIZAS.CPY): EN BLANCO
      *    EN LA VENTA DIRECTA.
          05 PZ-CODIGO-INTERMEDIARIO
                                   PIC X(08).
