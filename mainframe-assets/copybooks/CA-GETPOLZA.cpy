              10 CA-FECHA-EFECTO          PIC X(10).
              10 CA-FECHA-VENCIMIENTO     PIC X(10).
              10 CA-PRIMA-IMPORTE         PIC S9(9)V99.
      *       AGENTE O CORREDOR DE LA POLIZA; EN BLANCO = VENTA
      *       DIRECTA.
              10 CA-CODIGO-INTERMEDIARIO  PIC X(08).
      *    ---------------------------------------------------------
      *    AREA DE SALIDA - BUSQUEDA MULTIPLE POR NIF (MODO 'N')
      *    ---------------------------------------------------------
