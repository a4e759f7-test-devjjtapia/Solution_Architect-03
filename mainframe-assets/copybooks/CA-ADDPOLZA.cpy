           05 CA-FORMA-PAGO            PIC X(01).
              88 CA-FORMA-PAGO-VALIDA      VALUES 'A' 'S' 'T' 'M'
                                                  ' '.
      *    AGENTE O CORREDOR QUE INTERMEDIA LA POLIZA (MAESTRO
      *    INTERMEDIARIOS). EN BLANCO ES VENTA DIRECTA, SIN
      *    COMISION; SI SE INFORMA DEBE EXISTIR Y ESTAR DE ALTA.
           05 CA-CODIGO-INTERMEDIARIO  PIC X(08).
      *    ---------------------------------------------------------
      *    AREA DE SALIDA
      *    ---------------------------------------------------------
              88 CA-RSN-PRODUCTO-DESCONOCIDO
                                           VALUE 3013.
              88 CA-RSN-PRODUCTO-CERRADO   VALUE 3014.
              88 CA-RSN-INTERMEDIARIO-DESCONOCIDO
                                           VALUE 3017.
              88 CA-RSN-INTERMEDIARIO-DE-BAJA
                                           VALUE 3018.
      *    NUMERO DE POLIZA GENERADO (9 POSICIONES DE CORRELATIVO
      *    MAS EL DIGITO DE CONTROL). SOLO TIENE CONTENIDO CON
      *    CA-RC-OK.
