      *     OCURRENCIA, IMPORTE RESERVADO Y CODIGO DE CAUSA; LA
      *     TRANSACCION ASIGNA LA SECUENCIA Y LA DEVUELVE.
      *   - ACCION 'C' (CERRAR): EL LLAMADOR APORTA LA SECUENCIA
      *     DEL SINIESTRO A CERRAR; LA RESERVA QUE QUEDE PENDIENTE
      *     SE LIBERA EN EL MISMO CIERRE.
      * LOS PAGOS Y AJUSTES DE RESERVA INTERMEDIOS SE GRABAN CON LA
      * TRANSACCION MOVSINIE (CA-MOVSINIE).
      ******************************************************************
       01 DFHCOMMAREA.
      *    ---------------------------------------------------------
