      ******************************************************************
      * COPYBOOK DCLGEN - TABLA DB2 AUTORIZ_PENDIENTES
      * COLA DE CAMBIOS MANUALES QUE EXCEDIERON LAS ATRIBUCIONES DEL
      * USUARIO QUE LOS PIDIO (AUTORIZ.CPY): UNA FILA POR SOLICITUD,
      * CON LOS DATOS NECESARIOS PARA APLICARLA TAL CUAL SE PIDIO.
      *   - TIPO 'E': ENDOSO DE PRIMA (UPDPRIMA): PRIMA ANTERIOR Y
      *     NUEVA, FECHA DE EFECTO Y MOTIVO DE ENDOSO.
      *   - TIPO 'C': CANCELACION (UPDPOLZA): ESTADO ANTERIOR,
      *     ESTADO SOLICITADO Y MOTIVO DEL CAMBIO.
      * SECUENCIA ES UN CORRELATIVO ASCENDENTE DENTRO DE CADA
      * POLIZA (CLAVE PRIMARIA POLIZA_ID + SECUENCIA), IGUAL QUE EN
      * POLIZAS_HIST. UNA POLIZA TIENE COMO MUCHO UNA SOLICITUD
      * PENDIENTE A LA VEZ.
      * ESTADO 'P' PENDIENTE, 'A' APROBADA (EL CAMBIO SE APLICO CON
      * SU FILA DE POLIZAS_HIST / POLIZAS_ENDOSOS EN LA MISMA UNIDAD
      * DE TRABAJO) O 'R' RECHAZADA. LA RESUELVE UN USUARIO DISTINTO
      * DEL SOLICITANTE CON ATRIBUCIONES SUFICIENTES (TRANSACCION
      * UPDAUTOR). LAS FILAS NUNCA SE BORRAN: SON EL RASTRO DE LA
      * DOBLE FIRMA. POLAUTPE LISTA CADA NOCHE LAS PENDIENTES DE
      * MAS DE 48 HORAS.
      ******************************************************************
       01 DCLAUTORIZ-PENDIENTES.
          05 AUTP-POLIZA-ID        PIC X(10).
          05 AUTP-SECUENCIA        PIC S9(09) COMP.
          05 AUTP-TIPO-SOLICITUD   PIC X(01).
             88 AUTP-ES-ENDOSO         VALUE 'E'.
             88 AUTP-ES-CANCELACION    VALUE 'C'.
          05 AUTP-ESTADO-SOLICITUD PIC X(01).
             88 AUTP-PENDIENTE         VALUE 'P'.
             88 AUTP-APROBADA          VALUE 'A'.
             88 AUTP-RECHAZADA         VALUE 'R'.
          05 AUTP-PRIMA-ANTERIOR   PIC S9(9)V99 COMP-3.
          05 AUTP-PRIMA-NUEVA      PIC S9(9)V99 COMP-3.
          05 AUTP-FECHA-EFECTO     PIC X(10).
          05 AUTP-ESTADO-ANTERIOR  PIC X(10).
          05 AUTP-ESTADO-SOLICITADO
                                   PIC X(10).
          05 AUTP-MOTIVO           PIC X(04).
          05 AUTP-USUARIO-SOLICITA PIC X(08).
          05 AUTP-FECHA-SOLICITUD  PIC X(08).
          05 AUTP-HORA-SOLICITUD   PIC X(06).
          05 AUTP-USUARIO-RESUELVE PIC X(08).
          05 AUTP-FECHA-RESOLUCION PIC X(08).
          05 AUTP-HORA-RESOLUCION  PIC X(06).
