      * MISMAS REGLAS DE NEGOCIO DEL CICLO DE VIDA QUE
      * 4000-VALIDAR-TRANSICION DE UPDPOLZA: UNA POLIZA VENCIDA
      * SOLO PUEDE PASAR A REVISION O CANCELADA; CANCELADA ES
      * TERMINAL Y NO SE ALCANZA CON UN SINIESTRO ABIERTO CON
      * RESERVA PENDIENTE (VER 4600).
      ******************************************************************
       4500-VALIDAR-TRANSICION.
           SET WS-TRANSICION-NO-VALIDA TO TRUE.
      ******************************************************************
      * 4600-COMPROBAR-SINIESTROS
      * MISMO CONTROL QUE 4100-COMPROBAR-SINIESTROS DE UPDPOLZA:
      * UNA POLIZA CON UN SINIESTRO ABIERTO Y RESERVA PENDIENTE
      * (POLIZAS_SINIESTROS) NO PUEDE CANCELARSE, NI EN LINEA NI POR
      * CAMBIO MASIVO; EL ABIERTO CON PENDIENTE CERO NO BLOQUEA. LA
      * TRANSACCION SE RECHAZA EN EL REPORTE CON SU PROPIO CODIGO
      * DE RAZON; ANTE UN ERROR DE BD EL JOB ABORTA COMO EN
      * CUALQUIER OTRO ACCESO.
                  FROM POLIZAS_SINIESTROS
                 WHERE POLIZA_ID        = :WS-POLIZA-ID
                   AND ESTADO_SINIESTRO = 'ABIERTO'
                   AND IMPORTE_RESERVA  > IMPORTE_PAGADO
           END-EXEC.

           IF SQLCODE NOT = 0
