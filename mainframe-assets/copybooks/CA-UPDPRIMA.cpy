              88 CA-RC-DATOS-INVALIDOS     VALUE 08.
              88 CA-RC-ERROR-BD            VALUE 12.
              88 CA-RC-CAMBIO-INVALIDO     VALUE 16.
              88 CA-RC-AUTORIZACION-DENEGADA
                                           VALUE 16.
              88 CA-RC-PENDIENTE-APROBACION
                                           VALUE 20.
           05 CA-REASON-CODE           PIC 9(04).
              88 CA-RSN-NINGUNO            VALUE 0000.
              88 CA-RSN-LONGITUD-INVALIDA  VALUE 1001.
              88 CA-RSN-DIGITO-CONTROL     VALUE 1003.
              88 CA-RSN-PRIMA-INVALIDA     VALUE 1005.
              88 CA-RSN-FECHA-INVALIDA     VALUE 1006.
              88 CA-RSN-SOLICITUD-INVALIDA VALUE 1023.
              88 CA-RSN-NO-ENCONTRADA      VALUE 2001.
              88 CA-RSN-ERROR-BD           VALUE 2002.
              88 CA-RSN-SOLICITUD-NO-ENCONTRADA
                                           VALUE 2004.
              88 CA-RSN-ESTADO-NO-MODIFICABLE
                                           VALUE 3002.
              88 CA-RSN-PRIMA-FUERA-DE-BANDA
                                           VALUE 3003.
              88 CA-RSN-PRODUCTO-DESCONOCIDO
                                           VALUE 3005.
              88 CA-RSN-PENDIENTE-APROBACION
                                           VALUE 3019.
              88 CA-RSN-SOLICITUD-YA-PENDIENTE
                                           VALUE 3020.
              88 CA-RSN-APROBADOR-ES-SOLICITANTE
                                           VALUE 3021.
              88 CA-RSN-SIN-ATRIBUCIONES   VALUE 3022.
           05 CA-ESTADO-POLIZA         PIC X(10).
           05 CA-PRIMA-ANTERIOR        PIC S9(9)V99.
           05 CA-PRIMA-APLICADA        PIC S9(9)V99.
      *    ---------------------------------------------------------
      *    DOBLE FIRMA (ENTRADA/SALIDA)
      *    UN ENDOSO CUYA DIFERENCIA DE PRIMA EXCEDE LAS ATRIBUCIONES
      *    DEL USUARIO (AUTORIZ_USUARIOS) NO SE APLICA: QUEDA
      *    PENDIENTE EN AUTORIZ_PENDIENTES CON RC 20 / RSN 3019 Y SU
      *    SECUENCIA SE DEVUELVE AQUI.
      *    EN LA ENTRADA, CERO ES UN ENDOSO NORMAL; DISTINTO DE CERO
      *    PIDE APLICAR ESA SOLICITUD PENDIENTE DE LA POLIZA (LO HACE
      *    LA TRANSACCION UPDAUTOR AL APROBARLA): PRIMA, FECHA DE
      *    EFECTO Y MOTIVO SE TOMAN ENTONCES DE LA SOLICITUD Y NO DE
      *    ESTA COMMAREA, Y EL USUARIO QUE APRUEBA DEBE SER OTRO Y
      *    TENER ATRIBUCIONES SUFICIENTES. VA AL FINAL DEL AREA COMO
      *    CA-MOTIVO-CAMBIO DE UPDPOLZA: UN LLAMADOR QUE NO LO ENVIE
      *    RECIBE EL RECHAZO POR LONGITUD DE SIEMPRE.
      *    ---------------------------------------------------------
           05 CA-SOLICITUD-SECUENCIA   PIC 9(09).
