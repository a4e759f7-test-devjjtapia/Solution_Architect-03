              88 CA-RC-DATOS-INVALIDOS     VALUE 08.
              88 CA-RC-ERROR-BD            VALUE 12.
              88 CA-RC-TRANSICION-INVALIDA VALUE 16.
              88 CA-RC-AUTORIZACION-DENEGADA
                                           VALUE 16.
              88 CA-RC-PENDIENTE-APROBACION
                                           VALUE 20.
           05 CA-REASON-CODE           PIC 9(04).
              88 CA-RSN-NINGUNO            VALUE 0000.
              88 CA-RSN-LONGITUD-INVALIDA  VALUE 1001.
              88 CA-RSN-NO-NUMERICO        VALUE 1002.
              88 CA-RSN-DIGITO-CONTROL     VALUE 1003.
              88 CA-RSN-ESTADO-DESCONOCIDO VALUE 1004.
              88 CA-RSN-SOLICITUD-INVALIDA VALUE 1023.
              88 CA-RSN-NO-ENCONTRADA      VALUE 2001.
              88 CA-RSN-ERROR-BD           VALUE 2002.
              88 CA-RSN-SOLICITUD-NO-ENCONTRADA
                                           VALUE 2004.
              88 CA-RSN-TRANSICION-NO-PERMITIDA
                                           VALUE 3001.
              88 CA-RSN-SINIESTRO-ABIERTO  VALUE 3004.
              88 CA-RSN-PENDIENTE-APROBACION
                                           VALUE 3019.
              88 CA-RSN-SOLICITUD-YA-PENDIENTE
                                           VALUE 3020.
              88 CA-RSN-APROBADOR-ES-SOLICITANTE
                                           VALUE 3021.
              88 CA-RSN-SIN-ATRIBUCIONES   VALUE 3022.
           05 CA-ESTADO-ANTERIOR       PIC X(10).
      *    ---------------------------------------------------------
      *    AREA DE ENTRADA (CONTINUACION)
      *    RECIBE EL RECHAZO POR LONGITUD DE SIEMPRE.
      *    ---------------------------------------------------------
           05 CA-MOTIVO-CAMBIO         PIC X(04).
      *    ---------------------------------------------------------
      *    DOBLE FIRMA (ENTRADA/SALIDA)
      *    UNA CANCELACION PEDIDA POR UN USUARIO SIN ATRIBUCION PARA
      *    CANCELAR (AUTORIZ_USUARIOS) NO SE APLICA: QUEDA PENDIENTE
      *    EN AUTORIZ_PENDIENTES CON RC 20 / RSN 3019 Y SU SECUENCIA
      *    SE DEVUELVE AQUI.
      *    EN LA ENTRADA, CERO ES UN CAMBIO NORMAL; DISTINTO DE CERO
      *    PIDE APLICAR ESA SOLICITUD PENDIENTE DE LA POLIZA (LO HACE
      *    LA TRANSACCION UPDAUTOR AL APROBARLA): ESTADO Y MOTIVO SE
      *    TOMAN ENTONCES DE LA SOLICITUD Y NO DE ESTA COMMAREA, Y EL
      *    USUARIO QUE APRUEBA DEBE SER OTRO Y PODER CANCELAR.
      *    ---------------------------------------------------------
           05 CA-SOLICITUD-SECUENCIA   PIC 9(09).
