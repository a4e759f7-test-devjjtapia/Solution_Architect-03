      ******************************************************************
      * COPYBOOK DFHCOMMAREA - TRANSACCION UPDAUTOR
      * AREA DE COMUNICACION PARA RESOLVER LOS CAMBIOS PENDIENTES DE
      * DOBLE FIRMA (TABLA AUTORIZ_PENDIENTES):
      *   - ACCION 'L' (LISTAR): PAGINA DE HASTA 10 SOLICITUDES
      *     PENDIENTES EN ORDEN DE POLIZA, CON LA MISMA PAGINACION
      *     QUE LA BUSQUEDA POR NIF DE GETPOLZA (CLAVE DE
      *     CONTINUACION = ULTIMA POLIZA DEVUELTA).
      *   - ACCION 'C' (CONSULTAR): DEVUELVE LA SOLICITUD PENDIENTE
      *     DE LA POLIZA, CON SU SECUENCIA.
      *   - ACCION 'A' (APROBAR): APLICA LA SOLICITUD POLIZA +
      *     SECUENCIA VIA UPDPRIMA (ENDOSO) O UPDPOLZA (CANCELACION),
      *     Y DEVUELVE SU CODIGO DE RETORNO/RAZON.
      *   - ACCION 'R' (RECHAZAR): DESCARTA LA SOLICITUD POLIZA +
      *     SECUENCIA SIN APLICARLA.
      * EN APROBAR Y RECHAZAR LA SECUENCIA ES OBLIGATORIA (LA DE LA
      * CONSULTA PREVIA): SE RESUELVE LO QUE EL USUARIO HA VISTO, NO
      * LO QUE HAYA PENDIENTE EN ESE MOMENTO. QUIEN RESUELVE DEBE
      * SER OTRO USUARIO QUE EL SOLICITANTE Y TENER ATRIBUCIONES
      * SUFICIENTES PARA EL CAMBIO (AUTORIZ_USUARIOS).
      ******************************************************************
       01 DFHCOMMAREA.
      *    ---------------------------------------------------------
      *    AREA DE ENTRADA
      *    ---------------------------------------------------------
           05 CA-ACCION                PIC X(01).
              88 CA-ACCION-LISTAR          VALUE 'L'.
              88 CA-ACCION-CONSULTAR       VALUE 'C'.
              88 CA-ACCION-APROBAR         VALUE 'A'.
              88 CA-ACCION-RECHAZAR        VALUE 'R'.
              88 CA-ACCION-VALIDA          VALUES 'L' 'C' 'A' 'R'.
           05 CA-POLIZA-ID             PIC X(10).
           05 CA-SOLICITUD-SECUENCIA   PIC 9(09).
           05 CA-CLAVE-CONTINUACION    PIC X(10).
      *    ---------------------------------------------------------
      *    AREA DE SALIDA
      *    ---------------------------------------------------------
           05 CA-RETURN-CODE           PIC 9(02).
              88 CA-RC-OK                  VALUE 00.
              88 CA-RC-NO-ENCONTRADA       VALUE 04.
              88 CA-RC-DATOS-INVALIDOS     VALUE 08.
              88 CA-RC-ERROR-BD            VALUE 12.
              88 CA-RC-AUTORIZACION-DENEGADA
                                           VALUE 16.
              88 CA-RC-PENDIENTE-APROBACION
                                           VALUE 20.
           05 CA-REASON-CODE           PIC 9(04).
              88 CA-RSN-NINGUNO            VALUE 0000.
              88 CA-RSN-LONGITUD-INVALIDA  VALUE 1001.
              88 CA-RSN-NO-NUMERICO        VALUE 1002.
              88 CA-RSN-DIGITO-CONTROL     VALUE 1003.
              88 CA-RSN-ACCION-DESCONOCIDA VALUE 1010.
              88 CA-RSN-SOLICITUD-INVALIDA VALUE 1023.
              88 CA-RSN-NO-ENCONTRADA      VALUE 2001.
              88 CA-RSN-ERROR-BD           VALUE 2002.
              88 CA-RSN-SOLICITUD-NO-ENCONTRADA
                                           VALUE 2004.
              88 CA-RSN-PENDIENTE-APROBACION
                                           VALUE 3019.
              88 CA-RSN-SOLICITUD-YA-PENDIENTE
                                           VALUE 3020.
              88 CA-RSN-APROBADOR-ES-SOLICITANTE
                                           VALUE 3021.
              88 CA-RSN-SIN-ATRIBUCIONES   VALUE 3022.
      *    ---------------------------------------------------------
      *    AREA DE SALIDA - SOLICITUD (CONSULTAR, APROBAR, RECHAZAR)
      *    EN APROBAR, LOS CODIGOS DE RETORNO/RAZON SON LOS DEL
      *    PROGRAMA QUE APLICA EL CAMBIO (UPDPRIMA O UPDPOLZA).
      *    ---------------------------------------------------------
           05 CA-DETALLE-SOLICITUD.
              10 CA-TIPO-SOLICITUD        PIC X(01).
                 88 CA-SOL-ES-ENDOSO          VALUE 'E'.
                 88 CA-SOL-ES-CANCELACION     VALUE 'C'.
              10 CA-USUARIO-SOLICITA      PIC X(08).
              10 CA-FECHA-SOLICITUD       PIC X(08).
              10 CA-HORA-SOLICITUD        PIC X(06).
              10 CA-PRIMA-ANTERIOR        PIC S9(9)V99.
              10 CA-PRIMA-NUEVA           PIC S9(9)V99.
              10 CA-FECHA-EFECTO          PIC X(10).
              10 CA-ESTADO-ANTERIOR       PIC X(10).
              10 CA-ESTADO-SOLICITADO     PIC X(10).
              10 CA-MOTIVO                PIC X(04).
      *    ---------------------------------------------------------
      *    AREA DE SALIDA - LISTA DE PENDIENTES (LISTAR)
      *    ---------------------------------------------------------
           05 CA-TOTAL-SOLICITUDES     PIC 9(04).
           05 CA-MAS-DATOS-FLAG        PIC X(01).
              88 CA-HAY-MAS-DATOS          VALUE 'S'.
              88 CA-NO-HAY-MAS-DATOS       VALUE 'N'.
           05 CA-LISTA-SOLICITUDES.
              10 CA-SOLICITUD-TABLA OCCURS 10 TIMES
                    INDEXED BY CA-IDX-SOLICITUD.
                 15 CA-TBL-POLIZA-ID         PIC X(10).
                 15 CA-TBL-SECUENCIA         PIC 9(09).
                 15 CA-TBL-TIPO-SOLICITUD    PIC X(01).
                 15 CA-TBL-USUARIO-SOLICITA  PIC X(08).
                 15 CA-TBL-FECHA-SOLICITUD   PIC X(08).
                 15 CA-TBL-PRIMA-ANTERIOR    PIC S9(9)V99.
                 15 CA-TBL-PRIMA-NUEVA       PIC S9(9)V99.
                 15 CA-TBL-ESTADO-SOLICITADO PIC X(10).
