      ******************************************************************
      * COPYBOOK DFHCOMMAREA - TRANSACCION GETPFECH
      * CONSULTA DE UNA POLIZA TAL COMO ESTABA EN UNA FECHA DADA
      * (FECHA DE UN SINIESTRO, DE UNA RECLAMACION...): ESTADO,
      * PRIMA Y VENCIMIENTO VIGENTES ESE DIA, RECONSTRUIDOS DESDE
      * POLIZAS_HIST, POLIZAS_ENDOSOS Y LOS ENDOSOS DE RENOVACION,
      * JUNTO A LOS VALORES ACTUALES PARA COMPARAR, Y LOS SINIESTROS
      * ABIERTOS ESE DIA (HASTA 10; CA-TOTAL-SINIESTROS DA EL TOTAL).
      * LA FECHA SE ENTIENDE AL CIERRE DEL DIA: UN CAMBIO GRABADO ESE
      * MISMO DIA YA CUENTA.
      * CA-SITUACION-FECHA DICE SIN AMBIGUEDAD DONDE CAE LA FECHA
      * RESPECTO A LA VIDA DE LA POLIZA. SI ES ANTERIOR AL EFECTO,
      * LA POLIZA NO EXISTIA: SE DEVUELVE RC 04 / RSN 2005 CON LOS
      * DATOS ACTUALES Y LA FECHA DE EFECTO, Y LOS CAMPOS "A FECHA"
      * QUEDAN EN BLANCO.
      ******************************************************************
       01 DFHCOMMAREA.
      *    ---------------------------------------------------------
      *    AREA DE ENTRADA
      *    ---------------------------------------------------------
           05 CA-POLIZA-ID             PIC X(10).
      *    FECHA DE LA CONSULTA EN FORMATO AAAA-MM-DD, NO POSTERIOR
      *    A HOY.
           05 CA-FECHA-CONSULTA        PIC X(10).
      *    ---------------------------------------------------------
      *    AREA DE SALIDA
      *    ---------------------------------------------------------
           05 CA-RETURN-CODE           PIC 9(02).
              88 CA-RC-OK                  VALUE 00.
              88 CA-RC-NO-ENCONTRADA       VALUE 04.
              88 CA-RC-DATOS-INVALIDOS     VALUE 08.
              88 CA-RC-ERROR-BD            VALUE 12.
           05 CA-REASON-CODE           PIC 9(04).
              88 CA-RSN-NINGUNO            VALUE 0000.
              88 CA-RSN-LONGITUD-INVALIDA  VALUE 1001.
              88 CA-RSN-NO-NUMERICO        VALUE 1002.
              88 CA-RSN-DIGITO-CONTROL     VALUE 1003.
              88 CA-RSN-FECHA-INVALIDA     VALUE 1006.
              88 CA-RSN-FECHA-FUTURA       VALUE 1024.
              88 CA-RSN-NO-ENCONTRADA      VALUE 2001.
              88 CA-RSN-ERROR-BD           VALUE 2002.
              88 CA-RSN-FECHA-ANTERIOR-POLIZA
                                           VALUE 2005.
      *    ---------------------------------------------------------
      *    AREA DE SALIDA - SITUACION DE LA FECHA CONSULTADA
      *    ---------------------------------------------------------
           05 CA-SITUACION-FECHA       PIC X(01).
              88 CA-FECHA-ANTES-DE-POLIZA  VALUE 'A'.
              88 CA-FECHA-EN-VIGOR         VALUE 'T'.
              88 CA-FECHA-TRAS-VENCIMIENTO VALUE 'V'.
      *    ---------------------------------------------------------
      *    AREA DE SALIDA - DATOS DE LA POLIZA
      *    ---------------------------------------------------------
           05 CA-DETALLE-POLIZA.
              10 CA-NIF-CLIENTE           PIC X(13).
              10 CA-NOMBRE-ASEGURADO      PIC X(40).
              10 CA-TIPO-PRODUCTO         PIC X(10).
              10 CA-FECHA-EFECTO          PIC X(10).
      *       ESTADO, PRIMA Y VENCIMIENTO: EL VALOR VIGENTE EN LA
      *       FECHA CONSULTADA Y EL ACTUAL.
              10 CA-ESTADO-A-FECHA        PIC X(10).
              10 CA-ESTADO-ACTUAL         PIC X(10).
              10 CA-PRIMA-A-FECHA         PIC S9(9)V99.
              10 CA-PRIMA-ACTUAL          PIC S9(9)V99.
              10 CA-VENCIMIENTO-A-FECHA   PIC X(10).
              10 CA-VENCIMIENTO-ACTUAL    PIC X(10).
      *    ---------------------------------------------------------
      *    AREA DE SALIDA - SINIESTROS ABIERTOS EN LA FECHA
      *    (APERTURA NO POSTERIOR A LA FECHA Y SIN CERRAR AL CIERRE
      *    DE ESE DIA), EN ORDEN DE SECUENCIA
      *    ---------------------------------------------------------
           05 CA-TOTAL-SINIESTROS      PIC 9(04).
           05 CA-MAS-DATOS-FLAG        PIC X(01).
              88 CA-HAY-MAS-DATOS          VALUE 'S'.
              88 CA-NO-HAY-MAS-DATOS       VALUE 'N'.
           05 CA-LISTA-SINIESTROS.
              10 CA-SINIESTRO-TABLA OCCURS 10 TIMES
                    INDEXED BY CA-IDX-SINIESTRO.
                 15 CA-SIN-SECUENCIA         PIC 9(09).
                 15 CA-SIN-FECHA-OCURRENCIA  PIC X(10).
                 15 CA-SIN-FECHA-APERTURA    PIC X(08).
                 15 CA-SIN-CODIGO-CAUSA      PIC X(04).
                 15 CA-SIN-IMPORTE-RESERVA   PIC S9(9)V99.
                 15 CA-SIN-FECHA-CIERRE      PIC X(08).
