      ******************************************************************
      * COPYBOOK DFHCOMMAREA - TRANSACCION MOVSINIE
      * AREA DE COMUNICACION PARA LOS MOVIMIENTOS ECONOMICOS DE UN
      * SINIESTRO ABIERTO (TABLA POLIZAS_SINI_MOVIM). SUSTITUYE A LA
      * HOJA DE CALCULO EN LA QUE TRAMITACION LLEVABA LOS PAGOS Y
      * LOS AJUSTES DE RESERVA.
      *   - TIPO 'P' (PAGO): REDUCE LA RESERVA PENDIENTE.
      *   - TIPO 'A' (AUMENTO DE RESERVA).
      *   - TIPO 'L' (LIBERACION DE RESERVA): REDUCE LA RESERVA.
      * NINGUN MOVIMIENTO PUEDE DEJAR LA RESERVA PENDIENTE
      * (RESERVA - PAGOS) EN NEGATIVO. LA TRANSACCION ASIGNA LA
      * SECUENCIA DEL MOVIMIENTO Y DEVUELVE LOS SALDOS RESULTANTES.
      ******************************************************************
       01 DFHCOMMAREA.
      *    ---------------------------------------------------------
      *    AREA DE ENTRADA
      *    ---------------------------------------------------------
           05 CA-POLIZA-ID             PIC X(10).
           05 CA-SECUENCIA-SINIESTRO   PIC 9(09).
           05 CA-TIPO-MOVIMIENTO       PIC X(01).
              88 CA-MOV-PAGO               VALUE 'P'.
              88 CA-MOV-AUMENTO            VALUE 'A'.
              88 CA-MOV-LIBERACION         VALUE 'L'.
              88 CA-MOV-VALIDO             VALUES 'P' 'A' 'L'.
           05 CA-IMPORTE-MOVIMIENTO    PIC S9(9)V99.
           05 CA-MOTIVO-MOVIMIENTO     PIC X(04).
      *    ---------------------------------------------------------
      *    AREA DE SALIDA
      *    ---------------------------------------------------------
           05 CA-RETURN-CODE           PIC 9(02).
              88 CA-RC-OK                  VALUE 00.
              88 CA-RC-NO-ENCONTRADA       VALUE 04.
              88 CA-RC-DATOS-INVALIDOS     VALUE 08.
              88 CA-RC-ERROR-BD            VALUE 12.
              88 CA-RC-OPERACION-INVALIDA  VALUE 16.
           05 CA-REASON-CODE           PIC 9(04).
              88 CA-RSN-NINGUNO            VALUE 0000.
              88 CA-RSN-LONGITUD-INVALIDA  VALUE 1001.
              88 CA-RSN-NO-NUMERICO        VALUE 1002.
              88 CA-RSN-DIGITO-CONTROL     VALUE 1003.
              88 CA-RSN-IMPORTE-INVALIDO   VALUE 1005.
              88 CA-RSN-ACCION-DESCONOCIDA VALUE 1010.
              88 CA-RSN-MOTIVO-OBLIGATORIO VALUE 1018.
              88 CA-RSN-NO-ENCONTRADA      VALUE 2001.
              88 CA-RSN-ERROR-BD           VALUE 2002.
              88 CA-RSN-SINIESTRO-NO-ENCONTRADO
                                           VALUE 2003.
              88 CA-RSN-SINIESTRO-YA-CERRADO
                                           VALUE 3012.
              88 CA-RSN-PENDIENTE-NEGATIVO VALUE 3016.
      *    SECUENCIA ASIGNADA AL MOVIMIENTO Y SALDOS DEL SINIESTRO
      *    TRAS APLICARLO (LOS VIGENTES SI SE RECHAZA POR SALDO).
           05 CA-SECUENCIA-MOVIMIENTO  PIC 9(09).
           05 CA-IMPORTE-RESERVA       PIC S9(9)V99.
           05 CA-IMPORTE-PAGADO        PIC S9(9)V99.
           05 CA-IMPORTE-PENDIENTE     PIC S9(9)V99.
