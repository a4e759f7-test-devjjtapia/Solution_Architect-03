      ******************************************************************
      * PROGRAMA CICS DE MOVIMIENTOS ECONOMICOS DE SINIESTROS
      * REGISTRA SOBRE UN SINIESTRO ABIERTO (POLIZAS_SINIESTROS) LOS
      * PAGOS, AUMENTOS DE RESERVA Y LIBERACIONES DE RESERVA, CADA
      * UNO FECHADO, CON EL USUARIO QUE LO GRABA Y SU MOTIVO, EN EL
      * LIBRO POLIZAS_SINI_MOVIM. LOS SALDOS DE LA FILA DEL
      * SINIESTRO (IMPORTE_RESERVA E IMPORTE_PAGADO) SE ACTUALIZAN
      * EN LA MISMA UNIDAD DE TRABAJO QUE EL MOVIMIENTO, DE MODO QUE
      * LA RESERVA PENDIENTE (RESERVA - PAGOS) SIEMPRE CUADRA CON EL
      * LIBRO. UN MOVIMIENTO QUE LA DEJARIA EN NEGATIVO (PAGAR O
      * LIBERAR MAS DE LO PENDIENTE) SE RECHAZA: PRIMERO HAY QUE
      * AUMENTAR LA RESERVA.
      * LA FILA DEL SINIESTRO SE LEE CON BLOQUEO (FOR UPDATE), QUE
      * SERIALIZA DOS MOVIMIENTOS CONCURRENTES SOBRE EL MISMO
      * SINIESTRO: NI EL SALDO NI EL MAX+1 DE LA SECUENCIA PUEDEN
      * PISARSE (MISMO PATRON QUE UPDSINIE).
      * SE EXPONDRIA COMO API REST A TRAVES DE Z/OS CONNECT, IGUAL
      * QUE UPDSINIE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVSINIE.
       AUTHOR.     GEMINI ARCHITECT.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-POLIZA-ID            PIC X(10).
       01 WS-ABSTIME              PIC S9(15) COMP-3.

       01 WS-FLAGS.
          05 WS-SINIESTRO-ENCONTRADO PIC X(01).
             88 WS-SINIESTRO-SI-ENCONTRADO VALUE 'S'.
             88 WS-SINIESTRO-NO-ENCONTRADO VALUE 'N'.

      *    SALDOS DEL SINIESTRO TRAS APLICAR EL MOVIMIENTO.
       01 WS-SALDOS.
          05 WS-RESERVA-NUEVA        PIC S9(9)V99 COMP-3.
          05 WS-PAGADO-NUEVO         PIC S9(9)V99 COMP-3.
          05 WS-PENDIENTE-NUEVO      PIC S9(9)V99 COMP-3.

       COPY WS-VALPOLID.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY POLSINIE.
       COPY POLSIMOV.

       LINKAGE SECTION.
       COPY CA-MOVSINIE.

       PROCEDURE DIVISION.
      ******************************************************************
      *      LOGICA PRINCIPAL
      ******************************************************************
      *    EL LLAMADOR PUEDE ENVIAR UNA COMMAREA MAS CORTA QUE EL
      *    LAYOUT ACTUAL. SE COMPRUEBA EIBCALEN ANTES DE TOCAR
      *    CUALQUIER CAMPO PARA EVITAR UNA VIOLACION DE ALMACENAMIENTO
      *    (ASRA) AL LEER O ESCRIBIR MAS ALLA DE LO QUE EL LLAMADOR
      *    REALMENTE RESERVO.
           IF EIBCALEN < LENGTH OF DFHCOMMAREA
               EXEC CICS RETURN END-EXEC
               GOBACK
           END-IF.

           MOVE CA-POLIZA-ID TO WS-POLIZA-ID.
           SET CA-RC-OK TO TRUE.
           SET CA-RSN-NINGUNO TO TRUE.
           MOVE ZERO TO CA-SECUENCIA-MOVIMIENTO CA-IMPORTE-RESERVA
                        CA-IMPORTE-PAGADO CA-IMPORTE-PENDIENTE.

           PERFORM 2000-VALIDAR-POLIZA-ID.

           IF WS-POLIZA-ES-VALIDA
               PERFORM 2500-VALIDAR-DATOS-MOVIMIENTO
               IF CA-RC-OK
                   PERFORM 3000-LEER-SINIESTRO
                   IF WS-SINIESTRO-SI-ENCONTRADO
                       PERFORM 4000-CALCULAR-SALDOS
                       IF CA-RC-OK
                           PERFORM 5000-APLICAR-MOVIMIENTO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    ---------------------------------------------------------
      *    LA RESPUESTA SE DEVUELVE EN DFHCOMMAREA (LAYOUT
      *    CA-MOVSINIE), QUE CICS PROPAGA AL PROGRAMA LLAMADOR
      *    (Z/OS CONNECT) AL VOLVER.
      *    ---------------------------------------------------------
           EXEC CICS RETURN END-EXEC.

           GOBACK.

      ******************************************************************
      * 2000-VALIDAR-POLIZA-ID / 2100-VALIDAR-DIGITO-CONTROL
      * COMPARTIDOS CON GETPOLZA, UPDPOLZA, UPDPRIMA Y UPDSINIE.
      ******************************************************************
       COPY PR-VALPOLID.

      ******************************************************************
      * 2500-VALIDAR-DATOS-MOVIMIENTO
      * TIPO CONOCIDO, IMPORTE POSITIVO (EL SIGNO LO DA EL TIPO),
      * MOTIVO INFORMADO Y SINIESTRO IDENTIFICADO. TODO SE RECHAZA
      * AQUI, ANTES DE GASTAR UNA LLAMADA A DB2.
      ******************************************************************
       2500-VALIDAR-DATOS-MOVIMIENTO.
           EVALUATE TRUE
               WHEN NOT CA-MOV-VALIDO
                   SET CA-RC-DATOS-INVALIDOS TO TRUE
                   SET CA-RSN-ACCION-DESCONOCIDA TO TRUE
               WHEN CA-IMPORTE-MOVIMIENTO NOT > ZERO
                   SET CA-RC-DATOS-INVALIDOS TO TRUE
                   SET CA-RSN-IMPORTE-INVALIDO TO TRUE
               WHEN CA-MOTIVO-MOVIMIENTO = SPACES
                   SET CA-RC-DATOS-INVALIDOS TO TRUE
                   SET CA-RSN-MOTIVO-OBLIGATORIO TO TRUE
               WHEN CA-SECUENCIA-SINIESTRO = ZERO
                   SET CA-RC-DATOS-INVALIDOS TO TRUE
                   SET CA-RSN-SINIESTRO-NO-ENCONTRADO TO TRUE
           END-EVALUATE.

      ******************************************************************
      * 3000-LEER-SINIESTRO
      * LEE EL SINIESTRO CON BLOQUEO (FOR UPDATE). SOLO UN SINIESTRO
      * ABIERTO ADMITE MOVIMIENTOS.
      ******************************************************************
       3000-LEER-SINIESTRO.
           SET WS-SINIESTRO-NO-ENCONTRADO TO TRUE.
           MOVE WS-POLIZA-ID           TO SINI-POLIZA-ID.
           MOVE CA-SECUENCIA-SINIESTRO TO SINI-SECUENCIA.

           EXEC SQL
                SELECT ESTADO_SINIESTRO, IMPORTE_RESERVA,
                       IMPORTE_PAGADO
                  INTO :SINI-ESTADO-SINIESTRO,
                       :SINI-IMPORTE-RESERVA,
                       :SINI-IMPORTE-PAGADO
                  FROM POLIZAS_SINIESTROS
                 WHERE POLIZA_ID = :SINI-POLIZA-ID
                   AND SECUENCIA = :SINI-SECUENCIA
                   FOR UPDATE OF IMPORTE_RESERVA, IMPORTE_PAGADO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SINI-IMPORTE-RESERVA TO CA-IMPORTE-RESERVA
                   MOVE SINI-IMPORTE-PAGADO  TO CA-IMPORTE-PAGADO
                   COMPUTE CA-IMPORTE-PENDIENTE =
                       SINI-IMPORTE-RESERVA - SINI-IMPORTE-PAGADO
                   IF SINI-ES-ABIERTO
                       SET WS-SINIESTRO-SI-ENCONTRADO TO TRUE
                   ELSE
                       SET CA-RC-OPERACION-INVALIDA TO TRUE
                       SET CA-RSN-SINIESTRO-YA-CERRADO TO TRUE
                   END-IF
               WHEN 100
                   SET CA-RC-NO-ENCONTRADA TO TRUE
                   SET CA-RSN-SINIESTRO-NO-ENCONTRADO TO TRUE
               WHEN OTHER
                   SET CA-RC-ERROR-BD TO TRUE
                   SET CA-RSN-ERROR-BD TO TRUE
           END-EVALUATE.

      ******************************************************************
      * 4000-CALCULAR-SALDOS
      * EL PAGO SUMA A LO PAGADO; EL AUMENTO Y LA LIBERACION MUEVEN
      * LA RESERVA. SI LA RESERVA PENDIENTE RESULTANTE QUEDA EN
      * NEGATIVO EL MOVIMIENTO SE RECHAZA Y EL LLAMADOR RECIBE LOS
      * SALDOS VIGENTES.
      ******************************************************************
       4000-CALCULAR-SALDOS.
           MOVE SINI-IMPORTE-RESERVA TO WS-RESERVA-NUEVA.
           MOVE SINI-IMPORTE-PAGADO  TO WS-PAGADO-NUEVO.

           EVALUATE TRUE
               WHEN CA-MOV-PAGO
                   ADD CA-IMPORTE-MOVIMIENTO TO WS-PAGADO-NUEVO
                   SET SMOV-ES-PAGO TO TRUE
               WHEN CA-MOV-AUMENTO
                   ADD CA-IMPORTE-MOVIMIENTO TO WS-RESERVA-NUEVA
                   SET SMOV-ES-AUMENTO TO TRUE
               WHEN CA-MOV-LIBERACION
                   SUBTRACT CA-IMPORTE-MOVIMIENTO FROM WS-RESERVA-NUEVA
                   SET SMOV-ES-LIBERACION TO TRUE
           END-EVALUATE.

           COMPUTE WS-PENDIENTE-NUEVO =
               WS-RESERVA-NUEVA - WS-PAGADO-NUEVO.

           IF WS-PENDIENTE-NUEVO < ZERO
               SET CA-RC-OPERACION-INVALIDA TO TRUE
               SET CA-RSN-PENDIENTE-NEGATIVO TO TRUE
           END-IF.

      ******************************************************************
      * 5000-APLICAR-MOVIMIENTO
      * ACTUALIZA LOS SALDOS DEL SINIESTRO E INSERTA EL MOVIMIENTO
      * CON LA SIGUIENTE SECUENCIA DEL SINIESTRO. SI CUALQUIERA DE
      * LAS DOS OPERACIONES FALLA SE DESHACE TODO: NUNCA QUEDA UN
      * SALDO SIN SU MOVIMIENTO NI VICEVERSA.
      ******************************************************************
       5000-APLICAR-MOVIMIENTO.
           EXEC CICS ASSIGN
                USERID(SMOV-USUARIO)
           END-EXEC.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(SMOV-FECHA-MOVIMIENTO)
                TIME(SMOV-HORA-MOVIMIENTO)
           END-EXEC.

           MOVE WS-POLIZA-ID           TO SMOV-POLIZA-ID.
           MOVE CA-SECUENCIA-SINIESTRO TO SMOV-SECUENCIA-SINIESTRO.
           MOVE CA-IMPORTE-MOVIMIENTO  TO SMOV-IMPORTE.
           MOVE WS-PENDIENTE-NUEVO     TO SMOV-PENDIENTE-RESULTANTE.
           MOVE CA-MOTIVO-MOVIMIENTO   TO SMOV-MOTIVO.
           MOVE WS-RESERVA-NUEVA       TO SINI-IMPORTE-RESERVA.
           MOVE WS-PAGADO-NUEVO        TO SINI-IMPORTE-PAGADO.

           EXEC SQL
                UPDATE POLIZAS_SINIESTROS
                   SET IMPORTE_RESERVA = :SINI-IMPORTE-RESERVA,
                       IMPORTE_PAGADO  = :SINI-IMPORTE-PAGADO
                 WHERE POLIZA_ID = :SINI-POLIZA-ID
                   AND SECUENCIA = :SINI-SECUENCIA
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                    SELECT COALESCE(MAX(SECUENCIA), 0) + 1
                      INTO :SMOV-SECUENCIA
                      FROM POLIZAS_SINI_MOVIM
                     WHERE POLIZA_ID = :SMOV-POLIZA-ID
                       AND SECUENCIA_SINIESTRO =
                           :SMOV-SECUENCIA-SINIESTRO
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               EXEC SQL
                    INSERT INTO POLIZAS_SINI_MOVIM
                           (POLIZA_ID, SECUENCIA_SINIESTRO, SECUENCIA,
                            TIPO_MOVIMIENTO, FECHA_MOVIMIENTO,
                            HORA_MOVIMIENTO, IMPORTE,
                            PENDIENTE_RESULTANTE, USUARIO, MOTIVO)
                    VALUES (:SMOV-POLIZA-ID,
                            :SMOV-SECUENCIA-SINIESTRO,
                            :SMOV-SECUENCIA,
                            :SMOV-TIPO-MOVIMIENTO,
                            :SMOV-FECHA-MOVIMIENTO,
                            :SMOV-HORA-MOVIMIENTO, :SMOV-IMPORTE,
                            :SMOV-PENDIENTE-RESULTANTE,
                            :SMOV-USUARIO, :SMOV-MOTIVO)
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
               MOVE SMOV-SECUENCIA     TO CA-SECUENCIA-MOVIMIENTO
               MOVE WS-RESERVA-NUEVA   TO CA-IMPORTE-RESERVA
               MOVE WS-PAGADO-NUEVO    TO CA-IMPORTE-PAGADO
               MOVE WS-PENDIENTE-NUEVO TO CA-IMPORTE-PENDIENTE
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               SET CA-RC-ERROR-BD TO TRUE
               SET CA-RSN-ERROR-BD TO TRUE
           END-IF.
