      * INCLUIDO). LA SECUENCIA ES EL SIGUIENTE CORRELATIVO DE LA
      * POLIZA, SERIALIZADO CON EL BLOQUEO FOR UPDATE SOBRE LA FILA
      * DE POLIZAS, IGUAL QUE HACEN LOS MANTENIMIENTOS DE ESTADO Y
      * PRIMA. MIENTRAS UNA POLIZA TENGA UN SINIESTRO ABIERTO CON
      * RESERVA PENDIENTE, LA VALIDACION DE CICLO DE VIDA DE
      * UPDPOLZA Y POLBULK RECHAZA SU PASO A CANCELADA.
      * LA RESERVA INICIAL DE LA APERTURA Y LA LIBERACION DE LO QUE
      * QUEDE PENDIENTE AL CERRAR SE ANOTAN EN EL LIBRO DE
      * MOVIMIENTOS POLIZAS_SINI_MOVIM, DONDE MOVSINIE GRABA LOS
      * PAGOS Y AJUSTES DE RESERVA INTERMEDIOS.
      * SE EXPONDRIA COMO API REST A TRAVES DE Z/OS CONNECT, IGUAL
      * QUE UPDPOLZA.
      ******************************************************************
          05 WS-EXA-DIA              PIC X(02).
       01 WS-EXA-MES-NUM          PIC 9(02).
       01 WS-EXA-DIA-NUM          PIC 9(02).
       01 WS-PENDIENTE-CIERRE     PIC S9(9)V99 COMP-3.

       COPY WS-VALPOLID.


       COPY POLIZAS.
       COPY POLSINIE.
       COPY POLSIMOV.

       LINKAGE SECTION.
       COPY CA-UPDSINIE.
      ******************************************************************
      * 5000-ABRIR-SINIESTRO
      * INSERTA LA FILA DEL SINIESTRO CON LA SIGUIENTE SECUENCIA DE
      * LA POLIZA, Y EN EL LIBRO DE MOVIMIENTOS SU RESERVA INICIAL
      * (TIPO APER, MOTIVO = CODIGO DE CAUSA), Y CONFIRMA. SI
      * CUALQUIER INSERT FALLA SE DESHACE TODO.
      ******************************************************************
       5000-ABRIR-SINIESTRO.
           EXEC CICS ASSIGN
           MOVE CA-FECHA-OCURRENCIA TO SINI-FECHA-OCURRENCIA.
           SET SINI-ES-ABIERTO      TO TRUE.
           MOVE CA-IMPORTE-RESERVA  TO SINI-IMPORTE-RESERVA.
           MOVE ZERO                TO SINI-IMPORTE-PAGADO.
           MOVE CA-CODIGO-CAUSA     TO SINI-CODIGO-CAUSA.
           MOVE SPACES              TO SINI-FECHA-CIERRE.

                 WHERE POLIZA_ID = :SINI-POLIZA-ID
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                    INSERT INTO POLIZAS_SINIESTROS
                           (POLIZA_ID, SECUENCIA, FECHA_OCURRENCIA,
                            FECHA_APERTURA, HORA_APERTURA,
                            ESTADO_SINIESTRO, IMPORTE_RESERVA,
                            CODIGO_CAUSA, FECHA_CIERRE, USUARIO,
                            IMPORTE_PAGADO)
                    VALUES (:SINI-POLIZA-ID, :SINI-SECUENCIA,
                            :SINI-FECHA-OCURRENCIA,
                            :SINI-FECHA-APERTURA,
                            :SINI-ESTADO-SINIESTRO,
                            :SINI-IMPORTE-RESERVA,
                            :SINI-CODIGO-CAUSA,
                            :SINI-FECHA-CIERRE, :SINI-USUARIO,
                            :SINI-IMPORTE-PAGADO)
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               MOVE SINI-FECHA-APERTURA  TO SMOV-FECHA-MOVIMIENTO
               MOVE SINI-HORA-APERTURA   TO SMOV-HORA-MOVIMIENTO
               SET SMOV-ES-APERTURA      TO TRUE
               MOVE SINI-IMPORTE-RESERVA TO SMOV-IMPORTE
               MOVE SINI-IMPORTE-RESERVA TO SMOV-PENDIENTE-RESULTANTE
               MOVE SINI-CODIGO-CAUSA    TO SMOV-MOTIVO
               PERFORM 7000-GRABAR-MOVIMIENTO
           END-IF.

           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
               MOVE SINI-SECUENCIA TO CA-SECUENCIA
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               SET CA-RC-ERROR-BD TO TRUE
               SET CA-RSN-ERROR-BD TO TRUE
           END-IF.

      ******************************************************************
      * 6000-CERRAR-SINIESTRO
      * CIERRA EL SINIESTRO INDICADO POR SECUENCIA. LA FILA SE LEE
      * ANTES CON BLOQUEO (FOR UPDATE) PARA DISTINGUIR 'NO
      * ENCONTRADO' DE 'YA CERRADO' Y PARA CONOCER LA RESERVA
      * PENDIENTE: SI QUEDA ALGO PENDIENTE SE LIBERA EN EL MISMO
      * CIERRE (RESERVA = PAGADO, MOVIMIENTO LIBR CON MOTIVO CIER),
      * DE MODO QUE UN SINIESTRO CERRADO NUNCA ARRASTRA RESERVA.
      ******************************************************************
       6000-CERRAR-SINIESTRO.
           MOVE WS-POLIZA-ID TO SINI-POLIZA-ID.
           MOVE CA-SECUENCIA TO SINI-SECUENCIA.

           EXEC SQL
                SELECT ESTADO_SINIESTRO, IMPORTE_RESERVA,
                       IMPORTE_PAGADO
                  INTO :SINI-ESTADO-SINIESTRO,
                       :SINI-IMPORTE-RESERVA,
                       :SINI-IMPORTE-PAGADO
                  FROM POLIZAS_SINIESTROS
                 WHERE POLIZA_ID = :SINI-POLIZA-ID
                   AND SECUENCIA = :SINI-SECUENCIA
                   FOR UPDATE OF ESTADO_SINIESTRO, IMPORTE_RESERVA
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET CA-RC-NO-ENCONTRADA TO TRUE
                   SET CA-RSN-SINIESTRO-NO-ENCONTRADO TO TRUE
               WHEN SQLCODE NOT = 0
                   SET CA-RC-ERROR-BD TO TRUE
                   SET CA-RSN-ERROR-BD TO TRUE
               WHEN NOT SINI-ES-ABIERTO
                   SET CA-RC-OPERACION-INVALIDA TO TRUE
                   SET CA-RSN-SINIESTRO-YA-CERRADO TO TRUE
               WHEN OTHER
                   PERFORM 6100-GRABAR-CIERRE
           END-EVALUATE.

      ******************************************************************
      * 6100-GRABAR-CIERRE
      ******************************************************************
       6100-GRABAR-CIERRE.
           EXEC CICS ASSIGN
                USERID(SINI-USUARIO)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(SINI-FECHA-CIERRE)
                TIME(SMOV-HORA-MOVIMIENTO)
           END-EXEC.

           COMPUTE WS-PENDIENTE-CIERRE =
               SINI-IMPORTE-RESERVA - SINI-IMPORTE-PAGADO.
           MOVE SINI-IMPORTE-PAGADO TO SINI-IMPORTE-RESERVA.

           EXEC SQL
                UPDATE POLIZAS_SINIESTROS
                   SET ESTADO_SINIESTRO = 'CERRADO',
                       FECHA_CIERRE     = :SINI-FECHA-CIERRE,
                       USUARIO          = :SINI-USUARIO,
                       IMPORTE_RESERVA  = :SINI-IMPORTE-RESERVA
                 WHERE POLIZA_ID        = :SINI-POLIZA-ID
                   AND SECUENCIA        = :SINI-SECUENCIA
           END-EXEC.

           IF SQLCODE = 0 AND WS-PENDIENTE-CIERRE > ZERO
               MOVE SINI-FECHA-CIERRE   TO SMOV-FECHA-MOVIMIENTO
               SET SMOV-ES-LIBERACION   TO TRUE
               MOVE WS-PENDIENTE-CIERRE TO SMOV-IMPORTE
               MOVE ZERO                TO SMOV-PENDIENTE-RESULTANTE
               MOVE 'CIER'              TO SMOV-MOTIVO
               PERFORM 7000-GRABAR-MOVIMIENTO
           END-IF.

           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               SET CA-RC-ERROR-BD TO TRUE
               SET CA-RSN-ERROR-BD TO TRUE
           END-IF.

      ******************************************************************
      * 7000-GRABAR-MOVIMIENTO
      * INSERTA EN POLIZAS_SINI_MOVIM EL MOVIMIENTO PREPARADO POR EL
      * LLAMADOR, CON LA SIGUIENTE SECUENCIA DEL SINIESTRO. DEJA EL
      * SQLCODE PARA QUE EL LLAMADOR CONFIRME O DESHAGA.
      ******************************************************************
       7000-GRABAR-MOVIMIENTO.
           MOVE SINI-POLIZA-ID TO SMOV-POLIZA-ID.
           MOVE SINI-SECUENCIA TO SMOV-SECUENCIA-SINIESTRO.
           MOVE SINI-USUARIO   TO SMOV-USUARIO.

           EXEC SQL
                SELECT COALESCE(MAX(SECUENCIA), 0) + 1
                  INTO :SMOV-SECUENCIA
                  FROM POLIZAS_SINI_MOVIM
                 WHERE POLIZA_ID = :SMOV-POLIZA-ID
                   AND SECUENCIA_SINIESTRO = :SMOV-SECUENCIA-SINIESTRO
           END-EXEC.

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
