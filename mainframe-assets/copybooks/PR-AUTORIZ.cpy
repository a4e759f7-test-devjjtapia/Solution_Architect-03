      ******************************************************************
      * COPYBOOK PROCEDURE DIVISION - DOBLE FIRMA (ATRIBUCIONES)
      * PARRAFOS 4500-4700 Y 7000/7500, COMPARTIDOS POR UPDPRIMA,
      * UPDPOLZA Y UPDAUTOR: ATRIBUCIONES DEL USUARIO, LECTURA Y
      * COMPROBACION DE LA SOLICITUD PENDIENTE, ALTA DE UNA
      * SOLICITUD NUEVA Y RESOLUCION DE LA EXISTENTE.
      * REQUIERE EN EL PROGRAMA QUE LA INCLUYE:
      *   - WS-POLIZA-ID          PIC X(10)   (POLIZA DE LA SOLICITUD)
      *   - COPY WS-AUTORIZ EN WORKING-STORAGE, Y LOS DCLGEN
      *     AUTORIZ Y AUTPEND
      *   - CA-SOLICITUD-SECUENCIA PIC 9(09) EN LA COMMAREA
      *   - EN EL AREA DE SALIDA LOS NIVELES 88: CA-RC-NO-ENCONTRADA,
      *     CA-RC-ERROR-BD, CA-RC-AUTORIZACION-DENEGADA,
      *     CA-RC-PENDIENTE-APROBACION, CA-RSN-ERROR-BD,
      *     CA-RSN-SOLICITUD-NO-ENCONTRADA, CA-RSN-PENDIENTE-APROBACION,
      *     CA-RSN-SOLICITUD-YA-PENDIENTE Y
      *     CA-RSN-APROBADOR-ES-SOLICITANTE
      * LOS ERRORES SE DEVUELVEN EN CA-RETURN-CODE: EL PROGRAMA QUE
      * LOS LLAMA COMPRUEBA CA-RC-OK A LA VUELTA.
      ******************************************************************
       4500-LEER-ATRIBUCIONES.
           EXEC CICS ASSIGN
                USERID(WS-AUT-USUARIO)
           END-EXEC.

           MOVE WS-AUT-USUARIO TO AUTU-USUARIO.

           EXEC SQL
                SELECT MAX_DELTA_PRIMA, PUEDE_CANCELAR
                  INTO :AUTU-MAX-DELTA-PRIMA, :AUTU-PUEDE-CANCELAR
                  FROM AUTORIZ_USUARIOS
                 WHERE USUARIO = :AUTU-USUARIO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE AUTU-MAX-DELTA-PRIMA TO WS-AUT-MAX-DELTA
                   MOVE AUTU-PUEDE-CANCELAR  TO WS-AUT-PUEDE-CANCELAR
               WHEN 100
                   MOVE ZERO TO WS-AUT-MAX-DELTA
                   MOVE 'N'  TO WS-AUT-PUEDE-CANCELAR
               WHEN OTHER
                   SET CA-RC-ERROR-BD TO TRUE
                   SET CA-RSN-ERROR-BD TO TRUE
           END-EVALUATE.

      ******************************************************************
      * 4550-EVALUAR-ATRIBUCIONES
      * DECIDE SI LO PEDIDO (WS-AUT-TIPO / WS-AUT-DELTA) CABE EN LAS
      * ATRIBUCIONES LEIDAS EN 4500. UN ENDOSO EXCEDE CUANDO LA
      * DIFERENCIA DE PRIMA SUPERA EL MAXIMO DEL USUARIO (UN ENDOSO
      * SIN DIFERENCIA NUNCA EXCEDE); UNA CANCELACION, CUANDO EL
      * USUARIO NO PUEDE CANCELAR.
      ******************************************************************
       4550-EVALUAR-ATRIBUCIONES.
           SET WS-AUT-DENTRO TO TRUE.

           EVALUATE TRUE
               WHEN WS-AUT-TIPO-ENDOSO
                   IF WS-AUT-DELTA > WS-AUT-MAX-DELTA
                       SET WS-AUT-EXCEDE TO TRUE
                   END-IF
               WHEN WS-AUT-TIPO-CANCELACION
                   IF NOT WS-AUT-SI-CANCELA
                       SET WS-AUT-EXCEDE TO TRUE
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * 4600-LEER-SOLICITUD
      * LEE CON BLOQUEO (FOR UPDATE) LA SOLICITUD WS-AUT-SECUENCIA DE
      * LA POLIZA. DEBE SEGUIR PENDIENTE Y SER DEL TIPO ESPERADO
      * (WS-AUT-TIPO; EN BLANCO, CUALQUIERA); SI NO, SE TRATA COMO
      * NO ENCONTRADA. QUIEN LA PIDIO NO PUEDE RESOLVERLA: ESA ES LA
      * DOBLE FIRMA. REQUIERE 4500 PREVIO (USUARIO DE LA TAREA).
      ******************************************************************
       4600-LEER-SOLICITUD.
           MOVE WS-POLIZA-ID     TO AUTP-POLIZA-ID.
           MOVE WS-AUT-SECUENCIA TO AUTP-SECUENCIA.

           EXEC SQL
                SELECT TIPO_SOLICITUD, ESTADO_SOLICITUD,
                       PRIMA_ANTERIOR, PRIMA_NUEVA, FECHA_EFECTO,
                       ESTADO_ANTERIOR, ESTADO_SOLICITADO, MOTIVO,
                       USUARIO_SOLICITA, FECHA_SOLICITUD,
                       HORA_SOLICITUD
                  INTO :AUTP-TIPO-SOLICITUD, :AUTP-ESTADO-SOLICITUD,
                       :AUTP-PRIMA-ANTERIOR, :AUTP-PRIMA-NUEVA,
                       :AUTP-FECHA-EFECTO, :AUTP-ESTADO-ANTERIOR,
                       :AUTP-ESTADO-SOLICITADO, :AUTP-MOTIVO,
                       :AUTP-USUARIO-SOLICITA, :AUTP-FECHA-SOLICITUD,
                       :AUTP-HORA-SOLICITUD
                  FROM AUTORIZ_PENDIENTES
                 WHERE POLIZA_ID = :AUTP-POLIZA-ID
                   AND SECUENCIA = :AUTP-SECUENCIA
                   FOR UPDATE OF ESTADO_SOLICITUD
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET CA-RC-NO-ENCONTRADA TO TRUE
                   SET CA-RSN-SOLICITUD-NO-ENCONTRADA TO TRUE
               WHEN SQLCODE NOT = 0
                   SET CA-RC-ERROR-BD TO TRUE
                   SET CA-RSN-ERROR-BD TO TRUE
               WHEN NOT AUTP-PENDIENTE
                   SET CA-RC-NO-ENCONTRADA TO TRUE
                   SET CA-RSN-SOLICITUD-NO-ENCONTRADA TO TRUE
               WHEN WS-AUT-TIPO NOT = SPACE
                     AND AUTP-TIPO-SOLICITUD NOT = WS-AUT-TIPO
                   SET CA-RC-NO-ENCONTRADA TO TRUE
                   SET CA-RSN-SOLICITUD-NO-ENCONTRADA TO TRUE
               WHEN AUTP-USUARIO-SOLICITA = WS-AUT-USUARIO
                   SET CA-RC-AUTORIZACION-DENEGADA TO TRUE
                   SET CA-RSN-APROBADOR-ES-SOLICITANTE TO TRUE
           END-EVALUATE.

      ******************************************************************
      * 4700-COMPROBAR-PENDIENTE
      * UNA POLIZA TIENE COMO MUCHO UNA SOLICITUD PENDIENTE: SI YA
      * HAY UNA, LA NUEVA SE RECHAZA HASTA QUE AQUELLA SE RESUELVA.
      ******************************************************************
       4700-COMPROBAR-PENDIENTE.
           MOVE ZERO TO WS-AUT-PENDIENTES.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-AUT-PENDIENTES
                  FROM AUTORIZ_PENDIENTES
                 WHERE POLIZA_ID        = :WS-POLIZA-ID
                   AND ESTADO_SOLICITUD = 'P'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET CA-RC-ERROR-BD TO TRUE
                   SET CA-RSN-ERROR-BD TO TRUE
               WHEN WS-AUT-PENDIENTES > ZERO
                   SET CA-RC-AUTORIZACION-DENEGADA TO TRUE
                   SET CA-RSN-SOLICITUD-YA-PENDIENTE TO TRUE
           END-EVALUATE.

      ******************************************************************
      * 7000-APARCAR-SOLICITUD
      * DA DE ALTA LA SOLICITUD PENDIENTE EN LUGAR DE APLICAR EL
      * CAMBIO. EL PROGRAMA CARGA ANTES LOS DATOS PROPIOS DEL CAMBIO
      * (TIPO, PRIMAS, FECHA DE EFECTO, ESTADOS Y MOTIVO); AQUI SE
      * COMPLETAN CLAVE, SOLICITANTE Y MARCA DE TIEMPO. LA SECUENCIA
      * ES EL SIGUIENTE CORRELATIVO DE LA POLIZA, SERIALIZADO POR EL
      * BLOQUEO FOR UPDATE SOBRE POLIZAS DEL PROGRAMA QUE LLAMA.
      * SE CONFIRMA (SYNCPOINT) Y SE DEVUELVE RC 20 CON LA SECUENCIA.
      ******************************************************************
       7000-APARCAR-SOLICITUD.
           EXEC CICS ASKTIME
                ABSTIME(WS-AUT-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-AUT-ABSTIME)
                YYYYMMDD(AUTP-FECHA-SOLICITUD)
                TIME(AUTP-HORA-SOLICITUD)
           END-EXEC.

           MOVE WS-POLIZA-ID   TO AUTP-POLIZA-ID.
           SET AUTP-PENDIENTE  TO TRUE.
           MOVE WS-AUT-USUARIO TO AUTP-USUARIO-SOLICITA.
           MOVE SPACES         TO AUTP-USUARIO-RESUELVE
                                  AUTP-FECHA-RESOLUCION
                                  AUTP-HORA-RESOLUCION.

           EXEC SQL
                SELECT COALESCE(MAX(SECUENCIA), 0) + 1
                  INTO :AUTP-SECUENCIA
                  FROM AUTORIZ_PENDIENTES
                 WHERE POLIZA_ID = :AUTP-POLIZA-ID
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                    INSERT INTO AUTORIZ_PENDIENTES
                           (POLIZA_ID, SECUENCIA, TIPO_SOLICITUD,
                            ESTADO_SOLICITUD, PRIMA_ANTERIOR,
                            PRIMA_NUEVA, FECHA_EFECTO,
                            ESTADO_ANTERIOR, ESTADO_SOLICITADO,
                            MOTIVO, USUARIO_SOLICITA,
                            FECHA_SOLICITUD, HORA_SOLICITUD,
                            USUARIO_RESUELVE, FECHA_RESOLUCION,
                            HORA_RESOLUCION)
                    VALUES (:AUTP-POLIZA-ID, :AUTP-SECUENCIA,
                            :AUTP-TIPO-SOLICITUD,
                            :AUTP-ESTADO-SOLICITUD,
                            :AUTP-PRIMA-ANTERIOR, :AUTP-PRIMA-NUEVA,
                            :AUTP-FECHA-EFECTO,
                            :AUTP-ESTADO-ANTERIOR,
                            :AUTP-ESTADO-SOLICITADO, :AUTP-MOTIVO,
                            :AUTP-USUARIO-SOLICITA,
                            :AUTP-FECHA-SOLICITUD,
                            :AUTP-HORA-SOLICITUD,
                            :AUTP-USUARIO-RESUELVE,
                            :AUTP-FECHA-RESOLUCION,
                            :AUTP-HORA-RESOLUCION)
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
               SET CA-RC-PENDIENTE-APROBACION TO TRUE
               SET CA-RSN-PENDIENTE-APROBACION TO TRUE
               MOVE AUTP-SECUENCIA TO CA-SOLICITUD-SECUENCIA
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               SET CA-RC-ERROR-BD TO TRUE
               SET CA-RSN-ERROR-BD TO TRUE
           END-IF.

      ******************************************************************
      * 7500-RESOLVER-SOLICITUD
      * MARCA LA SOLICITUD LEIDA EN 4600 CON EL ESTADO QUE EL
      * PROGRAMA HAYA PUESTO EN AUTP-ESTADO-SOLICITUD ('A' O 'R'),
      * EL USUARIO QUE LA RESUELVE Y LA MARCA DE TIEMPO. NO CONFIRMA:
      * AL APROBAR VA EN LA MISMA UNIDAD DE TRABAJO QUE EL CAMBIO, Y
      * EL SYNCPOINT LO HACE EL PROGRAMA QUE LLAMA. SI FALLA SE
      * DESHACE TODO.
      ******************************************************************
       7500-RESOLVER-SOLICITUD.
           EXEC CICS ASKTIME
                ABSTIME(WS-AUT-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-AUT-ABSTIME)
                YYYYMMDD(AUTP-FECHA-RESOLUCION)
                TIME(AUTP-HORA-RESOLUCION)
           END-EXEC.

           MOVE WS-AUT-USUARIO TO AUTP-USUARIO-RESUELVE.

           EXEC SQL
                UPDATE AUTORIZ_PENDIENTES
                   SET ESTADO_SOLICITUD = :AUTP-ESTADO-SOLICITUD,
                       USUARIO_RESUELVE = :AUTP-USUARIO-RESUELVE,
                       FECHA_RESOLUCION = :AUTP-FECHA-RESOLUCION,
                       HORA_RESOLUCION  = :AUTP-HORA-RESOLUCION
                 WHERE POLIZA_ID        = :AUTP-POLIZA-ID
                   AND SECUENCIA        = :AUTP-SECUENCIA
                   AND ESTADO_SOLICITUD = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               SET CA-RC-ERROR-BD TO TRUE
               SET CA-RSN-ERROR-BD TO TRUE
           END-IF.
