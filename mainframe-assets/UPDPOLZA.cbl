      * TIEMPO Y MOTIVO DEL LLAMADOR) DENTRO DE LA MISMA UNIDAD DE
      * TRABAJO QUE EL UPDATE; LA CONSULTA GETPHIST LO DEVUELVE EN
      * ORDEN CRONOLOGICO.
      * DOBLE FIRMA: UNA CANCELACION PEDIDA POR UN USUARIO SIN
      * ATRIBUCION PARA CANCELAR (AUTORIZ_USUARIOS) NO SE APLICA,
      * QUEDA PENDIENTE EN AUTORIZ_PENDIENTES (RC 20) HASTA QUE OTRO
      * USUARIO QUE PUEDA CANCELAR LA APRUEBE DESDE UPDAUTOR, QUE
      * VUELVE A LLAMAR A ESTE PROGRAMA CON LA SECUENCIA DE LA
      * SOLICITUD PARA APLICARLA CON TODAS LAS VALIDACIONES SOBRE LOS
      * DATOS DEL MOMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPDPOLZA.
             88 WS-TRANSICION-NO-VALIDA  VALUE 'N'.

       COPY WS-VALPOLID.
       COPY WS-AUTORIZ.
       COPY EVTREC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY POLIZAS.
       COPY POLHIST.
       COPY AUTORIZ.
       COPY AUTPEND.

       LINKAGE SECTION.
       COPY CA-UPDPOLZA.
           PERFORM 2000-VALIDAR-POLIZA-ID.

           IF WS-POLIZA-ES-VALIDA
               PERFORM 2200-PREPARAR-AUTORIZACION
               IF CA-RC-OK
                   PERFORM 2500-VALIDAR-ESTADO-SOLICITADO
               END-IF
               IF CA-RC-OK
                   PERFORM 3000-LEER-POLIZA-ACTUAL
                   IF WS-POLIZA-SI-ENCONTRADA
                       PERFORM 4000-VALIDAR-TRANSICION
                       IF WS-TRANSICION-ES-VALIDA
                             AND CA-EST-SOL-CANCELADA
                           PERFORM 4800-CONTROLAR-ATRIBUCIONES
                       END-IF
                       IF WS-TRANSICION-ES-VALIDA
                           PERFORM 5000-ACTUALIZAR-POLIZA
                       END-IF
      ******************************************************************
       COPY PR-VALPOLID.

      ******************************************************************
      * 2200-PREPARAR-AUTORIZACION
      * LEE LAS ATRIBUCIONES DEL USUARIO Y FIJA EL MODO. CON
      * CA-SOLICITUD-SECUENCIA A CERO ES UN CAMBIO NORMAL; SI NO, SE
      * APLICA LA CANCELACION PENDIENTE DE ESE NUMERO, Y ESTADO Y
      * MOTIVO SE TOMAN DE ELLA (LO APROBADO ES LO QUE SE PIDIO, NO
      * LO QUE TRAIGA LA COMMAREA).
      ******************************************************************
       2200-PREPARAR-AUTORIZACION.
           SET WS-AUT-TIPO-CANCELACION TO TRUE.
           MOVE ZERO TO WS-AUT-DELTA.

           IF CA-SOLICITUD-SECUENCIA IS NOT NUMERIC
               SET CA-RC-DATOS-INVALIDOS TO TRUE
               SET CA-RSN-SOLICITUD-INVALIDA TO TRUE
           ELSE
               MOVE CA-SOLICITUD-SECUENCIA TO WS-AUT-SECUENCIA
               IF WS-AUT-SECUENCIA = ZERO
                   SET WS-AUT-MODO-SOLICITUD TO TRUE
               ELSE
                   SET WS-AUT-MODO-APROBACION TO TRUE
               END-IF
               PERFORM 4500-LEER-ATRIBUCIONES
           END-IF.

           IF CA-RC-OK AND WS-AUT-MODO-APROBACION
               PERFORM 4600-LEER-SOLICITUD
               IF CA-RC-OK
                   MOVE AUTP-ESTADO-SOLICITADO
                       TO CA-ESTADO-SOLICITADO
                   MOVE AUTP-MOTIVO TO CA-MOTIVO-CAMBIO
               END-IF
           END-IF.

      ******************************************************************
      * 2500-VALIDAR-ESTADO-SOLICITADO
      * CONFIRMA QUE CA-ESTADO-SOLICITADO SEA UN ESTADO DESTINO VALIDO
      * UNA POLIZA VENCIDA SOLO PUEDE PASAR A REVISION (SUSCRIPCION)
      * O A CANCELADA; NO PUEDE REACTIVARSE DIRECTAMENTE. CANCELADA
      * ES UN ESTADO TERMINAL, Y NO SE ALCANZA MIENTRAS LA POLIZA
      * TENGA UN SINIESTRO ABIERTO CON RESERVA PENDIENTE (VER 4100).
      ******************************************************************
       4000-VALIDAR-TRANSICION.
           SET WS-TRANSICION-NO-VALIDA TO TRUE.
      * UNA POLIZA CON UN SINIESTRO ABIERTO (POLIZAS_SINIESTROS,
      * UPDSINIE) NO PUEDE CANCELARSE: CUMPLIMIENTO TENIA QUE
      * DESHACER A MANO CADA CANCELACION QUE SE COLABA CON UN
      * SINIESTRO EN TRAMITE. SOLO CUENTA EL SINIESTRO VIVO, EL QUE
      * AUN TIENE RESERVA PENDIENTE (RESERVA - PAGADO, MOVSINIE);
      * UNO ABIERTO YA PAGADO POR COMPLETO, CON PENDIENTE CERO, NO
      * BLOQUEA LA CANCELACION. ANTE LA DUDA (ERROR DE BD) TAMPOCO
      * SE CANCELA.
      ******************************************************************
       4100-COMPROBAR-SINIESTROS.
           MOVE ZERO TO WS-SINIESTROS-ABIERTOS.
                  FROM POLIZAS_SINIESTROS
                 WHERE POLIZA_ID        = :WS-POLIZA-ID
                   AND ESTADO_SINIESTRO = 'ABIERTO'
                   AND IMPORTE_RESERVA  > IMPORTE_PAGADO
           END-EXEC.

           EVALUATE TRUE
                   SET CA-RSN-SINIESTRO-ABIERTO TO TRUE
           END-EVALUATE.

      ******************************************************************
      * 4800-CONTROLAR-ATRIBUCIONES
      * LA CANCELACION YA ES VALIDA; FALTA VER SI EL USUARIO PUEDE
      * CANCELAR. SI NO PUEDE:
      *   - AL PEDIRLA, QUEDA PENDIENTE DE APROBACION (7000), SALVO
      *     QUE LA POLIZA YA TENGA OTRA SOLICITUD PENDIENTE.
      *   - AL APROBARLA, QUIEN APRUEBA TAMPOCO PUEDE: SE RECHAZA Y
      *     LA SOLICITUD SIGUE PENDIENTE PARA OTRO APROBADOR.
      * EL RESTO DE TRANSICIONES NO REQUIERE DOBLE FIRMA.
      ******************************************************************
       4800-CONTROLAR-ATRIBUCIONES.
           PERFORM 4550-EVALUAR-ATRIBUCIONES.

           IF WS-AUT-EXCEDE
               SET WS-TRANSICION-NO-VALIDA TO TRUE
               IF WS-AUT-MODO-APROBACION
                   SET CA-RC-AUTORIZACION-DENEGADA TO TRUE
                   SET CA-RSN-SIN-ATRIBUCIONES TO TRUE
               ELSE
                   PERFORM 4700-COMPROBAR-PENDIENTE
                   IF CA-RC-OK
                       SET AUTP-ES-CANCELACION TO TRUE
                       MOVE ZERO TO AUTP-PRIMA-ANTERIOR
                                    AUTP-PRIMA-NUEVA
                       MOVE SPACES TO AUTP-FECHA-EFECTO
                       MOVE WS-ESTADO-ACTUAL TO AUTP-ESTADO-ANTERIOR
                       MOVE CA-ESTADO-SOLICITADO
                           TO AUTP-ESTADO-SOLICITADO
                       MOVE CA-MOTIVO-CAMBIO TO AUTP-MOTIVO
                       PERFORM 7000-APARCAR-SOLICITUD
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 5000-ACTUALIZAR-POLIZA
      * GRABA EL NUEVO ESTADO EN DB2 Y EL APUNTE DEL HISTORICO EN
      * LA MISMA UNIDAD DE TRABAJO, BAJO CONTROL DE COMMIT:
      * SYNCPOINT SI AMBOS TIENEN EXITO, ROLLBACK EN CASO CONTRARIO
      * (NUNCA QUEDA UN CAMBIO DE ESTADO SIN SU FILA DE HISTORICO
      * NI VICEVERSA). AL APROBAR UNA SOLICITUD, SU MARCA DE
      * APROBADA VA TAMBIEN EN ESA UNIDAD DE TRABAJO.
      ******************************************************************
       5000-ACTUALIZAR-POLIZA.
           EXEC SQL
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 5500-GRABAR-HISTORICO
                   IF CA-RC-OK AND WS-AUT-MODO-APROBACION
                       SET AUTP-APROBADA TO TRUE
                       PERFORM 7500-RESOLVER-SOLICITUD
                   END-IF
                   IF CA-RC-OK
                       EXEC CICS SYNCPOINT END-EXEC
                       IF CA-EST-SOL-CANCELADA
                FROM(WS-REG-EVENTO)
                LENGTH(LENGTH OF WS-REG-EVENTO)
           END-EXEC.

      ******************************************************************
      * 4500-LEER-ATRIBUCIONES / 4550-EVALUAR-ATRIBUCIONES /
      * 4600-LEER-SOLICITUD / 4700-COMPROBAR-PENDIENTE /
      * 7000-APARCAR-SOLICITUD / 7500-RESOLVER-SOLICITUD
      * COMPARTIDOS CON UPDPRIMA Y UPDAUTOR.
      ******************************************************************
       COPY PR-AUTORIZ.
