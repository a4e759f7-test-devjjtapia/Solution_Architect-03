      * GRABA EN POLIZAS_ENDOSOS DENTRO DE LA MISMA UNIDAD DE
      * TRABAJO QUE EL UPDATE, ASI QUE LA CONCILIACION DE
      * FACTURACION (POLRECON) Y AUDITORIA SIEMPRE TIENEN RASTRO.
      * DOBLE FIRMA: UN ENDOSO CUYA DIFERENCIA DE PRIMA EXCEDE LAS
      * ATRIBUCIONES DEL USUARIO (AUTORIZ_USUARIOS) NO SE APLICA,
      * QUEDA PENDIENTE EN AUTORIZ_PENDIENTES (RC 20) HASTA QUE OTRO
      * USUARIO CON ATRIBUCIONES SUFICIENTES LO APRUEBE DESDE
      * UPDAUTOR, QUE VUELVE A LLAMAR A ESTE PROGRAMA CON LA
      * SECUENCIA DE LA SOLICITUD PARA APLICARLO CON TODAS LAS
      * VALIDACIONES SOBRE LOS DATOS DEL MOMENTO.
      * SE EXPONDRIA COMO API REST A TRAVES DE Z/OS CONNECT, IGUAL
      * QUE UPDPOLZA.
      ******************************************************************
          05 WS-EFE-DIA              PIC 9(02).

       COPY WS-VALPOLID.
       COPY WS-AUTORIZ.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY POLIZAS.
       COPY POLENDOS.
       COPY PRODUCTO.
       COPY AUTORIZ.
       COPY AUTPEND.

       LINKAGE SECTION.
       COPY CA-UPDPRIMA.
           PERFORM 2000-VALIDAR-POLIZA-ID.

           IF WS-POLIZA-ES-VALIDA
               PERFORM 2200-PREPARAR-AUTORIZACION
               IF CA-RC-OK
                   PERFORM 2500-VALIDAR-DATOS-ENDOSO
               END-IF
               IF CA-RC-OK
                   PERFORM 3000-LEER-POLIZA-ACTUAL
                   IF WS-POLIZA-SI-ENCONTRADA
                       PERFORM 4000-VALIDAR-CAMBIO
                       IF WS-CAMBIO-ES-VALIDO
                           PERFORM 4800-CONTROLAR-ATRIBUCIONES
                       END-IF
                       IF WS-CAMBIO-ES-VALIDO
                           PERFORM 5000-ACTUALIZAR-PRIMA
                       END-IF
      ******************************************************************
       COPY PR-VALPOLID.

      ******************************************************************
      * 2200-PREPARAR-AUTORIZACION
      * LEE LAS ATRIBUCIONES DEL USUARIO Y FIJA EL MODO. CON
      * CA-SOLICITUD-SECUENCIA A CERO ES UN ENDOSO NORMAL; SI NO, SE
      * APLICA LA SOLICITUD PENDIENTE DE ESE NUMERO, Y PRIMA, FECHA
      * DE EFECTO Y MOTIVO SE TOMAN DE ELLA (LO APROBADO ES LO QUE
      * SE PIDIO, NO LO QUE TRAIGA LA COMMAREA).
      ******************************************************************
       2200-PREPARAR-AUTORIZACION.
           SET WS-AUT-TIPO-ENDOSO TO TRUE.

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
                   MOVE AUTP-PRIMA-NUEVA  TO CA-PRIMA-NUEVA
                   MOVE AUTP-FECHA-EFECTO TO CA-FECHA-EFECTO-ENDOSO
                   MOVE AUTP-MOTIVO       TO CA-MOTIVO-ENDOSO
               END-IF
           END-IF.

      ******************************************************************
      * 2500-VALIDAR-DATOS-ENDOSO
      * EL IMPORTE SOLICITADO DEBE SER POSITIVO Y LA FECHA DE
                   SET CA-RSN-ERROR-BD TO TRUE
           END-EVALUATE.

      ******************************************************************
      * 4800-CONTROLAR-ATRIBUCIONES
      * EL ENDOSO YA ES VALIDO; FALTA VER SI EL USUARIO PUEDE
      * APLICARLO. LA DIFERENCIA SE MIDE CONTRA LA PRIMA ACTUAL, EN
      * VALOR ABSOLUTO (SUBIDA O BAJADA PESAN IGUAL). SI EXCEDE:
      *   - AL PEDIRLO, QUEDA PENDIENTE DE APROBACION (7000), SALVO
      *     QUE LA POLIZA YA TENGA OTRA SOLICITUD PENDIENTE.
      *   - AL APROBARLO, QUIEN APRUEBA TAMPOCO LLEGA: SE RECHAZA Y
      *     LA SOLICITUD SIGUE PENDIENTE PARA OTRO APROBADOR.
      ******************************************************************
       4800-CONTROLAR-ATRIBUCIONES.
           COMPUTE WS-AUT-DELTA = CA-PRIMA-NUEVA - PRIMA-IMPORTE.
           IF WS-AUT-DELTA < ZERO
               COMPUTE WS-AUT-DELTA = ZERO - WS-AUT-DELTA
           END-IF.

           PERFORM 4550-EVALUAR-ATRIBUCIONES.

           IF WS-AUT-EXCEDE
               SET WS-CAMBIO-NO-VALIDO TO TRUE
               IF WS-AUT-MODO-APROBACION
                   SET CA-RC-AUTORIZACION-DENEGADA TO TRUE
                   SET CA-RSN-SIN-ATRIBUCIONES TO TRUE
               ELSE
                   PERFORM 4700-COMPROBAR-PENDIENTE
                   IF CA-RC-OK
                       SET AUTP-ES-ENDOSO TO TRUE
                       MOVE PRIMA-IMPORTE  TO AUTP-PRIMA-ANTERIOR
                       MOVE CA-PRIMA-NUEVA TO AUTP-PRIMA-NUEVA
                       MOVE CA-FECHA-EFECTO-ENDOSO
                           TO AUTP-FECHA-EFECTO
                       MOVE ESTADO-POLIZA  TO AUTP-ESTADO-ANTERIOR
                       MOVE SPACES TO AUTP-ESTADO-SOLICITADO
                       MOVE CA-MOTIVO-ENDOSO TO AUTP-MOTIVO
                       PERFORM 7000-APARCAR-SOLICITUD
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 5000-ACTUALIZAR-PRIMA
      * GRABA LA NUEVA PRIMA Y EL APUNTE DE POLIZAS_ENDOSOS EN LA
      * MISMA UNIDAD DE TRABAJO: SYNCPOINT SI AMBOS TIENEN EXITO,
      * ROLLBACK EN CASO CONTRARIO. AL APROBAR UNA SOLICITUD, SU
      * MARCA DE APROBADA VA TAMBIEN EN ESA UNIDAD DE TRABAJO.
      ******************************************************************
       5000-ACTUALIZAR-PRIMA.
           EXEC SQL
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 5500-GRABAR-ENDOSO
                   IF CA-RC-OK AND WS-AUT-MODO-APROBACION
                       SET AUTP-APROBADA TO TRUE
                       PERFORM 7500-RESOLVER-SOLICITUD
                   END-IF
                   IF CA-RC-OK
                       EXEC CICS SYNCPOINT END-EXEC
                       MOVE CA-PRIMA-NUEVA TO CA-PRIMA-APLICADA
                   SET CA-RSN-ERROR-BD TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * 4500-LEER-ATRIBUCIONES / 4550-EVALUAR-ATRIBUCIONES /
      * 4600-LEER-SOLICITUD / 4700-COMPROBAR-PENDIENTE /
      * 7000-APARCAR-SOLICITUD / 7500-RESOLVER-SOLICITUD
      * COMPARTIDOS CON UPDPOLZA Y UPDAUTOR.
      ******************************************************************
       COPY PR-AUTORIZ.
