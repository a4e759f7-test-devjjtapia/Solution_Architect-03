      ******************************************************************
      * PROGRAMA CICS DE RESOLUCION DE CAMBIOS PENDIENTES DE DOBLE
      * FIRMA (CUATRO OJOS)
      * UPDPRIMA Y UPDPOLZA NO APLICAN UN ENDOSO CUYA DIFERENCIA DE
      * PRIMA EXCEDE LAS ATRIBUCIONES DEL USUARIO NI UNA CANCELACION
      * DE UN USUARIO QUE NO PUEDE CANCELAR (AUTORIZ_USUARIOS): LOS
      * DEJAN PENDIENTES EN AUTORIZ_PENDIENTES. ESTE PROGRAMA LISTA
      * Y CONSULTA ESAS SOLICITUDES, Y LAS APRUEBA O LAS RECHAZA.
      * APROBAR NO APLICA NADA AQUI: VUELVE A LLAMAR (LINK) AL
      * PROGRAMA DE NEGOCIO CON LA SECUENCIA DE LA SOLICITUD, QUE
      * REPITE TODAS SUS VALIDACIONES SOBRE LOS DATOS DEL MOMENTO,
      * COMPRUEBA QUE QUIEN APRUEBA NO ES QUIEN PIDIO Y TIENE
      * ATRIBUCIONES, Y GRABA EL CAMBIO CON SU FILA DE POLIZAS_HIST
      * O POLIZAS_ENDOSOS Y LA MARCA DE APROBADA EN LA MISMA UNIDAD
      * DE TRABAJO. RECHAZAR EXIGE LAS MISMAS CONDICIONES AL USUARIO
      * Y SOLO MARCA LA SOLICITUD.
      * CADA APROBACION O RECHAZO (INTENTADO O APLICADO) DEJA SU
      * RASTRO EN LA TD QUEUE AUDT.
      * SE EXPONDRIA COMO API REST A TRAVES DE Z/OS CONNECT, Y LA
      * PANTALLA DE AUTORIZACIONES DE POLSCRN LO INVOCA VIA LINK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPDAUTOR.
       AUTHOR.     GEMINI ARCHITECT.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-POLIZA-ID            PIC X(10).
       01 WS-ABSTIME              PIC S9(15) COMP-3.

       01 WS-LISTA-PENDIENTES.
          05 WS-CLAVE-CONTINUACION  PIC X(10).
          05 WS-FIN-CURSOR-PEND     PIC X(01).
             88 WS-HAY-FIN-CURSOR-PEND    VALUE 'S'.
             88 WS-NO-HAY-FIN-CURSOR-PEND VALUE 'N'.
          05 WS-INDICE-PEND         PIC 9(02) COMP.
          05 WS-TOTAL-DEVUELTO      PIC 9(04) COMP.

       COPY WS-VALPOLID.
       COPY WS-AUTORIZ.
       COPY AUDREC.

      *    COMMAREAS DE LOS PROGRAMAS QUE APLICAN LO APROBADO, CON
      *    PREFIJOS PROPIOS (MISMO CRITERIO QUE POLSCRN).
       COPY CA-UPDPRIMA REPLACING ==DFHCOMMAREA== BY ==PR-COMMAREA==
                                  LEADING ==CA== BY ==PR==.

       COPY CA-UPDPOLZA REPLACING ==DFHCOMMAREA== BY ==UP-COMMAREA==
                                  LEADING ==CA== BY ==UP==.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY AUTORIZ.
       COPY AUTPEND.

       LINKAGE SECTION.
       COPY CA-UPDAUTOR.

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

           SET CA-RC-OK TO TRUE.
           SET CA-RSN-NINGUNO TO TRUE.
           INITIALIZE CA-DETALLE-SOLICITUD.
           MOVE ZERO TO CA-TOTAL-SOLICITUDES.
           SET CA-NO-HAY-MAS-DATOS TO TRUE.
           INITIALIZE CA-LISTA-SOLICITUDES.

           PERFORM 2500-VALIDAR-ENTRADA.

           IF CA-RC-OK
               EVALUATE TRUE
                   WHEN CA-ACCION-LISTAR
                       PERFORM 3000-LISTAR-PENDIENTES
                   WHEN CA-ACCION-CONSULTAR
                       PERFORM 3500-CONSULTAR-PENDIENTE
                   WHEN CA-ACCION-APROBAR
                       PERFORM 5000-APROBAR-SOLICITUD
                   WHEN CA-ACCION-RECHAZAR
                       PERFORM 6000-RECHAZAR-SOLICITUD
               END-EVALUATE
           END-IF.

      *    LAS RESOLUCIONES SE AUDITAN SIEMPRE, TAMBIEN LAS
      *    DENEGADAS; LA LISTA Y LA CONSULTA NO TOCAN NADA.
           IF CA-ACCION-APROBAR OR CA-ACCION-RECHAZAR
               PERFORM 8000-REGISTRAR-AUDITORIA
           END-IF.

      *    ---------------------------------------------------------
      *    LA RESPUESTA SE DEVUELVE EN DFHCOMMAREA (LAYOUT
      *    CA-UPDAUTOR), QUE CICS PROPAGA AL PROGRAMA LLAMADOR
      *    (Z/OS CONNECT O POLSCRN) AL VOLVER.
      *    ---------------------------------------------------------
           EXEC CICS RETURN END-EXEC.

           GOBACK.

      ******************************************************************
      * 2000-VALIDAR-POLIZA-ID / 2100-VALIDAR-DIGITO-CONTROL
      * COMPARTIDOS CON GETPOLZA, UPDPOLZA Y UPDPRIMA.
      ******************************************************************
       COPY PR-VALPOLID.

      ******************************************************************
      * 2500-VALIDAR-ENTRADA
      * LA LISTA SOLO NECESITA LA CLAVE DE CONTINUACION (EN BLANCO =
      * PRIMERA PAGINA). EL RESTO DE ACCIONES NECESITA UNA POLIZA
      * VALIDA, Y APROBAR Y RECHAZAR ADEMAS LA SECUENCIA DE LA
      * SOLICITUD.
      ******************************************************************
       2500-VALIDAR-ENTRADA.
           MOVE CA-POLIZA-ID TO WS-POLIZA-ID.

           EVALUATE TRUE
               WHEN NOT CA-ACCION-VALIDA
                   SET CA-RC-DATOS-INVALIDOS TO TRUE
                   SET CA-RSN-ACCION-DESCONOCIDA TO TRUE
               WHEN CA-ACCION-LISTAR
                   CONTINUE
               WHEN OTHER
                   PERFORM 2000-VALIDAR-POLIZA-ID
           END-EVALUATE.

           IF CA-RC-OK
                 AND (CA-ACCION-APROBAR OR CA-ACCION-RECHAZAR)
               IF CA-SOLICITUD-SECUENCIA IS NOT NUMERIC
                   SET CA-RC-DATOS-INVALIDOS TO TRUE
                   SET CA-RSN-SOLICITUD-INVALIDA TO TRUE
               ELSE
                   IF CA-SOLICITUD-SECUENCIA = ZERO
                       SET CA-RC-DATOS-INVALIDOS TO TRUE
                       SET CA-RSN-SOLICITUD-INVALIDA TO TRUE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 3000-LISTAR-PENDIENTES
      * DEVUELVE HASTA 10 SOLICITUDES PENDIENTES EN ORDEN DE POLIZA
      * (UNA POLIZA TIENE COMO MUCHO UNA PENDIENTE, ASI QUE LA
      * POLIZA BASTA COMO CLAVE DE CONTINUACION). SI HAY MAS, LA
      * ULTIMA POLIZA DEVUELTA VA EN CA-CLAVE-CONTINUACION PARA LA
      * SIGUIENTE LLAMADA, COMO EN LA BUSQUEDA POR NIF DE GETPOLZA.
      ******************************************************************
       3000-LISTAR-PENDIENTES.
           MOVE CA-CLAVE-CONTINUACION TO WS-CLAVE-CONTINUACION.
           MOVE ZERO TO WS-TOTAL-DEVUELTO.
           SET WS-NO-HAY-FIN-CURSOR-PEND TO TRUE.

           EXEC SQL
                DECLARE CUR-PEND CURSOR FOR
                SELECT POLIZA_ID, SECUENCIA, TIPO_SOLICITUD,
                       USUARIO_SOLICITA, FECHA_SOLICITUD,
                       PRIMA_ANTERIOR, PRIMA_NUEVA,
                       ESTADO_SOLICITADO
                  FROM AUTORIZ_PENDIENTES
                 WHERE ESTADO_SOLICITUD = 'P'
                   AND POLIZA_ID > :WS-CLAVE-CONTINUACION
                 ORDER BY POLIZA_ID
                 FETCH FIRST 11 ROWS ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-PEND END-EXEC.

           PERFORM VARYING WS-INDICE-PEND FROM 1 BY 1
                   UNTIL WS-INDICE-PEND > 10
                      OR WS-HAY-FIN-CURSOR-PEND
               PERFORM 3100-LEER-CURSOR-PEND
               IF SQLCODE = 0
                   MOVE AUTP-POLIZA-ID
                       TO CA-TBL-POLIZA-ID(WS-INDICE-PEND)
                   MOVE AUTP-SECUENCIA
                       TO CA-TBL-SECUENCIA(WS-INDICE-PEND)
                   MOVE AUTP-TIPO-SOLICITUD
                       TO CA-TBL-TIPO-SOLICITUD(WS-INDICE-PEND)
                   MOVE AUTP-USUARIO-SOLICITA
                       TO CA-TBL-USUARIO-SOLICITA(WS-INDICE-PEND)
                   MOVE AUTP-FECHA-SOLICITUD
                       TO CA-TBL-FECHA-SOLICITUD(WS-INDICE-PEND)
                   MOVE AUTP-PRIMA-ANTERIOR
                       TO CA-TBL-PRIMA-ANTERIOR(WS-INDICE-PEND)
                   MOVE AUTP-PRIMA-NUEVA
                       TO CA-TBL-PRIMA-NUEVA(WS-INDICE-PEND)
                   MOVE AUTP-ESTADO-SOLICITADO
                       TO CA-TBL-ESTADO-SOLICITADO(WS-INDICE-PEND)
                   ADD 1 TO WS-TOTAL-DEVUELTO
               END-IF
           END-PERFORM.

           IF NOT WS-HAY-FIN-CURSOR-PEND AND NOT CA-RC-ERROR-BD
               PERFORM 3100-LEER-CURSOR-PEND
               IF SQLCODE = 0
                   SET CA-HAY-MAS-DATOS TO TRUE
                   MOVE CA-TBL-POLIZA-ID(10) TO CA-CLAVE-CONTINUACION
               END-IF
           END-IF.

           EXEC SQL CLOSE CUR-PEND END-EXEC.

           MOVE WS-TOTAL-DEVUELTO TO CA-TOTAL-SOLICITUDES.

           IF NOT CA-RC-ERROR-BD AND WS-TOTAL-DEVUELTO = 0
               SET CA-RC-NO-ENCONTRADA TO TRUE
               SET CA-RSN-SOLICITUD-NO-ENCONTRADA TO TRUE
           END-IF.

      ******************************************************************
      * 3100-LEER-CURSOR-PEND
      ******************************************************************
       3100-LEER-CURSOR-PEND.
           EXEC SQL
                FETCH CUR-PEND
                 INTO :AUTP-POLIZA-ID, :AUTP-SECUENCIA,
                      :AUTP-TIPO-SOLICITUD, :AUTP-USUARIO-SOLICITA,
                      :AUTP-FECHA-SOLICITUD, :AUTP-PRIMA-ANTERIOR,
                      :AUTP-PRIMA-NUEVA, :AUTP-ESTADO-SOLICITADO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-HAY-FIN-CURSOR-PEND TO TRUE
               WHEN OTHER
                   SET WS-HAY-FIN-CURSOR-PEND TO TRUE
                   SET CA-RC-ERROR-BD TO TRUE
                   SET CA-RSN-ERROR-BD TO TRUE
           END-EVALUATE.

      ******************************************************************
      * 3500-CONSULTAR-PENDIENTE
      * DEVUELVE LA SOLICITUD PENDIENTE DE LA POLIZA CON SU
      * SECUENCIA, QUE EL LLAMADOR DEBE REENVIAR PARA RESOLVERLA.
      ******************************************************************
       3500-CONSULTAR-PENDIENTE.
           MOVE WS-POLIZA-ID TO AUTP-POLIZA-ID.

           EXEC SQL
                SELECT SECUENCIA, TIPO_SOLICITUD, ESTADO_SOLICITUD,
                       PRIMA_ANTERIOR, PRIMA_NUEVA, FECHA_EFECTO,
                       ESTADO_ANTERIOR, ESTADO_SOLICITADO, MOTIVO,
                       USUARIO_SOLICITA, FECHA_SOLICITUD,
                       HORA_SOLICITUD
                  INTO :AUTP-SECUENCIA, :AUTP-TIPO-SOLICITUD,
                       :AUTP-ESTADO-SOLICITUD,
                       :AUTP-PRIMA-ANTERIOR, :AUTP-PRIMA-NUEVA,
                       :AUTP-FECHA-EFECTO, :AUTP-ESTADO-ANTERIOR,
                       :AUTP-ESTADO-SOLICITADO, :AUTP-MOTIVO,
                       :AUTP-USUARIO-SOLICITA, :AUTP-FECHA-SOLICITUD,
                       :AUTP-HORA-SOLICITUD
                  FROM AUTORIZ_PENDIENTES
                 WHERE POLIZA_ID        = :AUTP-POLIZA-ID
                   AND ESTADO_SOLICITUD = 'P'
                 ORDER BY SECUENCIA
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE AUTP-SECUENCIA TO CA-SOLICITUD-SECUENCIA
                   PERFORM 3700-CARGAR-DETALLE
               WHEN 100
                   MOVE ZERO TO CA-SOLICITUD-SECUENCIA
                   SET CA-RC-NO-ENCONTRADA TO TRUE
                   SET CA-RSN-SOLICITUD-NO-ENCONTRADA TO TRUE
               WHEN OTHER
                   SET CA-RC-ERROR-BD TO TRUE
                   SET CA-RSN-ERROR-BD TO TRUE
           END-EVALUATE.

      ******************************************************************
      * 3600-LEER-SOLICITUD-CLAVE
      * LEE SIN BLOQUEO LA SOLICITUD POLIZA + SECUENCIA PARA SABER
      * A QUE PROGRAMA PASARLA Y DEVOLVER SU DETALLE. EL BLOQUEO Y
      * LAS COMPROBACIONES DE DOBLE FIRMA LOS HACE EL PROGRAMA QUE
      * LA APLICA (4600-LEER-SOLICITUD).
      ******************************************************************
       3600-LEER-SOLICITUD-CLAVE.
           MOVE WS-POLIZA-ID           TO AUTP-POLIZA-ID.
           MOVE CA-SOLICITUD-SECUENCIA TO AUTP-SECUENCIA.

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
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET CA-RC-NO-ENCONTRADA TO TRUE
                   SET CA-RSN-SOLICITUD-NO-ENCONTRADA TO TRUE
               WHEN SQLCODE NOT = 0
                   SET CA-RC-ERROR-BD TO TRUE
                   SET CA-RSN-ERROR-BD TO TRUE
               WHEN NOT AUTP-PENDIENTE
                   PERFORM 3700-CARGAR-DETALLE
                   SET CA-RC-NO-ENCONTRADA TO TRUE
                   SET CA-RSN-SOLICITUD-NO-ENCONTRADA TO TRUE
               WHEN OTHER
                   PERFORM 3700-CARGAR-DETALLE
           END-EVALUATE.

      ******************************************************************
      * 3700-CARGAR-DETALLE
      ******************************************************************
       3700-CARGAR-DETALLE.
           MOVE AUTP-TIPO-SOLICITUD    TO CA-TIPO-SOLICITUD.
           MOVE AUTP-USUARIO-SOLICITA  TO CA-USUARIO-SOLICITA.
           MOVE AUTP-FECHA-SOLICITUD   TO CA-FECHA-SOLICITUD.
           MOVE AUTP-HORA-SOLICITUD    TO CA-HORA-SOLICITUD.
           MOVE AUTP-PRIMA-ANTERIOR    TO CA-PRIMA-ANTERIOR.
           MOVE AUTP-PRIMA-NUEVA       TO CA-PRIMA-NUEVA.
           MOVE AUTP-FECHA-EFECTO      TO CA-FECHA-EFECTO.
           MOVE AUTP-ESTADO-ANTERIOR   TO CA-ESTADO-ANTERIOR.
           MOVE AUTP-ESTADO-SOLICITADO TO CA-ESTADO-SOLICITADO.
           MOVE AUTP-MOTIVO            TO CA-MOTIVO.

      ******************************************************************
      * 5000-APROBAR-SOLICITUD
      * PASA LA SOLICITUD AL PROGRAMA QUE SABE APLICARLA Y DEVUELVE
      * SU RESPUESTA TAL CUAL: LOS CODIGOS DE RETORNO/RAZON SON
      * COMUNES, ASI QUE EL LLAMADOR VE EXACTAMENTE POR QUE NO SE
      * APLICO (P.EJ. LA POLIZA YA ESTA CANCELADA, LA PRIMA CAYO
      * FUERA DE BANDA O QUIEN APRUEBA NO TIENE ATRIBUCIONES).
      ******************************************************************
       5000-APROBAR-SOLICITUD.
           PERFORM 3600-LEER-SOLICITUD-CLAVE.

           IF CA-RC-OK
               IF AUTP-ES-ENDOSO
                   PERFORM 5100-APLICAR-ENDOSO
               ELSE
                   PERFORM 5200-APLICAR-CANCELACION
               END-IF
           END-IF.

      ******************************************************************
      * 5100-APLICAR-ENDOSO
      ******************************************************************
       5100-APLICAR-ENDOSO.
           INITIALIZE PR-COMMAREA.
           MOVE WS-POLIZA-ID           TO PR-POLIZA-ID.
           MOVE CA-SOLICITUD-SECUENCIA TO PR-SOLICITUD-SECUENCIA.

           EXEC CICS LINK
                PROGRAM('UPDPRIMA')
                COMMAREA(PR-COMMAREA)
                LENGTH(LENGTH OF PR-COMMAREA)
           END-EXEC.

           MOVE PR-RETURN-CODE TO CA-RETURN-CODE.
           MOVE PR-REASON-CODE TO CA-REASON-CODE.

      ******************************************************************
      * 5200-APLICAR-CANCELACION
      ******************************************************************
       5200-APLICAR-CANCELACION.
           INITIALIZE UP-COMMAREA.
           MOVE WS-POLIZA-ID           TO UP-POLIZA-ID.
           MOVE CA-SOLICITUD-SECUENCIA TO UP-SOLICITUD-SECUENCIA.

           EXEC CICS LINK
                PROGRAM('UPDPOLZA')
                COMMAREA(UP-COMMAREA)
                LENGTH(LENGTH OF UP-COMMAREA)
           END-EXEC.

           MOVE UP-RETURN-CODE TO CA-RETURN-CODE.
           MOVE UP-REASON-CODE TO CA-REASON-CODE.

      ******************************************************************
      * 6000-RECHAZAR-SOLICITUD
      * QUIEN RECHAZA DEBE CUMPLIR LO MISMO QUE QUIEN APRUEBA: SER
      * OTRO USUARIO QUE EL SOLICITANTE (4600) Y TENER ATRIBUCIONES
      * PARA EL CAMBIO PEDIDO; UN USUARIO SIN ELLAS NO PUEDE
      * DESCARTAR LO QUE NO PODRIA APROBAR. EN LOS ENDOSOS SE MIDE
      * LA DIFERENCIA QUE SE PIDIO. EL DETALLE SE DEVUELVE EN CUANTO
      * LA SOLICITUD SE HA LEIDO, AUNQUE EL RECHAZO SE DENIEGUE,
      * PARA QUE LA AUDITORIA LLEVE SIEMPRE AL SOLICITANTE.
      ******************************************************************
       6000-RECHAZAR-SOLICITUD.
           PERFORM 4500-LEER-ATRIBUCIONES.

           IF CA-RC-OK
               MOVE SPACE TO WS-AUT-TIPO
               MOVE CA-SOLICITUD-SECUENCIA TO WS-AUT-SECUENCIA
               PERFORM 4600-LEER-SOLICITUD
               IF SQLCODE = 0
                   PERFORM 3700-CARGAR-DETALLE
               END-IF
           END-IF.

           IF CA-RC-OK
               MOVE AUTP-TIPO-SOLICITUD TO WS-AUT-TIPO
               COMPUTE WS-AUT-DELTA =
                   AUTP-PRIMA-NUEVA - AUTP-PRIMA-ANTERIOR
               IF WS-AUT-DELTA < ZERO
                   COMPUTE WS-AUT-DELTA = ZERO - WS-AUT-DELTA
               END-IF
               PERFORM 4550-EVALUAR-ATRIBUCIONES
               IF WS-AUT-EXCEDE
                   SET CA-RC-AUTORIZACION-DENEGADA TO TRUE
                   SET CA-RSN-SIN-ATRIBUCIONES TO TRUE
               END-IF
           END-IF.

           IF CA-RC-OK
               SET AUTP-RECHAZADA TO TRUE
               PERFORM 7500-RESOLVER-SOLICITUD
               IF CA-RC-OK
                   EXEC CICS SYNCPOINT END-EXEC
               END-IF
           END-IF.

      ******************************************************************
      * 8000-REGISTRAR-AUDITORIA
      * DEJA CONSTANCIA EN LA TD QUEUE AUDT DE QUIEN INTENTO
      * RESOLVER QUE SOLICITUD Y CON QUE RESULTADO. EL MODO ES 'V'
      * (VISTO BUENO) AL APROBAR Y 'R' AL RECHAZAR; EN EL CAMPO DEL
      * NIF VA EL USUARIO QUE PIDIO EL CAMBIO, PARA QUE EL ARCHIVO
      * DE AUDITORIA MUESTRE LAS DOS FIRMAS EN UNA SOLA LINEA.
      ******************************************************************
       8000-REGISTRAR-AUDITORIA.
           EXEC CICS ASSIGN
                USERID(AUD-USERID)
           END-EXEC.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(AUD-FECHA)
                TIME(AUD-HORA)
           END-EXEC.

           MOVE EIBTRNID          TO AUD-TRANID.
           IF CA-ACCION-APROBAR
               MOVE 'V'           TO AUD-MODO-BUSQUEDA
           ELSE
               MOVE 'R'           TO AUD-MODO-BUSQUEDA
           END-IF.
           MOVE CA-RETURN-CODE    TO AUD-RETURN-CODE.
           MOVE CA-REASON-CODE    TO AUD-REASON-CODE.
           MOVE WS-POLIZA-ID      TO AUD-POLIZA-ID.
           MOVE CA-USUARIO-SOLICITA TO AUD-NIF-CLIENTE.

           EXEC CICS WRITEQ TD
                QUEUE('AUDT')
                FROM(WS-REG-AUDITORIA)
                LENGTH(LENGTH OF WS-REG-AUDITORIA)
           END-EXEC.

      ******************************************************************
      * 4500-LEER-ATRIBUCIONES / 4550-EVALUAR-ATRIBUCIONES /
      * 4600-LEER-SOLICITUD / 4700-COMPROBAR-PENDIENTE /
      * 7000-APARCAR-SOLICITUD / 7500-RESOLVER-SOLICITUD
      * COMPARTIDOS CON UPDPRIMA Y UPDPOLZA.
      ******************************************************************
       COPY PR-AUTORIZ.
