      ******************************************************************
      * PROGRAMA CICS DE CONSULTA DE POLIZA A FECHA
      * RESPONDE A "COMO ESTABA LA POLIZA X EL DIA D" (FECHA DE UN
      * SINIESTRO O DE UNA RECLAMACION) SIN TENER QUE ENCAJAR A MANO
      * LAS PAGINAS DE GETPHIST Y LA TABLA DE ENDOSOS:
      *   - ESTADO: EL ESTADO NUEVO DEL ULTIMO CAMBIO DE
      *     POLIZAS_HIST GRABADO HASTA ESE DIA; SI NO HUBO NINGUNO,
      *     EL ESTADO ANTERIOR DEL PRIMER CAMBIO (O SU ESTADO NUEVO
      *     SI ES LA FILA DE ALTA); SIN HISTORICO, EL ESTADO ACTUAL.
      *   - PRIMA: LA PRIMA VIGENTE POR FECHA DE EFECTO DE LOS
      *     ENDOSOS (MISMO RECORRIDO QUE POLPPNC Y POLEXTOR).
      *   - VENCIMIENTO: EL DE LA PRIMERA RENOVACION (ENDOSO 'RENV',
      *     CUYA FECHA DE EFECTO ES EL VENCIMIENTO QUE EXTIENDE)
      *     POSTERIOR AL DIA; SIN ELLA, EL VENCIMIENTO ACTUAL.
      *   - SINIESTROS ABIERTOS ESE DIA EN POLIZAS_SINIESTROS.
      * LA FECHA SE ENTIENDE AL CIERRE DEL DIA. UNA FECHA ANTERIOR
      * AL EFECTO DE LA POLIZA SE CONTESTA EXPRESAMENTE COMO TAL
      * (RC 04 / RSN 2005, SITUACION 'A').
      * SE EXPONDRIA COMO API REST A TRAVES DE Z/OS CONNECT, IGUAL
      * QUE GETPOLZA Y GETPHIST, Y LA USA POLSCRN (PANTALLA
      * MAPFECH).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GETPFECH.
       AUTHOR.     GEMINI ARCHITECT.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-POLIZA-ID         PIC X(10).
       01 WS-ABSTIME           PIC S9(15) COMP-3.

      *    FECHA CONSULTADA EN LOS DOS FORMATOS DE LAS TABLAS: ISO
      *    (FECHAS DE EFECTO Y VENCIMIENTO) Y AAAAMMDD (MARCAS DE
      *    TIEMPO DE HISTORICO Y SINIESTROS).
       01 WS-FECHA-CONSULTA.
          05 WS-FEC-ANO              PIC X(04).
          05 FILLER                  PIC X(01).
          05 WS-FEC-MES              PIC X(02).
          05 FILLER                  PIC X(01).
          05 WS-FEC-DIA              PIC X(02).
       01 WS-FECHA-CONSULTA-AMD   PIC X(08).
       01 WS-FEC-MES-NUM          PIC 9(02).
       01 WS-FEC-DIA-NUM          PIC 9(02).
       01 WS-FECHA-HOY            PIC X(08).

       01 WS-RECONSTRUCCION.
          05 WS-PRIMA-VIGENTE        PIC S9(9)V99 COMP-3.
          05 WS-VENC-RENOVACION      PIC X(10).
          05 WS-FIN-CURSOR-ENDO      PIC X(01).
             88 WS-HAY-FIN-CURSOR-ENDO    VALUE 'S'.
             88 WS-NO-HAY-FIN-CURSOR-ENDO VALUE 'N'.

       01 WS-BUSQUEDA-SINI.
          05 WS-TOTAL-ABIERTOS      PIC S9(09) COMP.
          05 WS-FIN-CURSOR-SINI     PIC X(01).
             88 WS-HAY-FIN-CURSOR-SINI    VALUE 'S'.
             88 WS-NO-HAY-FIN-CURSOR-SINI VALUE 'N'.
          05 WS-INDICE-SINI         PIC 9(02) COMP.

       COPY WS-VALPOLID.
       COPY AUDREC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY POLIZAS.
       COPY POLHIST.
       COPY POLENDOS.
       COPY POLSINIE.

       LINKAGE SECTION.
       COPY CA-GETPFECH.

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
           MOVE SPACE TO CA-SITUACION-FECHA.
           INITIALIZE CA-DETALLE-POLIZA.
           MOVE ZERO TO CA-TOTAL-SINIESTROS.
           SET CA-NO-HAY-MAS-DATOS TO TRUE.
           INITIALIZE CA-LISTA-SINIESTROS.

           PERFORM 2000-VALIDAR-POLIZA-ID.

           IF WS-POLIZA-ES-VALIDA
               PERFORM 2600-VALIDAR-FECHA-CONSULTA
           END-IF.

           IF CA-RC-OK
               PERFORM 3000-LEER-POLIZA
           END-IF.

      *    LOS VALORES A FECHA SOLO TIENEN SENTIDO SI LA POLIZA YA
      *    EXISTIA ESE DIA (RC 00 TRAS 3000).
           IF CA-RC-OK
               PERFORM 4000-ESTADO-A-FECHA
           END-IF.

           IF CA-RC-OK
               PERFORM 4500-PRIMA-A-FECHA
           END-IF.

           IF CA-RC-OK
               PERFORM 5000-VENCIMIENTO-A-FECHA
           END-IF.

           IF CA-RC-OK
               PERFORM 6000-SINIESTROS-ABIERTOS
           END-IF.

           PERFORM 8000-REGISTRAR-AUDITORIA.

      *    ---------------------------------------------------------
      *    LA RESPUESTA SE DEVUELVE EN DFHCOMMAREA (LAYOUT
      *    CA-GETPFECH), QUE CICS PROPAGA AL PROGRAMA LLAMADOR
      *    (Z/OS CONNECT O POLSCRN) AL VOLVER.
      *    ---------------------------------------------------------
           EXEC CICS RETURN END-EXEC.

           GOBACK.

      ******************************************************************
      * 2000-VALIDAR-POLIZA-ID / 2100-VALIDAR-DIGITO-CONTROL
      * VALIDAN FORMATO Y DIGITO DE CONTROL DE WS-POLIZA-ID ANTES DE
      * GASTAR UNA LLAMADA A DB2 (PARRAFOS COMPARTIDOS CON GETPOLZA
      * Y UPDPOLZA).
      ******************************************************************
       COPY PR-VALPOLID.

      ******************************************************************
      * 2600-VALIDAR-FECHA-CONSULTA
      * MISMO CRITERIO DE FORMATO QUE 2600-VALIDAR-FECHA-EFECTO DE
      * UPDPRIMA. ADEMAS LA FECHA NO PUEDE SER POSTERIOR A HOY: ESTA
      * CONSULTA DICE COMO ESTABA LA POLIZA, NO COMO ESTARA.
      ******************************************************************
       2600-VALIDAR-FECHA-CONSULTA.
           MOVE CA-FECHA-CONSULTA TO WS-FECHA-CONSULTA.

           IF WS-FECHA-CONSULTA(5:1) NOT = '-'
                 OR WS-FECHA-CONSULTA(8:1) NOT = '-'
                 OR WS-FEC-ANO IS NOT NUMERIC
                 OR WS-FEC-MES IS NOT NUMERIC
                 OR WS-FEC-DIA IS NOT NUMERIC
               SET CA-RC-DATOS-INVALIDOS TO TRUE
               SET CA-RSN-FECHA-INVALIDA TO TRUE
           ELSE
               MOVE WS-FEC-MES TO WS-FEC-MES-NUM
               MOVE WS-FEC-DIA TO WS-FEC-DIA-NUM
               IF WS-FEC-MES-NUM < 1 OR WS-FEC-MES-NUM > 12
                     OR WS-FEC-DIA-NUM < 1 OR WS-FEC-DIA-NUM > 31
                   SET CA-RC-DATOS-INVALIDOS TO TRUE
                   SET CA-RSN-FECHA-INVALIDA TO TRUE
               END-IF
           END-IF.

           IF CA-RC-OK
               STRING WS-FEC-ANO WS-FEC-MES WS-FEC-DIA
                   DELIMITED BY SIZE INTO WS-FECHA-CONSULTA-AMD

               EXEC CICS ASKTIME
                    ABSTIME(WS-ABSTIME)
               END-EXEC

               EXEC CICS FORMATTIME
                    ABSTIME(WS-ABSTIME)
                    YYYYMMDD(WS-FECHA-HOY)
               END-EXEC

               IF WS-FECHA-CONSULTA-AMD > WS-FECHA-HOY
                   SET CA-RC-DATOS-INVALIDOS TO TRUE
                   SET CA-RSN-FECHA-FUTURA TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * 3000-LEER-POLIZA
      * LEE LA FILA ACTUAL DE POLIZAS: DATOS DEL TITULAR, VALORES
      * ACTUALES Y FECHA DE EFECTO, QUE DECIDE SI LA POLIZA YA
      * EXISTIA EN LA FECHA CONSULTADA.
      ******************************************************************
       3000-LEER-POLIZA.
           EXEC SQL
                SELECT POLIZA_ID, NIF_CLIENTE, NOMBRE_ASEGURADO,
                       TIPO_PRODUCTO, ESTADO_POLIZA, FECHA_EFECTO,
                       FECHA_VENCIMIENTO, PRIMA_IMPORTE
                  INTO :POLIZA-ID, :NIF-CLIENTE, :NOMBRE-ASEGURADO,
                       :TIPO-PRODUCTO, :ESTADO-POLIZA, :FECHA-EFECTO,
                       :FECHA-VENCIMIENTO, :PRIMA-IMPORTE
                  FROM POLIZAS
                 WHERE POLIZA_ID = :WS-POLIZA-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE NIF-CLIENTE       TO CA-NIF-CLIENTE
                   MOVE NOMBRE-ASEGURADO  TO CA-NOMBRE-ASEGURADO
                   MOVE TIPO-PRODUCTO     TO CA-TIPO-PRODUCTO
                   MOVE FECHA-EFECTO      TO CA-FECHA-EFECTO
                   MOVE ESTADO-POLIZA     TO CA-ESTADO-ACTUAL
                   MOVE PRIMA-IMPORTE     TO CA-PRIMA-ACTUAL
                   MOVE FECHA-VENCIMIENTO TO CA-VENCIMIENTO-ACTUAL
                   IF WS-FECHA-CONSULTA < FECHA-EFECTO
                       SET CA-FECHA-ANTES-DE-POLIZA TO TRUE
                       SET CA-RC-NO-ENCONTRADA TO TRUE
                       SET CA-RSN-FECHA-ANTERIOR-POLIZA TO TRUE
                   END-IF
               WHEN 100
                   SET CA-RC-NO-ENCONTRADA TO TRUE
                   SET CA-RSN-NO-ENCONTRADA TO TRUE
               WHEN OTHER
                   SET CA-RC-ERROR-BD TO TRUE
                   SET CA-RSN-ERROR-BD TO TRUE
           END-EVALUATE.

      ******************************************************************
      * 4000-ESTADO-A-FECHA
      * EL ULTIMO CAMBIO GRABADO HASTA EL CIERRE DEL DIA DA EL
      * ESTADO. SI TODOS LOS CAMBIOS SON POSTERIORES, LA POLIZA
      * SEGUIA EN EL ESTADO DE PARTIDA DEL PRIMERO; SIN NINGUN
      * CAMBIO, NUNCA SALIO DEL ESTADO ACTUAL.
      ******************************************************************
       4000-ESTADO-A-FECHA.
           EXEC SQL
                SELECT ESTADO_NUEVO
                  INTO :HIST-ESTADO-NUEVO
                  FROM POLIZAS_HIST
                 WHERE POLIZA_ID    = :WS-POLIZA-ID
                   AND FECHA_CAMBIO <= :WS-FECHA-CONSULTA-AMD
                 ORDER BY SECUENCIA DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE HIST-ESTADO-NUEVO TO CA-ESTADO-A-FECHA
               WHEN 100
                   PERFORM 4100-ESTADO-INICIAL
               WHEN OTHER
                   SET CA-RC-ERROR-BD TO TRUE
                   SET CA-RSN-ERROR-BD TO TRUE
           END-EVALUATE.

      ******************************************************************
      * 4100-ESTADO-INICIAL
      * LA FILA DE APERTURA DE ADDPOLZA (MOTIVO 'ALTA') NO TIENE
      * ESTADO ANTERIOR: SI LA POLIZA SE GRABO CON EFECTO ANTERIOR
      * AL DIA DEL ALTA, ENTRE EL EFECTO Y EL ALTA YA ESTABA EN EL
      * ESTADO CON QUE SE DIO DE ALTA.
      ******************************************************************
       4100-ESTADO-INICIAL.
           EXEC SQL
                SELECT ESTADO_ANTERIOR, ESTADO_NUEVO, MOTIVO_CAMBIO
                  INTO :HIST-ESTADO-ANTERIOR, :HIST-ESTADO-NUEVO,
                       :HIST-MOTIVO-CAMBIO
                  FROM POLIZAS_HIST
                 WHERE POLIZA_ID = :WS-POLIZA-ID
                 ORDER BY SECUENCIA
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   IF HIST-MOTIVO-CAMBIO = 'ALTA'
                         AND HIST-ESTADO-ANTERIOR = SPACES
                       MOVE HIST-ESTADO-NUEVO TO CA-ESTADO-A-FECHA
                   ELSE
                       MOVE HIST-ESTADO-ANTERIOR TO CA-ESTADO-A-FECHA
                   END-IF
               WHEN 100
                   MOVE ESTADO-POLIZA TO CA-ESTADO-A-FECHA
               WHEN OTHER
                   SET CA-RC-ERROR-BD TO TRUE
                   SET CA-RSN-ERROR-BD TO TRUE
           END-EVALUATE.

      ******************************************************************
      * 4500-PRIMA-A-FECHA
      * PARTE DE LA PRIMA ACTUAL; EL PRIMER ENDOSO APORTA LA PRIMA
      * ORIGINAL DE LA POLIZA Y CADA ENDOSO CON EFECTO NO POSTERIOR
      * A LA FECHA LA SUSTITUYE, EN ORDEN DE SECUENCIA (MISMO
      * RECORRIDO QUE 3300-PRIMA-VIGENTE DE POLPPNC).
      ******************************************************************
       4500-PRIMA-A-FECHA.
           MOVE PRIMA-IMPORTE TO WS-PRIMA-VIGENTE.
           SET WS-NO-HAY-FIN-CURSOR-ENDO TO TRUE.

           EXEC SQL
                DECLARE CUR-ENDO CURSOR FOR
                SELECT SECUENCIA, FECHA_EFECTO, PRIMA_ANTERIOR,
                       PRIMA_NUEVA
                  FROM POLIZAS_ENDOSOS
                 WHERE POLIZA_ID = :WS-POLIZA-ID
                 ORDER BY SECUENCIA
           END-EXEC.

           EXEC SQL OPEN CUR-ENDO END-EXEC.

           IF SQLCODE NOT = 0
               SET CA-RC-ERROR-BD TO TRUE
               SET CA-RSN-ERROR-BD TO TRUE
           ELSE
               PERFORM 4550-APLICAR-ENDOSO
                   UNTIL WS-HAY-FIN-CURSOR-ENDO
               EXEC SQL CLOSE CUR-ENDO END-EXEC
           END-IF.

           IF CA-RC-OK
               MOVE WS-PRIMA-VIGENTE TO CA-PRIMA-A-FECHA
           END-IF.

      ******************************************************************
      * 4550-APLICAR-ENDOSO
      ******************************************************************
       4550-APLICAR-ENDOSO.
           EXEC SQL
                FETCH CUR-ENDO
                 INTO :ENDO-SECUENCIA, :ENDO-FECHA-EFECTO,
                      :ENDO-PRIMA-ANTERIOR, :ENDO-PRIMA-NUEVA
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   IF ENDO-SECUENCIA = 1
                       MOVE ENDO-PRIMA-ANTERIOR TO WS-PRIMA-VIGENTE
                   END-IF
                   IF ENDO-FECHA-EFECTO NOT > WS-FECHA-CONSULTA
                       MOVE ENDO-PRIMA-NUEVA TO WS-PRIMA-VIGENTE
                   END-IF
               WHEN 100
                   SET WS-HAY-FIN-CURSOR-ENDO TO TRUE
               WHEN OTHER
                   SET WS-HAY-FIN-CURSOR-ENDO TO TRUE
                   SET CA-RC-ERROR-BD TO TRUE
                   SET CA-RSN-ERROR-BD TO TRUE
           END-EVALUATE.

      ******************************************************************
      * 5000-VENCIMIENTO-A-FECHA
      * CADA RENOVACION DE POLRENAC GRABA UN ENDOSO 'RENV' CON
      * EFECTO EN EL VENCIMIENTO QUE EXTIENDE: LA PRIMERA RENOVACION
      * CON EFECTO POSTERIOR A LA FECHA ES EL VENCIMIENTO DE AQUEL
      * PERIODO. LA FECHA CAE TRAS EL VENCIMIENTO SI NO ES ANTERIOR
      * A EL (EL PERIODO ES [EFECTO, VENCIMIENTO), COMO EN POLPPNC).
      ******************************************************************
       5000-VENCIMIENTO-A-FECHA.
           EXEC SQL
                SELECT COALESCE(MIN(FECHA_EFECTO), ' ')
                  INTO :WS-VENC-RENOVACION
                  FROM POLIZAS_ENDOSOS
                 WHERE POLIZA_ID     = :WS-POLIZA-ID
                   AND MOTIVO_ENDOSO = 'RENV'
                   AND FECHA_EFECTO  > :WS-FECHA-CONSULTA
           END-EXEC.

           IF SQLCODE NOT = 0
               SET CA-RC-ERROR-BD TO TRUE
               SET CA-RSN-ERROR-BD TO TRUE
           ELSE
               IF WS-VENC-RENOVACION = SPACES
                   MOVE FECHA-VENCIMIENTO TO CA-VENCIMIENTO-A-FECHA
               ELSE
                   MOVE WS-VENC-RENOVACION TO CA-VENCIMIENTO-A-FECHA
               END-IF
               IF WS-FECHA-CONSULTA < CA-VENCIMIENTO-A-FECHA
                   SET CA-FECHA-EN-VIGOR TO TRUE
               ELSE
                   SET CA-FECHA-TRAS-VENCIMIENTO TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * 6000-SINIESTROS-ABIERTOS
      * SINIESTROS ABIERTOS AL CIERRE DEL DIA: APERTURA NO POSTERIOR
      * A LA FECHA Y, O SIGUEN ABIERTOS, O SE CERRARON DESPUES (MISMO
      * CRITERIO QUE LOS SINIESTROS VIVOS EN EL MES DE POLCESIO). SE
      * CUENTAN TODOS Y SE DEVUELVEN LOS 10 PRIMEROS.
      ******************************************************************
       6000-SINIESTROS-ABIERTOS.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-TOTAL-ABIERTOS
                  FROM POLIZAS_SINIESTROS
                 WHERE POLIZA_ID      = :WS-POLIZA-ID
                   AND FECHA_APERTURA <= :WS-FECHA-CONSULTA-AMD
                   AND (ESTADO_SINIESTRO = 'ABIERTO'
                        OR FECHA_CIERRE > :WS-FECHA-CONSULTA-AMD)
           END-EXEC.

           IF SQLCODE NOT = 0
               SET CA-RC-ERROR-BD TO TRUE
               SET CA-RSN-ERROR-BD TO TRUE
           ELSE
               MOVE WS-TOTAL-ABIERTOS TO CA-TOTAL-SINIESTROS
               IF WS-TOTAL-ABIERTOS > 10
                   SET CA-HAY-MAS-DATOS TO TRUE
               END-IF
               IF WS-TOTAL-ABIERTOS > ZERO
                   PERFORM 6100-LISTAR-SINIESTROS
               END-IF
           END-IF.

      ******************************************************************
      * 6100-LISTAR-SINIESTROS
      ******************************************************************
       6100-LISTAR-SINIESTROS.
           SET WS-NO-HAY-FIN-CURSOR-SINI TO TRUE.

           EXEC SQL
                DECLARE CUR-SINI CURSOR FOR
                SELECT SECUENCIA, FECHA_OCURRENCIA, FECHA_APERTURA,
                       CODIGO_CAUSA, IMPORTE_RESERVA, FECHA_CIERRE
                  FROM POLIZAS_SINIESTROS
                 WHERE POLIZA_ID      = :WS-POLIZA-ID
                   AND FECHA_APERTURA <= :WS-FECHA-CONSULTA-AMD
                   AND (ESTADO_SINIESTRO = 'ABIERTO'
                        OR FECHA_CIERRE > :WS-FECHA-CONSULTA-AMD)
                 ORDER BY SECUENCIA
                 FETCH FIRST 10 ROWS ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-SINI END-EXEC.

           PERFORM VARYING WS-INDICE-SINI FROM 1 BY 1
                   UNTIL WS-INDICE-SINI > 10
                      OR WS-HAY-FIN-CURSOR-SINI
               EXEC SQL
                    FETCH CUR-SINI
                     INTO :SINI-SECUENCIA, :SINI-FECHA-OCURRENCIA,
                          :SINI-FECHA-APERTURA, :SINI-CODIGO-CAUSA,
                          :SINI-IMPORTE-RESERVA, :SINI-FECHA-CIERRE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       MOVE SINI-SECUENCIA
                           TO CA-SIN-SECUENCIA(WS-INDICE-SINI)
                       MOVE SINI-FECHA-OCURRENCIA
                           TO CA-SIN-FECHA-OCURRENCIA(WS-INDICE-SINI)
                       MOVE SINI-FECHA-APERTURA
                           TO CA-SIN-FECHA-APERTURA(WS-INDICE-SINI)
                       MOVE SINI-CODIGO-CAUSA
                           TO CA-SIN-CODIGO-CAUSA(WS-INDICE-SINI)
                       MOVE SINI-IMPORTE-RESERVA
                           TO CA-SIN-IMPORTE-RESERVA(WS-INDICE-SINI)
      *                UN CIERRE POSTERIOR A LA FECHA NO SE CONOCIA
      *                ESE DIA: SE DEVUELVE IGUAL, PARA QUE SE VEA
      *                CUANDO ACABO EL SINIESTRO.
                       MOVE SINI-FECHA-CIERRE
                           TO CA-SIN-FECHA-CIERRE(WS-INDICE-SINI)
                   WHEN 100
                       SET WS-HAY-FIN-CURSOR-SINI TO TRUE
                   WHEN OTHER
                       SET WS-HAY-FIN-CURSOR-SINI TO TRUE
                       SET CA-RC-ERROR-BD TO TRUE
                       SET CA-RSN-ERROR-BD TO TRUE
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CUR-SINI END-EXEC.

      ******************************************************************
      * 8000-REGISTRAR-AUDITORIA
      * DEJA CONSTANCIA DE QUIEN CONSULTO QUE POLIZA A QUE FECHA Y
      * CUANDO, CON EL RESULTADO OBTENIDO, IGUAL QUE GETPOLZA.
      * MODO DE BUSQUEDA 'F' = CONSULTA A FECHA; LA FECHA CONSULTADA
      * (AAAA-MM-DD) VA EN LA COLUMNA DEL NIF, QUE ESTA CONSULTA NO
      * USA COMO CRITERIO.
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
           MOVE 'F'               TO AUD-MODO-BUSQUEDA.
           MOVE CA-RETURN-CODE    TO AUD-RETURN-CODE.
           MOVE CA-REASON-CODE    TO AUD-REASON-CODE.
           MOVE WS-POLIZA-ID      TO AUD-POLIZA-ID.
           MOVE CA-FECHA-CONSULTA TO AUD-NIF-CLIENTE.

           EXEC CICS WRITEQ TD
                QUEUE('AUDT')
                FROM(WS-REG-AUDITORIA)
                LENGTH(LENGTH OF WS-REG-AUDITORIA)
           END-EXEC.
